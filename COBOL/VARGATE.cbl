      * VIBEBAT CAN HOLD THE DISTRIBUTION STEPS PENDING REVIEW. TOO
      * LITTLE HISTORY (NO PRIOR CLEAN RUN) PASSES WITH A NOTE - A
      * BRAND NEW SHOP HAS NO PATTERN TO BE OFF FROM.
      * ONLY RUNS MADE ON A BUSINESS DAY (PER THE SHARED CALENDAR,
      * BUSDAY.cbl/BUSCAL.DAT) ENTER THE TRAILING WINDOW - A THIN
      * HOLIDAY OR WEEKEND RUN IS NOT THE PATTERN A WORKING DAY
      * SHOULD BE HELD TO. SUCH A RUN POSTS TO THE NEXT BUSINESS DATE,
      * SO IT IS THE END RECORD'S CLOCK DATE (RC-CLOCK-DATE) THAT IS
      * TESTED; A RECORD WRITTEN BEFORE THAT FIELD EXISTED FALLS BACK
      * TO ITS RUN DATE.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  TOLERANCE-PARM-FILE
           RECORDING MODE IS F.
          05 WS-TOTAL-PCT           PIC 9(3) VALUE 50.
          05 WS-REJRATE-PTS         PIC 9(3) VALUE 10.

      * THE LAST FIVE CLEAN (RC 4 OR LESS) BUSINESS-DAY END RECORDS
      * BEFORE TODAY'S - A SMALL ROLLING WINDOW IS THE PATTERN WE
      * COMPARE AGAINST.
       01 WS-HISTORY-CONTROLS.
          05 WS-HIST-MAX            PIC 9(2) VALUE 5.
          05 WS-HIST-COUNT          PIC 9(2) VALUE ZERO.
             88 WS-ANY-END-SEEN     VALUE 'Y'.
          05 WS-LATEST-END-RC       PIC 9(2) VALUE ZERO.
          05 WS-RUN-DATE            PIC 9(8) VALUE ZERO.
          05 WS-RUN-CLOCK-DATE      PIC 9(8) VALUE ZERO.
          05 WS-RUN-RECORDS         PIC 9(7) VALUE ZERO.
          05 WS-RUN-REJECTS         PIC 9(7) VALUE ZERO.
          05 WS-RUN-TOTAL           PIC 9(9)V99 VALUE ZERO.
          05 WS-NONBUS-SKIPPED      PIC 9(3) VALUE ZERO.

       COPY WSBUSDAY.

       01 WS-AMOUNT-WORK.
          05 WS-AMT-RAW             PIC 9(11).

       01 WS-STATUS-LINE            PIC X(80).

       01 WS-NONBUS-LINE.
          05 WS-NONBUS-COUNT        PIC ZZ9.
          05 FILLER                 PIC X(50)
             VALUE " EARLIER RUN(S) MADE ON NON-BUSINESS DAYS LEFT OUT".
          05 FILLER                 PIC X(27)
             VALUE " OF THE TRAILING WINDOW".

       01 WS-DIRTY-RUN-LINE.
          05 FILLER                 PIC X(28)
             VALUE "LATEST RUN ENDED DIRTY (RC ".
             VALUE ") - NOTHING TO GATE".
          05 FILLER                 PIC X(31) VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-GATE-FAILED
               PERFORM 200-GATHER-RUN-HISTORY
               END-IF
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "VARGATE" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           PERFORM 110-GET-TOLERANCES
           OPEN OUTPUT GATE-RPT-FILE
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-NONBUS-SKIPPED > ZERO
                   MOVE WS-NONBUS-SKIPPED TO WS-NONBUS-COUNT
                   WRITE GATE-RPT-RECORD FROM WS-NONBUS-LINE
               END-IF
           END-IF.

       210-TAKE-IN-END-RECORD.
      * THE PREVIOUS "RUN UNDER TEST" JUST STOPPED BEING THE LATEST -
      * IF IT WAS CLEAN IT JOINS THE HISTORY WINDOW INSTEAD.
           IF WS-RUN-FOUND
               SET WS-BDY-TEST TO TRUE
               MOVE WS-RUN-CLOCK-DATE TO WS-BDY-DATE-IN
               CALL "BUSDAY" USING WS-BUSDAY-IFACE
               IF WS-BDY-NON-BUSINESS-DAY AND NOT WS-BDY-FAILED
                   ADD 1 TO WS-NONBUS-SKIPPED
               ELSE
                   PERFORM 220-ROTATE-INTO-HISTORY
               END-IF
           END-IF
           SET WS-ANY-END-SEEN TO TRUE
           MOVE RC-RETURN-CODE TO WS-LATEST-END-RC
           SET WS-RUN-FOUND TO TRUE
           MOVE RC-RUN-DATE    TO WS-RUN-DATE
           IF RC-CLOCK-DATE IS NUMERIC
               MOVE RC-CLOCK-DATE TO WS-RUN-CLOCK-DATE
           ELSE
               MOVE RC-RUN-DATE   TO WS-RUN-CLOCK-DATE
           END-IF
           MOVE RC-RECORDS     TO WS-RUN-RECORDS
           MOVE RC-REJECTS     TO WS-RUN-REJECTS
           MOVE RC-GRAND-TOTAL TO WS-AMT-RAW
               CLOSE GATE-RPT-FILE
           END-IF
           CLOSE ALERT-FILE.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "VARGATE" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-HIST-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
