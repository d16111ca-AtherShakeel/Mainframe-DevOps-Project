      * PARM FORMATS (SAME COMMA-TOKEN STYLE AS CALCDVOP'S PARM):
      *   MONTH=YYYYMM          RECONCILE AND CLOSE THAT MONTH
      *   MONTH=YYYYMM,FORCE    CLOSE EVEN IF OUT OF BALANCE
      *
      * A MONTH IS NOT CLOSED BEFORE ITS LAST BUSINESS DAY (PER THE
      * SHARED CALENDAR, BUSDAY.cbl/BUSCAL.DAT) HAS BEEN POSTED - THAT
      * IS, UNTIL RUNCTL.DAT CARRIES A CLEAN (RC 4 OR LESS) END RECORD
      * FOR THAT DATE. CLOSING EARLY WOULD LOCK OUT THE MONTH'S OWN
      * FINAL RUN, SO FORCE DOES NOT OVERRIDE THIS - THE JOB ENDS
      * RC=8 AND IS SIMPLY RESUBMITTED ONCE THE DAY HAS POSTED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CLOSE-RPT-FILE ASSIGN TO "MTHCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

      * ONE RECORD PER CLOSED MONTH - SCOREADJ LOADS THIS WHOLE FILE
      * AT STARTUP FOR ITS CLOSED-MONTH GUARD. CM-TOTAL CARRIES RAW
           05  CM-TOTAL            PIC 9(13).
           05  CM-COUNT            PIC 9(9).

      * MIRROR OF CALCDVOP.cbl'S RUN-CONTROL-RECORD, FIELD FOR FIELD.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE         PIC 9(8).
           05  RC-EVENT            PIC X(5).
           05  RC-TIME             PIC 9(6).
           05  RC-RETURN-CODE      PIC 9(2).
           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  CLOSE-RPT-FILE
           RECORDING MODE IS F.
       01  CLOSE-RPT-RECORD        PIC X(80).
          05 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-CLOSED-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-RUNCTL-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-CLOSE-FAIL-SWITCH  PIC X VALUE 'N'.
             88 WS-CLOSE-FAILED    VALUE 'Y'.
          05 WS-ALREADY-CLOSED-SW  PIC X VALUE 'N'.
             88 WS-OUT-OF-BALANCE  VALUE 'Y'.
          05 WS-SLOT-FOUND-SW      PIC X VALUE 'N'.
             88 WS-SLOT-FOUND      VALUE 'Y'.
          05 WS-LAST-DAY-POSTED-SW PIC X VALUE 'N'.
             88 WS-LAST-DAY-POSTED VALUE 'Y'.

       01 WS-MTH-REL-KEY           PIC 9(9) VALUE ZERO.
       01 WS-MASTER-REL-KEY        PIC 9(9) VALUE ZERO.
          05 FILLER                PIC X(13).

       01 WS-CLOSE-DATE            PIC 9(8) VALUE ZERO.
       01 WS-LAST-BUSINESS-DATE    PIC 9(8) VALUE ZERO.

       COPY WSBUSDAY.

       01 WS-RPT-HEADING-1         PIC X(80)
          VALUE "VIBEGARDEN MONTH-END CLOSING STATEMENT".
          05 WS-VAR-TOTAL          PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(21) VALUE SPACES.

       01 WS-RPT-LINE-LAST-DAY.
          05 FILLER               PIC X(19)
             VALUE "LAST BUSINESS DAY: ".
          05 WS-LBD-DATE           PIC 9(8).
          05 FILLER               PIC X(10) VALUE "  POSTED: ".
          05 WS-LBD-POSTED         PIC X(3).
          05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-RPT-LINE-STATUS       PIC X(80).

       PROCEDURE DIVISION.
                       WS-TARGET-MONTH " already closed"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 250-CHECK-LAST-DAY-POSTED
                   IF WS-LAST-DAY-POSTED
                       PERFORM 300-READ-STORED-MONTH
                       PERFORM 400-RECOMPUTE-FROM-MASTER
                       PERFORM 500-COMPARE-AND-DECIDE
                       IF NOT WS-OUT-OF-BALANCE OR WS-FORCE-ACTIVE
                           PERFORM 600-MARK-MONTH-CLOSED
                       END-IF
                   END-IF
               END-IF
           END-IF
               CLOSE CLOSED-MONTH-FILE
           END-IF.

      * THE MONTH'S LAST BUSINESS DAY COMES FROM THE CALENDAR; ITS
      * RUN COUNTS AS POSTED ONLY ON A CLEAN END RECORD - A STARTED OR
      * ABORTED RUN LEAVES THE MONTH OPEN.
       250-CHECK-LAST-DAY-POSTED.
           MOVE 'N' TO WS-LAST-DAY-POSTED-SW
           SET WS-BDY-LAST-OF-MONTH TO TRUE
           COMPUTE WS-BDY-DATE-IN = WS-TARGET-MONTH * 100 + 1
           CALL "BUSDAY" USING WS-BUSDAY-IFACE
           IF WS-BDY-FAILED
               DISPLAY "VibeGarden FATAL - no last business day "
                   "found for month " WS-TARGET-MONTH
               MOVE "*** CALENDAR LOOKUP FAILED - MONTH NOT CLOSED ***"
                   TO WS-RPT-LINE-STATUS
               WRITE CLOSE-RPT-RECORD FROM WS-RPT-LINE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BDY-DATE-OUT TO WS-LAST-BUSINESS-DATE
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUNCTL-FILE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-REACHED
                       READ RUN-CONTROL-FILE
                           AT END
                               SET WS-EOF-REACHED TO TRUE
                           NOT AT END
                               IF RC-EVENT = "END"
                                  AND RC-RUN-DATE =
                                      WS-LAST-BUSINESS-DATE
                                  AND RC-RETURN-CODE <= 4
                                   SET WS-LAST-DAY-POSTED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               ELSE
                   DISPLAY "VibeGarden mthclose - RUNCTL.DAT not "
                       "available, status " WS-RUNCTL-FILE-STATUS
               END-IF
               MOVE WS-LAST-BUSINESS-DATE TO WS-LBD-DATE
               IF WS-LAST-DAY-POSTED
                   MOVE "YES" TO WS-LBD-POSTED
               ELSE
                   MOVE "NO"  TO WS-LBD-POSTED
               END-IF
               WRITE CLOSE-RPT-RECORD FROM WS-RPT-LINE-LAST-DAY
               IF NOT WS-LAST-DAY-POSTED
                   MOVE "*** LAST BUSINESS DAY NOT YET POSTED - MONTH "
                      & "NOT CLOSED ***"
                       TO WS-RPT-LINE-STATUS
                   WRITE CLOSE-RPT-RECORD FROM WS-RPT-LINE-STATUS
                   DISPLAY "VibeGarden mthclose - last business day "
                       WS-LAST-BUSINESS-DATE " of " WS-TARGET-MONTH
                       " not yet posted, month not closed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       300-READ-STORED-MONTH.
           MOVE 'N' TO WS-SLOT-FOUND-SW
           OPEN INPUT MONTHLY-MASTER-FILE
