      *   SR-MANDATORY      PIC X      Y = BLOCKS THE RUN IF MISSING
      *   SR-EXPECTED-DAYS  PIC X(7)   Y/N PER WEEKDAY, MON THROUGH
      *                                SUN - WHICH DAYS IT IS DUE
      * ON A DAY THE SHARED BUSINESS CALENDAR (BUSDAY.cbl/BUSCAL.DAT)
      * SAYS IS NOT A BUSINESS DAY - A BANK HOLIDAY ON A WEEKDAY, SAY -
      * NO SOURCE IS DUE, WHATEVER ITS WEEKDAY FLAGS SAY.
      *
      * SRCARRIV.DAT - APPENDED PER CHECK: DATE, SOURCE ID, STATUS
      * (ARRIVED/EMPTY/MISSING/NOTDUE), MANDATORY FLAG.
          05 WS-RUN-DATE            PIC 9(8) VALUE ZERO.
          05 WS-RUN-DATE-INT        PIC 9(7) VALUE ZERO.
          05 WS-DAY-OF-WEEK         PIC 9(1) VALUE ZERO.
          05 WS-BUSINESS-DAY-SW     PIC X VALUE 'Y'.
             88 WS-RUN-ON-BUSINESS-DAY VALUE 'Y'.

       COPY WSBUSDAY.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-HDG-DATE            PIC 9(8).
          05 FILLER                 PIC X(14) VALUE "  DAY OF WEEK:".
          05 WS-HDG-DOW             PIC 9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-HDG-DAY-DESC        PIC X(30).
          05 FILLER                 PIC X(15) VALUE SPACES.

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".


       01 WS-STATUS-LINE            PIC X(80).

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-CHECK-FAILED
               PERFORM 200-CHECK-ALL-SOURCES
               PERFORM 600-WRITE-VERDICT
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "SRCCHECK" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE =
      * SR-EXPECTED-DAYS FLAGS.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-RUN-DATE-INT - 1, 7) + 1
           SET WS-BDY-TEST TO TRUE
           MOVE WS-RUN-DATE TO WS-BDY-DATE-IN
           CALL "BUSDAY" USING WS-BUSDAY-IFACE
           IF WS-BDY-NON-BUSINESS-DAY AND NOT WS-BDY-FAILED
               MOVE 'N' TO WS-BUSINESS-DAY-SW
               DISPLAY "VibeGarden srccheck - " WS-RUN-DATE
                   " is not a business day (" WS-BDY-DAY-DESC
                   ") - no source is due"
           END-IF
           OPEN OUTPUT CHECK-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - SRCCHECK.DAT open failed, "
           ELSE
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               MOVE WS-DAY-OF-WEEK TO WS-HDG-DOW
               MOVE WS-BDY-DAY-DESC TO WS-HDG-DAY-DESC
               WRITE CHECK-RPT-RECORD FROM WS-RPT-HEADING-1
               WRITE CHECK-RPT-RECORD FROM WS-RPT-HEADING-2
               WRITE CHECK-RPT-RECORD FROM WS-RPT-HEADING-3
           ELSE
               MOVE "OPTIONAL " TO WS-CHK-MAND
           END-IF
           IF NOT WS-RUN-ON-BUSINESS-DAY
               MOVE "NOT DUE - NON-BUSINESS DAY" TO WS-CHK-STATUS
               MOVE "NOTDUE"        TO WS-ARRIV-STATUS
               WRITE CHECK-RPT-RECORD FROM WS-CHECK-LINE
               PERFORM 230-WRITE-ARRIVAL-HISTORY
           ELSE
               IF WS-REG-DAYS (WS-REG-IDX) (WS-DAY-OF-WEEK:1) NOT = "Y"
                   MOVE "NOT DUE TODAY" TO WS-CHK-STATUS
                   MOVE "NOTDUE"        TO WS-ARRIV-STATUS
                   WRITE CHECK-RPT-RECORD FROM WS-CHECK-LINE
                   PERFORM 230-WRITE-ARRIVAL-HISTORY
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM 220-PROBE-SOURCE-FILE
                   EVALUATE TRUE
                       WHEN WS-SOURCE-ARRIVED
                           ADD 1 TO WS-ARRIVED-COUNT
                           MOVE "ARRIVED" TO WS-CHK-STATUS
                           MOVE "ARRIVED" TO WS-ARRIV-STATUS
                       WHEN WS-SOURCE-EMPTY
                           PERFORM 215-COUNT-MISSING
                           MOVE "ARRIVED EMPTY" TO WS-CHK-STATUS
                           MOVE "EMPTY"         TO WS-ARRIV-STATUS
                       WHEN OTHER
                           PERFORM 215-COUNT-MISSING
                           MOVE "** MISSING **" TO WS-CHK-STATUS
                           MOVE "MISSING"       TO WS-ARRIV-STATUS
                   END-EVALUATE
                   WRITE CHECK-RPT-RECORD FROM WS-CHECK-LINE
                   PERFORM 230-WRITE-ARRIVAL-HISTORY
               END-IF
           END-IF.

       215-COUNT-MISSING.
               WS-DUE-COUNT " Arrived: " WS-ARRIVED-COUNT
               " Missing mandatory: " WS-MISSING-MAND-COUNT
               " Missing optional: " WS-MISSING-OPT-COUNT.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "SRCCHECK" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-REG-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
