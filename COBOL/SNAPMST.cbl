       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-MASTER-FILE.
       01  MASTER-SCORE-RECORD     PIC X(44).

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD       PIC X(26).
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           05  SN-REL-SLOT         PIC 9(9).
           05  SN-DATA             PIC X(44).

       FD  SCORE-INDEX-FILE
           RECORDING MODE IS F.
             VALUE " RESTORED".
          05 FILLER                 PIC X(19) VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-SNAP-FAILED
               IF WS-ROLLBACK-MODE
               END-IF
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "SNAPMST" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-SNAP-DATE =
           CLOSE SNAPSHOT-FILE
           CLOSE MONTHLY-MASTER-FILE.

      * SAME APPEND-OR-CREATE PATTERN CALCDVOP'S 450-WRITE-AUDIT-LOG
      * USES - A ROLLBACK IS EXACTLY THE KIND
      * OF EVENT THE AUDIT TRAIL EXISTS TO REMEMBER.
       550-WRITE-ROLLBACK-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-SNAP-FAILED
               DISPLAY "VibeGarden snapshot job did not complete"
           END-IF.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "SNAPMST" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-SET-TOTAL-RECORDS TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
