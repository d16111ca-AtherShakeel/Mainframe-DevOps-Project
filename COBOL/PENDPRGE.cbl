       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F.
       01  PENDING-RECORD          PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FILE-SWITCHES.
       01 WS-CONTROL-TOTALS.
          05 WS-DRAINED-COUNT      PIC 9(7) VALUE ZERO.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-COUNT-PENDING
           PERFORM 200-TRUNCATE-PENDING
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "PENDPRGE" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-COUNT-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
       900-TERMINATE.
           DISPLAY "VibeGarden pendprge complete - "
               WS-DRAINED-COUNT " ingested pending scores drained".

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "PENDPRGE" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-DRAINED-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
