           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  GEN-PARM-FILE
           RECORDING MODE IS F.
          05 WS-GENS-CUT-COUNT      PIC 9(3) VALUE ZERO.
          05 WS-GENS-PURGED-COUNT   PIC 9(3) VALUE ZERO.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           PERFORM 200-LOAD-CATALOG
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
           END-PERFORM
           PERFORM 500-REWRITE-CATALOG
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "GENKEEP" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-GEN-DATE =
       900-TERMINATE.
           DISPLAY "VibeGarden genkeep complete - Cut: "
               WS-GENS-CUT-COUNT " Purged: " WS-GENS-PURGED-COUNT.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "GENKEEP" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           COMPUTE WS-STL-RECORDS = WS-GENS-CUT-COUNT
               + WS-GENS-PURGED-COUNT
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
