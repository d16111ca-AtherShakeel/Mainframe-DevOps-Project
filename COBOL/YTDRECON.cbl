           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  RECON-RPT-FILE
           RECORDING MODE IS F.

       01 WS-RPT-LINE-STATUS       PIC X(80).

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-EOF-REACHED
               PERFORM 200-READ-STORED-YTD
               PERFORM 400-COMPARE-AND-REPORT
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "YTDRECON" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
           CLOSE YTD-MASTER-FILE
           CLOSE SCORE-MASTER-FILE
           CLOSE RECON-RPT-FILE.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "YTDRECON" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-RECOMP-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
