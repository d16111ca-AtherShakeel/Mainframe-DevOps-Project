           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  SCORE-HIST-FILE
           RECORDING MODE IS F.
       01  SCORE-HIST-RECORD       PIC X(44).

       FD  SCORE-SCRATCH-FILE
           RECORDING MODE IS F.
       01  SCORE-SCRATCH-RECORD    PIC X(44).

       FD  SCORE-INDEX-FILE
           RECORDING MODE IS F.
          05 WS-MRC-BASE-SCORE     PIC 9(3)V99.
          05 WS-MRC-MULTIPLIER     PIC 9V9.
          05 WS-MRC-TOTAL-RESULT   PIC 9(7)V99.
          05 WS-MRC-PARTICIPANT-ID PIC X(8).
          05 WS-MRC-CAP-FACTOR     PIC 9V9(6).
          05 WS-MRC-CALC-MODE      PIC X.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE MS-BASE-SCORE   TO WS-MRC-BASE-SCORE
           MOVE MS-MULTIPLIER   TO WS-MRC-MULTIPLIER
           MOVE MS-TOTAL-RESULT TO WS-MRC-TOTAL-RESULT
           MOVE MS-PARTICIPANT-ID TO WS-MRC-PARTICIPANT-ID
           MOVE MS-CAP-FACTOR   TO WS-MRC-CAP-FACTOR
           MOVE MS-CALC-MODE    TO WS-MRC-CALC-MODE
           IF WS-CUTOFF-DATE NOT = ZERO
              AND MS-ID-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-ARCHIVED-COUNT
                               MOVE WS-MRC-MULTIPLIER TO MS-MULTIPLIER
                               MOVE WS-MRC-TOTAL-RESULT
                                   TO MS-TOTAL-RESULT
                               MOVE WS-MRC-PARTICIPANT-ID
                                   TO MS-PARTICIPANT-ID
                               MOVE WS-MRC-CAP-FACTOR
                                   TO MS-CAP-FACTOR
                               MOVE WS-MRC-CALC-MODE
                                   TO MS-CALC-MODE
                               WRITE MASTER-SCORE-RECORD
      * THE SEQUENTIAL REBUILD LANDS EACH KEPT RECORD AT SLOT 1-N IN
      * ORDER, SO THE INDEX ENTRY IS JUST THE RUNNING COUNT.
