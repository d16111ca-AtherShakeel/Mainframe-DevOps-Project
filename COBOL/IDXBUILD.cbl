           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  SCORE-INDEX-FILE
           RECORDING MODE IS F.
