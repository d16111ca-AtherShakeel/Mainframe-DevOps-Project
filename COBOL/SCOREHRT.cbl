
       DATA DIVISION.
       FILE SECTION.
      * SAME 44-BYTE FLAT LAYOUT SCOREARC.cbl'S 250-SPLIT-RECORD WRITES
      * (ITS WS-MASTER-RECORD-COPY), BROKEN OUT HERE SO THE DATE/ID
      * SELECTIONS CAN TEST THE KEY FIELDS DIRECTLY.
       FD  SCORE-HIST-FILE
           05  SH-BASE-SCORE       PIC 9(3)V99.
           05  SH-MULTIPLIER       PIC 9V9.
           05  SH-TOTAL-RESULT     PIC 9(7)V99.
           05  SH-PARTICIPANT-ID   PIC X(8).
           05  SH-CAP-FACTOR       PIC 9V9(6).
           05  SH-CALC-MODE        PIC X.

       FD  HIST-SCRATCH-FILE
           RECORDING MODE IS F.
       01  HIST-SCRATCH-RECORD     PIC X(44).

       FD  SCORE-MASTER-FILE.
       01  MASTER-SCORE-RECORD.
           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  HIST-RPT-FILE
           RECORDING MODE IS F.
               MOVE SH-BASE-SCORE   TO MS-BASE-SCORE
               MOVE SH-MULTIPLIER   TO MS-MULTIPLIER
               MOVE SH-TOTAL-RESULT TO MS-TOTAL-RESULT
               MOVE SH-PARTICIPANT-ID TO MS-PARTICIPANT-ID
               MOVE SH-CAP-FACTOR   TO MS-CAP-FACTOR
               MOVE SH-CALC-MODE    TO MS-CALC-MODE
               WRITE MASTER-SCORE-RECORD
                   INVALID KEY
                       DISPLAY "VibeGarden history - master write "
