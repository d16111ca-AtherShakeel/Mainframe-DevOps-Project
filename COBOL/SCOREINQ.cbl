           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  INQUIRY-RPT-FILE
           RECORDING MODE IS F.

       01 WS-RPT-HEADING-2         PIC X(80) VALUE ALL "-".

       01 WS-RPT-HEADING-3.
          05 FILLER               PIC X(47)
             VALUE "SCORE ID          BASE SCORE   MULT      RESULT".
          05 FILLER               PIC X(33)
             VALUE "      PARTICIPANT  MODE".

       01 WS-RPT-DETAIL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DTL-MULT          PIC Z.9.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-DTL-RESULT        PIC ZZZZZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-DTL-PARTICIPANT   PIC X(8).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-DTL-MODE          PIC X.
          05 FILLER               PIC X(13) VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER               PIC X(21) VALUE "** INQUIRY TOTALS **".
               MOVE MS-BASE-SCORE   TO WS-DTL-BASE-SCORE
               MOVE MS-MULTIPLIER   TO WS-DTL-MULT
               MOVE MS-TOTAL-RESULT TO WS-DTL-RESULT
               MOVE MS-PARTICIPANT-ID TO WS-DTL-PARTICIPANT
      * RECORDS POSTED BEFORE MS-CALC-MODE EXISTED CARRY A BLANK AND
      * WERE ALL PRICED FLAT.
               IF MS-CALC-MODE = 'M'
                   MOVE 'M' TO WS-DTL-MODE
               ELSE
                   MOVE 'F' TO WS-DTL-MODE
               END-IF
               WRITE INQUIRY-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           END-IF.

