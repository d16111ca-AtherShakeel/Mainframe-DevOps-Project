           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

      * SAME RECORD LAYOUT AS BONUSTBL.DAT - A CANDIDATE TABLE IS JUST
      * A STAGED COPY OF THE SAME FILE FORMAT UNDER A DIFFERENT NAME.
           05  CT-TIER-LOW         PIC 9(3)V99.
           05  CT-TIER-HIGH        PIC 9(3)V99.
           05  CT-TIER-MULT        PIC 9V9.
           05  CT-CALC-MODE        PIC X.

       FD  SIMULATION-RPT-FILE
           RECORDING MODE IS F.
       01 WS-SIM-RESULT-FIELDS.
          05 WS-SIM-MULT           PIC 9V9     VALUE 1.0.
          05 WS-SIM-RESULT         PIC 9(7)V99 VALUE ZERO.
          05 WS-SIM-UNCAPPED       PIC 9(7)V99 VALUE ZERO.
          05 WS-SIM-DELTA          PIC S9(7)V99 VALUE ZERO.

       01 WS-CONTROL-TOTALS.

      * EACH CAPTION SITS OVER THE COLUMN ITS FIELD IN
      * WS-RPT-DETAIL-LINE OCCUPIES (RIGHT-ALIGNED WHERE THE CAPTION
      * IS AT LEAST AS WIDE AS THE FIELD). EACH MULTIPLIER IS FOLLOWED
      * BY ITS CALCULATION MODE LETTER - F FLAT, M MARGINAL.
       01 WS-RPT-HEADING-3.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "SCORE ID".
          05 WS-DTL-BASE-SCORE    PIC ZZZ.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-DTL-ACT-MULT      PIC Z.9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-DTL-ACT-MODE      PIC X.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DTL-ACT-RESULT    PIC ZZZZZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-DTL-SIM-MULT      PIC Z.9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-DTL-SIM-MODE      PIC X.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DTL-SIM-RESULT    PIC ZZZZZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-DTL-SWING         PIC -ZZZZZ9.99.
                          MOVE CT-TIER-LOW  TO WS-TIER-LOW (WS-TIER-IDX)
                          MOVE CT-TIER-HIGH TO WS-TIER-HIGH(WS-TIER-IDX)
                          MOVE CT-TIER-MULT TO WS-TIER-MULT(WS-TIER-IDX)
                          MOVE CT-CALC-MODE TO WS-TIER-MODE(WS-TIER-IDX)
                  END-READ
                  SET WS-TIER-IDX UP BY 1
              END-PERFORM
              CLOSE CANDIDATE-TIER-FILE
              MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE
           END-IF.

      * SAME VALIDATION AS THE LIVE-TABLE CHECK IN CALCDVOP.cbl'S
                           " has a low score that exceeds its high"
                           " score"
                   END-IF
                   IF WS-TIER-MODE (WS-TIER-IDX) NOT = 'F'
                      AND WS-TIER-MODE (WS-TIER-IDX) NOT = 'M'
                      AND WS-TIER-MODE (WS-TIER-IDX) NOT = SPACE
                       SET WS-CAND-TABLE-INVALID TO TRUE
                       DISPLAY "VibeGarden FATAL - CANDTBL.DAT tier "
                           WS-TIER-NO (WS-TIER-IDX)
                           " has an unknown calculation mode '"
                           WS-TIER-MODE (WS-TIER-IDX) "'"
                   END-IF
                   IF (WS-TIER-MODE (WS-TIER-IDX) = 'M'
                       AND WS-TIER-MODE (1) NOT = 'M')
                   OR (WS-TIER-MODE (WS-TIER-IDX) NOT = 'M'
                       AND WS-TIER-MODE (1) = 'M')
                       SET WS-CAND-TABLE-INVALID TO TRUE
                       DISPLAY "VibeGarden FATAL - CANDTBL.DAT tier "
                           WS-TIER-NO (WS-TIER-IDX)
                           " calculation mode disagrees with tier "
                           WS-TIER-NO (1)
                   END-IF
                   PERFORM VARYING WS-OTIER-IDX FROM 1 BY 1
                           UNTIL WS-OTIER-IDX > WS-TIER-COUNT
                       IF WS-OTIER-IDX NOT = WS-TIER-IDX
                  AND MS-SCORE-ID <= WS-TO-ID)
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM 350-LOOKUP-CANDIDATE-TIER
      * THE ACTUAL RESULT WAS SCALED BY THE DAY'S PAYOUT-BUDGET FACTOR,
      * SO THE SIMULATED ONE IS TOO - OTHERWISE EVERY CAPPED SCORE
      * WOULD SHOW A SWING THE CANDIDATE TABLE DID NOT CAUSE.
      * A MARGINAL CANDIDATE TABLE IS SIMULATED SLICE BY SLICE, SO A
      * PROPOSED SWITCH OF MODE SHOWS ITS REAL SWING.
               IF WS-TIER-MODE-MARGINAL
                   MOVE MS-BASE-SCORE TO WS-MRG-BASE
                   PERFORM 360-COMPUTE-MARGINAL-RESULT
                   MOVE WS-MRG-RESULT TO WS-SIM-UNCAPPED
                   MOVE 'M' TO WS-DTL-SIM-MODE
               ELSE
                   COMPUTE WS-SIM-UNCAPPED =
                       MS-BASE-SCORE * WS-SIM-MULT
                   MOVE 'F' TO WS-DTL-SIM-MODE
               END-IF
               COMPUTE WS-SIM-RESULT = WS-SIM-UNCAPPED * MS-CAP-FACTOR
               COMPUTE WS-SIM-DELTA = WS-SIM-RESULT - MS-TOTAL-RESULT
               ADD MS-TOTAL-RESULT TO WS-ACTUAL-TOTAL
               ADD WS-SIM-RESULT   TO WS-SIM-TOTAL
               MOVE MS-SCORE-ID     TO WS-DTL-SCORE-ID
               MOVE MS-BASE-SCORE   TO WS-DTL-BASE-SCORE
               MOVE MS-MULTIPLIER   TO WS-DTL-ACT-MULT
               IF MS-CALC-MODE = 'M'
                   MOVE 'M' TO WS-DTL-ACT-MODE
               ELSE
                   MOVE 'F' TO WS-DTL-ACT-MODE
               END-IF
               MOVE MS-TOTAL-RESULT TO WS-DTL-ACT-RESULT
               MOVE WS-SIM-MULT     TO WS-DTL-SIM-MULT
               MOVE WS-SIM-RESULT   TO WS-DTL-SIM-RESULT
                   MOVE WS-TIER-MULT (WS-TIER-IDX) TO WS-SIM-MULT
           END-SEARCH.

      * SAME MARGINAL (BRACKET) PRICING AS CALCDVOP.cbl'S 360-COMPUTE-
      * MARGINAL-RESULT, WORD FOR WORD, AGAINST THE CANDIDATE TABLE.
       360-COMPUTE-MARGINAL-RESULT.
           MOVE ZERO TO WS-MRG-RESULT
           MOVE ZERO TO WS-MRG-COVERED
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-MRG-BASE > WS-TIER-LOW (WS-TIER-IDX)
                   COMPUTE WS-MRG-SLICE-TOP =
                       WS-TIER-HIGH (WS-TIER-IDX) + 0.01
                   IF WS-MRG-BASE < WS-MRG-SLICE-TOP
                       MOVE WS-MRG-BASE TO WS-MRG-SLICE-TOP
                   END-IF
                   COMPUTE WS-MRG-SLICE =
                       WS-MRG-SLICE-TOP - WS-TIER-LOW (WS-TIER-IDX)
                   ADD WS-MRG-SLICE TO WS-MRG-COVERED
                   COMPUTE WS-MRG-RESULT = WS-MRG-RESULT
                       + WS-MRG-SLICE * WS-TIER-MULT (WS-TIER-IDX)
               END-IF
           END-PERFORM
           IF WS-MRG-BASE > WS-MRG-COVERED
               COMPUTE WS-MRG-RESULT = WS-MRG-RESULT
                   + (WS-MRG-BASE - WS-MRG-COVERED)
                     * WS-TIER-DEFAULT-MULT
           END-IF.

       900-TERMINATE.
           COMPUTE WS-SWING-TOTAL = WS-SIM-TOTAL - WS-ACTUAL-TOTAL
           MOVE WS-SCANNED-COUNT   TO WS-TRL-SCANNED
