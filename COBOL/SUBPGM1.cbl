           05  BT-TIER-LOW        PIC 9(3)V99.
           05  BT-TIER-HIGH       PIC 9(3)V99.
           05  BT-TIER-MULT       PIC 9V9.
           05  BT-CALC-MODE       PIC X.

       FD  BONUS-EFF-FILE
           RECORDING MODE IS F.
           05  BE-TIER-LOW        PIC 9(3)V99.
           05  BE-TIER-HIGH       PIC 9(3)V99.
           05  BE-TIER-MULT       PIC 9V9.
           05  BE-CALC-MODE       PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CALC-LOGIC.
       COPY WSBONUS.

       COPY WSBONEFF.

       COPY WSBUSDAY.
      ****************************************************************
       LINKAGE SECTION.
       01 LS-VIBE-INTERFACE.

           IF LS-RETURN-CODE < 99
               PERFORM 200-LOOKUP-BONUS-TIER
               IF WS-TIER-MODE-MARGINAL
                   MOVE LS-BASE-SCORE TO WS-MRG-BASE
                   PERFORM 210-COMPUTE-MARGINAL-RESULT
                   MOVE WS-MRG-RESULT TO LS-TOTAL-RESULT
               ELSE
      * Instead of hardcoding, we look up the tiered rate
                   COMPUTE LS-TOTAL-RESULT =
                       LS-BASE-SCORE * WS-BONUS-MULTIPLIER
               END-IF
           ELSE
               MOVE ZERO TO LS-TOTAL-RESULT
           END-IF
               IF WS-SET-TABLE-LOADED
                   PERFORM 120-VALIDATE-ALL-SETS
                   IF WS-BONUS-TABLE-VALID
      * THE SET IN EFFECT ON THE POSTING DATE - THE NEXT BUSINESS DAY
      * WHEN TODAY IS NOT ONE - SO A HOLIDAY RUN IS PRICED HERE WITH
      * THE SAME SET CALCDVOP.cbl'S 102-RESOLVE-POSTING-DATE PICKS.
                       MOVE FUNCTION CURRENT-DATE (1:8)
                         TO WS-BDY-DATE-IN
                       SET WS-BDY-NEXT-OR-SAME TO TRUE
                       CALL "BUSDAY" USING WS-BUSDAY-IFACE
                       IF WS-BDY-FAILED
                           MOVE WS-BDY-DATE-IN TO WS-SET-TARGET-DATE
                       ELSE
                           MOVE WS-BDY-DATE-OUT TO WS-SET-TARGET-DATE
                       END-IF
                       PERFORM 130-SELECT-TIER-SET
                   END-IF
                   SET WS-TABLE-LOADED TO TRUE
                     TO WS-SET-TIER-HIGH (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-TIER-MULT
                     TO WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-CALC-MODE
                     TO WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
               ELSE
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT set "
                       "effective " BE-EFF-DATE " has more than "
                 TO WS-TIER-HIGH (WS-TIER-IDX)
               MOVE WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MULT (WS-TIER-IDX)
               MOVE WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MODE (WS-TIER-IDX)
           END-PERFORM
           MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE.

       140-LOAD-FLAT-TABLE.
           MOVE "BONUSTBL.DAT" TO WS-TIER-TABLE-SOURCE
                             TO WS-TIER-HIGH (WS-TIER-IDX)
                           MOVE BT-TIER-MULT
                             TO WS-TIER-MULT (WS-TIER-IDX)
                           MOVE BT-CALC-MODE
                             TO WS-TIER-MODE (WS-TIER-IDX)
                   END-READ
                   SET WS-TIER-IDX UP BY 1
               END-PERFORM
               CLOSE BONUS-TIER-FILE
               MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE
           END-IF
           PERFORM 155-VALIDATE-BONUS-TABLE
           SET WS-TABLE-LOADED TO TRUE.
                           " has a low score that exceeds its high "
                           "score"
                   END-IF
                   IF WS-TIER-MODE (WS-TIER-IDX) NOT = 'F'
                      AND WS-TIER-MODE (WS-TIER-IDX) NOT = 'M'
                      AND WS-TIER-MODE (WS-TIER-IDX) NOT = SPACE
                       SET WS-BONUS-TABLE-INVALID TO TRUE
                       DISPLAY "VibeGarden FATAL - "
                           WS-TIER-TABLE-SOURCE " tier "
                           WS-TIER-NO (WS-TIER-IDX)
                           " has an unknown calculation mode '"
                           WS-TIER-MODE (WS-TIER-IDX) "'"
                   END-IF
                   IF (WS-TIER-MODE (WS-TIER-IDX) = 'M'
                       AND WS-TIER-MODE (1) NOT = 'M')
                   OR (WS-TIER-MODE (WS-TIER-IDX) NOT = 'M'
                       AND WS-TIER-MODE (1) = 'M')
                       SET WS-BONUS-TABLE-INVALID TO TRUE
                       DISPLAY "VibeGarden FATAL - "
                           WS-TIER-TABLE-SOURCE " tier "
                           WS-TIER-NO (WS-TIER-IDX)
                           " calculation mode disagrees with tier "
                           WS-TIER-NO (1)
                   END-IF
                   PERFORM VARYING WS-OTIER-IDX FROM 1 BY 1
                           UNTIL WS-OTIER-IDX > WS-TIER-COUNT
                       IF WS-OTIER-IDX NOT = WS-TIER-IDX
                   MOVE WS-TIER-MULT (WS-TIER-IDX)
                     TO WS-BONUS-MULTIPLIER
           END-SEARCH.

      * SAME MARGINAL (BRACKET) PRICING AS CALCDVOP.cbl'S 360-COMPUTE-
      * MARGINAL-RESULT, WORD FOR WORD - RECONCIL COMPARES THE TWO TO
      * THE CENT.
       210-COMPUTE-MARGINAL-RESULT.
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
