      * WSBONUS - VIBEGARDEN BONUS TIER TABLE (WORKING-STORAGE)
      * SHARED BY CALCDVOP, SUBPGM1, RECONCIL AND THE BMS MAINTENANCE
      * TRANSACTION. LOADED AT RUN START FROM THE BONUSTBL.DAT FILE.
      *
      * WS-TIER-CALC-MODE SAYS HOW THE TABLE PRICES A SCORE:
      *   'F' FLAT     - THE ONE BAND THE WHOLE SCORE FALLS IN SUPPLIES
      *                  THE MULTIPLIER FOR THE WHOLE SCORE (THE
      *                  ORIGINAL RULE, AND THE DEFAULT).
      *   'M' MARGINAL - EACH SLICE OF THE SCORE INSIDE A BAND EARNS
      *                  THAT BAND'S MULTIPLIER, LIKE TAX BRACKETS, SO
      *                  CROSSING A BAND EDGE NO LONGER JUMPS THE
      *                  RESULT.
      * THE MODE IS CARRIED ON EVERY TIER ROW (WS-TIER-MODE) AND ALL
      * ROWS OF ONE TABLE OR SET MUST AGREE. WS-BONUS-MARGINAL-WORK
      * HOLDS THE FIELDS EVERY PROGRAM'S MARGINAL PARAGRAPH USES - THE
      * SAME RULE EVERYWHERE (SEE CALCDVOP.cbl'S 360-COMPUTE-MARGINAL-
      * RESULT):
      *   A BAND'S SLICE RUNS FROM ITS LOW SCORE UP TO THE LESSER OF
      *   THE SCORE AND ITS HIGH SCORE PLUS ONE CENT (THE NEXT BAND'S
      *   LOW ON A GAP-FREE TABLE). ANY PART OF THE SCORE NO BAND
      *   COVERS EARNS WS-TIER-DEFAULT-MULT. THE SLICE PRODUCTS ARE
      *   SUMMED TO THE MILLS AND TRUNCATED TO CENTS ONCE, AT THE END.
      *---------------------------------------------------------------*
       01 WS-BONUS-TABLE.
          05 WS-BONUS-TIER OCCURS 4 TIMES INDEXED BY WS-TIER-IDX.
             10 WS-TIER-LOW          PIC 9(3)V99.
             10 WS-TIER-HIGH         PIC 9(3)V99.
             10 WS-TIER-MULT         PIC 9V9.
             10 WS-TIER-MODE         PIC X.
       01 WS-BONUS-TABLE-CTL.
          05 WS-TIER-COUNT           PIC 9(2) VALUE 4.
          05 WS-TIER-DEFAULT-MULT    PIC 9V9  VALUE 1.0.
          05 WS-TIER-CALC-MODE       PIC X    VALUE 'F'.
             88 WS-TIER-MODE-FLAT        VALUE 'F' ' '.
             88 WS-TIER-MODE-MARGINAL    VALUE 'M'.
       01 WS-BONUS-MARGINAL-WORK.
          05 WS-MRG-BASE             PIC 9(3)V99  VALUE ZERO.
          05 WS-MRG-SLICE-TOP        PIC 9(4)V99  VALUE ZERO.
          05 WS-MRG-SLICE            PIC 9(4)V99  VALUE ZERO.
          05 WS-MRG-COVERED          PIC 9(4)V99  VALUE ZERO.
          05 WS-MRG-RESULT           PIC 9(7)V999 VALUE ZERO.
