       01  SCORE-IN-DETAIL.
           05  SI-SIGN             PIC X.
           05  SI-BASE-SCORE-RAW   PIC X(5).
           05  SI-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(10).

       FD  BONUS-TIER-FILE
           RECORDING MODE IS F.
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

       FD  RECON-RPT-FILE
           RECORDING MODE IS F.

       COPY WSBONEFF.

       COPY WSBUSDAY.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH        PIC X VALUE 'N'.
             88 WS-EOF-REACHED    VALUE 'Y'.
          05 WS-RCL-CALLABLE     PIC ZZZZZZ9.99.
          05 FILLER              PIC X(3)  VALUE "  -".
          05 WS-RCL-STATUS       PIC X(8)  VALUE SPACES.
          05 FILLER              PIC X(4)  VALUE " MD:".
          05 WS-RCL-MODE         PIC X     VALUE SPACE.

       01 WS-TRAILER-LINE.
          05 FILLER              PIC X(23)
          05 WS-TRL-MISMATCH     PIC ZZZ,ZZ9.
          05 FILLER              PIC X(9)  VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE

           PERFORM UNTIL WS-EOF-REACHED
           END-PERFORM

           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "RECONCIL" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           OPEN INPUT SCORE-IN-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
               SET WS-EOF-REACHED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
      * NOTHING IS COMPARED AFTER A FAILED OPEN, AND THE CALENDAR CALL
      * IN 150 WOULD HAND BACK ITS OWN RC OVER THE 16 JUST SET.
           IF NOT WS-EOF-REACHED
               PERFORM 150-LOAD-BONUS-TABLE
           END-IF.

      * PREFERS THE EFFECTIVE-DATED SET IN EFFECT TODAY WHEN
      * BONUSEFF.DAT EXISTS (SAME RULE AS CALCDVOP.cbl'S 150/156),
       150-LOAD-BONUS-TABLE.
           PERFORM 151-LOAD-EFFECTIVE-SETS
           IF WS-SET-TABLE-LOADED
      * TODAY MEANS THE POSTING DATE - THE NEXT BUSINESS DAY WHEN THE
      * CLOCK DATE IS NOT ONE (SEE CALCDVOP.cbl'S 102-RESOLVE-POSTING-
      * DATE).
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BDY-DATE-IN
               SET WS-BDY-NEXT-OR-SAME TO TRUE
               CALL "BUSDAY" USING WS-BUSDAY-IFACE
               IF WS-BDY-FAILED
                   MOVE WS-BDY-DATE-IN TO WS-SET-TARGET-DATE
               ELSE
                   MOVE WS-BDY-DATE-OUT TO WS-SET-TARGET-DATE
               END-IF
               PERFORM 156-SELECT-TIER-SET
           ELSE
               PERFORM 154-LOAD-FLAT-TABLE
                     TO WS-SET-TIER-HIGH (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-TIER-MULT
                     TO WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-CALC-MODE
                     TO WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
               END-IF
           END-IF.

                 TO WS-TIER-HIGH (WS-TIER-IDX)
               MOVE WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MULT (WS-TIER-IDX)
               MOVE WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MODE (WS-TIER-IDX)
           END-PERFORM
           MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE.

       154-LOAD-FLAT-TABLE.
           OPEN INPUT BONUS-TIER-FILE
                          MOVE BT-TIER-LOW  TO WS-TIER-LOW (WS-TIER-IDX)
                          MOVE BT-TIER-HIGH TO WS-TIER-HIGH(WS-TIER-IDX)
                          MOVE BT-TIER-MULT TO WS-TIER-MULT(WS-TIER-IDX)
                          MOVE BT-CALC-MODE TO WS-TIER-MODE(WS-TIER-IDX)
                  END-READ
                  SET WS-TIER-IDX UP BY 1
              END-PERFORM
              CLOSE BONUS-TIER-FILE
              MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE
           END-IF.

       200-READ-SCORE.
               END-IF
           END-IF.

      * A MARGINAL TABLE IS PRICED SLICE BY SLICE ON THIS SIDE TOO -
      * THE CHECK IS ONLY MEANINGFUL IF BOTH SIDES HONOUR THE MODE.
       300-COMPARE-SCORE.
           PERFORM 350-LOOKUP-BONUS-TIER
           IF WS-TIER-MODE-MARGINAL
               MOVE WS-BASE-SCORE TO WS-MRG-BASE
               PERFORM 360-COMPUTE-MARGINAL-RESULT
               MOVE WS-MRG-RESULT TO WS-STANDALONE-RESULT
               MOVE 'M' TO WS-RCL-MODE
           ELSE
               COMPUTE WS-STANDALONE-RESULT =
                   WS-BASE-SCORE * WS-BONUS-MULTIPLIER
               MOVE 'F' TO WS-RCL-MODE
           END-IF

           MOVE WS-BASE-SCORE TO WS-CALL-BASE-SCORE
           CALL "CALCDVOP" USING WS-CALLABLE-IFACE
                     TO WS-BONUS-MULTIPLIER
           END-SEARCH.

      * SAME MARGINAL (BRACKET) PRICING AS CALCDVOP.cbl'S 360-COMPUTE-
      * MARGINAL-RESULT, WORD FOR WORD.
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

       400-WRITE-RECON-LINE.
           ADD 1 TO WS-COMPARED-COUNT
           MOVE WS-BASE-SCORE       TO WS-RCL-SCORE
           END-IF
           CLOSE SCORE-IN-FILE
           CLOSE RECON-RPT-FILE.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "RECONCIL" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-READ-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
