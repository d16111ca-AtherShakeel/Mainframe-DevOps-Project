      * AN ADJUSTMENT TO A PRIOR YEAR'S RECORD LEAVES YTDMST.DAT ALONE
      * AND SAYS SO - YTDMTH.DAT KEEPS ONE SLOT PER MONTH AND CAN STILL
      * BE ADJUSTED.
      *
      * FOUR-EYES CONTROL: AI-USER-ID MUST BE ON THE OPERATOR
      * AUTHORITY TABLE (OPERAUTH.DAT, SEE OPERAUTH.cpy) AS ALLOWED TO
      * MAKE ADJUSTMENTS, OR THE CORRECTION IS REJECTED. A CORRECTION
      * THAT WOULD MOVE THE RESULT BY MORE THAN THE THRESHOLD IN
      * ADJLIMIT.DAT IS NOT APPLIED - IT IS PRICED, THEN WRITTEN TO
      * PENDAPPR.DAT (SEE PENDAPPR.cpy) TO WAIT FOR A SECOND OPERATOR
      * ON THE VGAP APPROVAL SCREEN (APPRMNT.cbl). EACH RUN FIRST
      * POSTS EVERY ITEM APPROVED SINCE THE LAST ONE, THROUGH THE SAME
      * EDIT/CLOSED-MONTH/PRICING PATH AS A NEW CORRECTION, PROVIDED
      * THE SCORE STILL STANDS AS IT DID WHEN THE ITEM WAS MADE;
      * ADJHIST.DAT THEN NAMES THE CHECKER AS WELL AS THE MAKER.
      *   ADJLIMIT.DAT  AL-THRESHOLD PIC 9(7)V99 (NINE DIGITS, IMPLIED
      *                 DECIMAL) - LARGEST CHANGE IN RESULT, EITHER
      *                 WAY, THAT POSTS WITHOUT APPROVAL. NO FILE, OR
      *                 A NON-NUMERIC VALUE, MEANS A THRESHOLD OF ZERO:
      *                 EVERY CORRECTION THAT CHANGES A RESULT WAITS.
      * PENDAPPR.DAT IS REWRITTEN WHOLE AT END OF RUN, SO THE PENDAPPR
      * KSDS IS UNLOADED BEFORE AND RELOADED AFTER THIS JOB WITH VGAP
      * CLOSED, THE SAME WAY BONUSTBL IS HANDLED FOR VGTM.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.

      * VibeGarden: FOUR-EYES FILES - SEE THE HEADER NOTE.
           SELECT PENDING-APPR-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-FILE-STATUS.

           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-FILE-STATUS.

           SELECT ADJ-LIMIT-FILE ASSIGN TO "ADJLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJLIMIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-IN-FILE
           05  BT-TIER-LOW         PIC 9(3)V99.
           05  BT-TIER-HIGH        PIC 9(3)V99.
           05  BT-TIER-MULT        PIC 9V9.
           05  BT-CALC-MODE        PIC X.

       FD  BONUS-EFF-FILE
           RECORDING MODE IS F.
           05  BE-TIER-LOW         PIC 9(3)V99.
           05  BE-TIER-HIGH        PIC 9(3)V99.
           05  BE-TIER-MULT        PIC 9V9.
           05  BE-CALC-MODE        PIC X.

       FD  SCORE-MASTER-FILE.
       01  MASTER-SCORE-RECORD.
           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  SCORE-INDEX-FILE
           RECORDING MODE IS F.

       FD  ADJUSTMENT-HIST-FILE
           RECORDING MODE IS F.
       01  ADJHIST-RECORD           PIC X(250).

       FD  CLOSED-MONTH-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  ADJREJ-RECORD            PIC X(110).

      * SAME LENGTH AS PENDAPPR.cpy'S PENDING-APPROVAL-RECORD, WHICH
      * IS HELD IN WORKING-STORAGE AND READ INTO / WRITTEN FROM.
       FD  PENDING-APPR-FILE
           RECORDING MODE IS F.
       01  PENDAPPR-FILE-RECORD     PIC X(179).

      * SAME LENGTH AS OPERAUTH.cpy'S OPERATOR-AUTH-RECORD.
       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F.
       01  OPERAUTH-FILE-RECORD     PIC X(42).

       FD  ADJ-LIMIT-FILE
           RECORDING MODE IS F.
       01  ADJ-LIMIT-RECORD.
           05  AL-THRESHOLD-RAW    PIC X(9).

       WORKING-STORAGE SECTION.
           COPY WSBONUS.

           COPY WSBONEFF.

           COPY PENDAPPR.

           COPY OPERAUTH.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-ADJREJ-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-INDEX-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-CLOSED-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-PENDAPPR-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-OPERAUTH-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-ADJLIMIT-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
             88 WS-MASTER-EOF       VALUE 'Y'.
          05 WS-BONUS-VALID-SW      PIC X VALUE 'Y'.
       01 WS-NEW-CALC-RESULTS.
          05 WS-NEW-MULT            PIC 9V9     VALUE 1.0.
          05 WS-NEW-RESULT          PIC 9(7)V99 VALUE ZERO.
          05 WS-NEW-UNCAPPED        PIC 9(7)V99 VALUE ZERO.
          05 WS-NEW-CALC-MODE       PIC X       VALUE 'F'.

      * SNAPSHOT OF THE MASTER RECORD AS IT WAS BEFORE THIS ADJUSTMENT,
      * TAKEN THE INSTANT 300-FIND-MASTER-RECORD LOCATES IT - BROKEN
                             INDEXED BY WS-CLM-IDX
                             PIC 9(6).

      * FOUR-EYES WORKING FIELDS. WS-ABS-DELTA IS UNSIGNED ON
      * PURPOSE - MOVING THE SIGNED DELTA INTO IT DROPS THE SIGN, SO A
      * CUT AND A RISE OF THE SAME SIZE MEET THE SAME THRESHOLD.
       01 WS-APPROVAL-CONTROLS.
          05 WS-ADJ-THRESHOLD       PIC 9(7)V99 VALUE ZERO.
          05 WS-THRESHOLD-RAW       PIC X(9).
          05 WS-THRESHOLD-NUM REDEFINES WS-THRESHOLD-RAW
                                     PIC 9(7)V99.
          05 WS-ABS-DELTA           PIC 9(7)V99 VALUE ZERO.
          05 WS-RELEASE-SW          PIC X VALUE 'N'.
             88 WS-RELEASING-APPROVED VALUE 'Y'.
          05 WS-CHECKER-ID          PIC X(8) VALUE SPACES.
          05 WS-HOLD-DATE           PIC 9(8) VALUE ZERO.
          05 WS-HOLD-TIME           PIC 9(6) VALUE ZERO.
          05 WS-HOLD-SEQ            PIC 9(4) VALUE ZERO.

      * OPERATORS ALLOWED TO MAKE ADJUSTMENTS, FROM OPERAUTH.DAT.
       01 WS-AUTH-CONTROLS.
          05 WS-AUTH-COUNT          PIC 9(3) VALUE ZERO.
          05 WS-AUTH-SCAN           PIC 9(3) VALUE ZERO.
          05 WS-AUTH-EOF-SWITCH     PIC X VALUE 'N'.
             88 WS-AUTH-EOF         VALUE 'Y'.
          05 WS-AUTH-FOUND-SW       PIC X VALUE 'N'.
             88 WS-MAKER-AUTHORIZED VALUE 'Y'.
          05 WS-AUTH-TABLE.
             10 WS-AUTH-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-AUTH-IDX.
                15 WS-AUTH-USER     PIC X(8).
                15 WS-AUTH-ADJ-MAKE PIC X.

      * THE WHOLE OF PENDAPPR.DAT, LOADED AT STARTUP AND WRITTEN BACK
      * AT END OF RUN WITH RELEASED ITEMS MARKED AND NEW HOLDS ADDED -
      * SAME LOAD-UPDATE-REWRITE SHAPE AS REJRECYC.cbl'S REBUILD OF
      * REJECTS.DAT. AN ENTRY IS ONE PENDING-APPROVAL-RECORD.
       01 WS-PENDING-CONTROLS.
          05 WS-PND-COUNT           PIC 9(4) VALUE ZERO.
          05 WS-PND-SLOT            PIC 9(4) VALUE ZERO.
          05 WS-PND-EOF-SWITCH      PIC X VALUE 'N'.
             88 WS-PND-EOF          VALUE 'Y'.
          05 WS-PND-CHANGED-SW      PIC X VALUE 'N'.
             88 WS-PND-CHANGED      VALUE 'Y'.
          05 WS-PND-TABLE.
             10 WS-PND-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-PND-IDX
                             PIC X(179).

       01 WS-ADJ-CONTROL-TOTALS.
          05 WS-ADJ-READ-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-ADJ-APPLIED-COUNT   PIC 9(7) VALUE ZERO.
          05 WS-ADJ-REJECT-COUNT    PIC 9(7) VALUE ZERO.
          05 WS-ADJ-HELD-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-ADJ-RELEASED-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY          PIC 9(4).
      * LOGGED (SEE 330-CHECK-CLOSED-MONTH).
          05 FILLER                PIC X(9)  VALUE "  REOPEN:".
          05 WS-AHL-REOPEN         PIC X(8).
      * FLAT ('F') OR MARGINAL ('M') - HOW NEWRES WAS PRICED.
          05 FILLER                PIC X(7)  VALUE "  MODE:".
          05 WS-AHL-NEW-MODE       PIC X.
      * BLANK FOR A CORRECTION WITHIN THE ADJLIMIT.DAT THRESHOLD;
      * OTHERWISE THE SECOND OPERATOR WHO APPROVED IT ON VGAP.
          05 FILLER                PIC X(10) VALUE "  CHECKER:".
          05 WS-AHL-CHECKER        PIC X(8).

       01 WS-ADJREJ-LINE.
          05 WS-ARJ-DATE.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF NOT WS-EOF-REACHED
               PERFORM 190-RELEASE-APPROVED-ITEMS
               PERFORM UNTIL WS-EOF-REACHED
                   PERFORM 200-READ-AND-PROCESS-ADJUSTMENT
               END-PERFORM
               PERFORM 195-REWRITE-PENDING-FILE
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.
                           OPEN OUTPUT ADJUSTMENT-REJECT-FILE
                       END-IF
                       PERFORM 165-LOAD-CLOSED-MONTHS
                       PERFORM 170-LOAD-OPERATOR-AUTHORITY
                       PERFORM 175-LOAD-ADJ-THRESHOLD
                       PERFORM 180-LOAD-PENDING-ITEMS
                   END-IF
               END-IF
           END-IF.
                     TO WS-SET-TIER-HIGH (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-TIER-MULT
                     TO WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-CALC-MODE
                     TO WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
               ELSE
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT set "
                       "effective " BE-EFF-DATE " has more than "
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

      * SAME SELECTION RULE AS CALCDVOP.cbl'S 156-SELECT-TIER-SET:
                 TO WS-TIER-HIGH (WS-TIER-IDX)
               MOVE WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MULT (WS-TIER-IDX)
               MOVE WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MODE (WS-TIER-IDX)
           END-PERFORM
           MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE.

      * SAME VALIDATION CALCDVOP.cbl RUNS BEFORE PROCESSING ANY SCORE -
      * A CORRECTION RECALCULATED AGAINST A BAD TABLE WOULD BE WORSE
                           " has a low score that exceeds its high"
                           " score"
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
               CLOSE CLOSED-MONTH-FILE
           END-IF.

      * VibeGarden: AN OPERATOR NOT ON OPERAUTH.DAT CANNOT BE
      * AUTHORIZED, SO WITHOUT THE TABLE NO CORRECTION MAY RUN AT ALL.
       170-LOAD-OPERATOR-AUTHORITY.
           MOVE ZERO TO WS-AUTH-COUNT
           MOVE 'N' TO WS-AUTH-EOF-SWITCH
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERAUTH-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - OPERAUTH.DAT open failed, "
                   "status " WS-OPERAUTH-FILE-STATUS
                   " - no adjustment can be authorized"
               SET WS-EOF-REACHED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-AUTH-EOF OR WS-EOF-REACHED
                   READ OPERATOR-AUTH-FILE INTO OPERATOR-AUTH-RECORD
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF WS-AUTH-COUNT < 200
                               ADD 1 TO WS-AUTH-COUNT
                               SET WS-AUTH-IDX TO WS-AUTH-COUNT
                               MOVE OA-USER-ID
                                 TO WS-AUTH-USER (WS-AUTH-IDX)
                               MOVE OA-ADJ-MAKE
                                 TO WS-AUTH-ADJ-MAKE (WS-AUTH-IDX)
                           ELSE
                               DISPLAY "VibeGarden FATAL - "
                                   "OPERAUTH.DAT holds more than 200 "
                                   "operators"
                               SET WS-EOF-REACHED TO TRUE
                               MOVE 16 TO RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       175-LOAD-ADJ-THRESHOLD.
           MOVE ZERO TO WS-ADJ-THRESHOLD
           MOVE SPACES TO WS-THRESHOLD-RAW
           OPEN INPUT ADJ-LIMIT-FILE
           IF WS-ADJLIMIT-FILE-STATUS = "00"
               READ ADJ-LIMIT-FILE
                   NOT AT END
                       MOVE AL-THRESHOLD-RAW TO WS-THRESHOLD-RAW
               END-READ
               CLOSE ADJ-LIMIT-FILE
           END-IF
           IF WS-THRESHOLD-RAW IS NUMERIC
               MOVE WS-THRESHOLD-NUM TO WS-ADJ-THRESHOLD
               DISPLAY "VibeGarden adjustment approval threshold "
                   WS-ADJ-THRESHOLD
           ELSE
               DISPLAY "VibeGarden WARNING - no usable ADJLIMIT.DAT, "
                   "every correction that changes a result will wait "
                   "for approval"
           END-IF.

       180-LOAD-PENDING-ITEMS.
           MOVE ZERO TO WS-PND-COUNT
           MOVE 'N' TO WS-PND-EOF-SWITCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-HOLD-DATE =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           COMPUTE WS-HOLD-TIME =
               WS-CURR-HH * 10000 + WS-CURR-MIN * 100 + WS-CURR-SEC
           OPEN INPUT PENDING-APPR-FILE
           IF WS-PENDAPPR-FILE-STATUS = "00"
               PERFORM UNTIL WS-PND-EOF OR WS-EOF-REACHED
                   READ PENDING-APPR-FILE
                       AT END
                           SET WS-PND-EOF TO TRUE
                       NOT AT END
                           IF WS-PND-COUNT < 3000
                               ADD 1 TO WS-PND-COUNT
                               SET WS-PND-IDX TO WS-PND-COUNT
                               MOVE PENDAPPR-FILE-RECORD
                                 TO WS-PND-ENTRY (WS-PND-IDX)
                           ELSE
                               DISPLAY "VibeGarden FATAL - "
                                   "PENDAPPR.DAT holds more than 3000 "
                                   "items"
                               SET WS-EOF-REACHED TO TRUE
                               MOVE 16 TO RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPR-FILE
           END-IF.

      * VibeGarden: EVERY ADJUSTMENT APPROVED ON VGAP SINCE THE LAST
      * RUN POSTS HERE, AHEAD OF TODAY'S ADJUSTIN.DAT, THROUGH THE SAME
      * 210 PATH - EXCEPT THAT IT IS NOT HELD AGAIN, AND IT MUST
      * FIND THE SCORE EXACTLY AS IT STOOD WHEN THE ITEM WAS MADE.
       190-RELEASE-APPROVED-ITEMS.
           PERFORM VARYING WS-PND-SLOT FROM 1 BY 1
                   UNTIL WS-PND-SLOT > WS-PND-COUNT
               SET WS-PND-IDX TO WS-PND-SLOT
               MOVE WS-PND-ENTRY (WS-PND-IDX)
                 TO PENDING-APPROVAL-RECORD
               IF PA-SCORE-ADJUSTMENT AND PA-APPROVED
                   PERFORM 191-RELEASE-ONE-ITEM
               END-IF
           END-PERFORM.

       191-RELEASE-ONE-ITEM.
           SET WS-RELEASING-APPROVED TO TRUE
           MOVE PA-CHECKER-ID  TO WS-CHECKER-ID
           MOVE PA-ADJ-REQUEST TO ADJUSTMENT-IN-RECORD
           PERFORM 210-PROCESS-ONE-ADJUSTMENT
           SET WS-PND-IDX TO WS-PND-SLOT
           MOVE WS-PND-ENTRY (WS-PND-IDX)
             TO PENDING-APPROVAL-RECORD
           IF WS-ADJ-VALID
               SET PA-POSTED TO TRUE
               ADD 1 TO WS-ADJ-RELEASED-COUNT
           ELSE
               SET PA-STALE TO TRUE
               MOVE WS-ADJ-REJECT-REASON TO PA-NOTE
           END-IF
           MOVE PENDING-APPROVAL-RECORD TO WS-PND-ENTRY (WS-PND-IDX)
           SET WS-PND-CHANGED TO TRUE
           MOVE 'N' TO WS-RELEASE-SW
           MOVE SPACES TO WS-CHECKER-ID.

      * A FAILED REWRITE LOSES TONIGHT'S HOLDS AND LEAVES TONIGHT'S
      * RELEASES MARKED APPROVED, SO THEY WOULD POST AGAIN - THE
      * FATAL SAYS SO RATHER THAN LET THE NEXT RUN FIND OUT.
       195-REWRITE-PENDING-FILE.
           IF WS-PND-CHANGED
               OPEN OUTPUT PENDING-APPR-FILE
               IF WS-PENDAPPR-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - PENDAPPR.DAT rewrite "
                       "failed, status " WS-PENDAPPR-FILE-STATUS
                       " - " WS-ADJ-HELD-COUNT " held item(s) not "
                       "saved and " WS-ADJ-RELEASED-COUNT
                       " posted item(s) still show approved"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-PND-SLOT FROM 1 BY 1
                           UNTIL WS-PND-SLOT > WS-PND-COUNT
                       SET WS-PND-IDX TO WS-PND-SLOT
                       WRITE PENDAPPR-FILE-RECORD
                           FROM WS-PND-ENTRY (WS-PND-IDX)
                   END-PERFORM
                   CLOSE PENDING-APPR-FILE
               END-IF
           END-IF.

       200-READ-AND-PROCESS-ADJUSTMENT.
           READ ADJUSTMENT-IN-FILE
               AT END
                   SET WS-EOF-REACHED TO TRUE
               NOT AT END
                   ADD 1 TO WS-ADJ-READ-COUNT
                   PERFORM 210-PROCESS-ONE-ADJUSTMENT
           END-READ.

       210-PROCESS-ONE-ADJUSTMENT.
           PERFORM 250-EDIT-ADJUSTMENT
           IF WS-ADJ-VALID AND NOT WS-RELEASING-APPROVED
               PERFORM 255-CHECK-MAKER-AUTHORITY
           END-IF
           IF WS-ADJ-VALID
               PERFORM 300-FIND-MASTER-RECORD
           END-IF
           IF WS-ADJ-VALID AND WS-RELEASING-APPROVED
               PERFORM 335-CHECK-STILL-AS-MADE
           END-IF
           IF WS-ADJ-VALID
               PERFORM 330-CHECK-CLOSED-MONTH
           END-IF
           IF WS-ADJ-VALID
               PERFORM 400-APPLY-ADJUSTMENT
           ELSE
               PERFORM 260-REJECT-ADJUSTMENT
           END-IF.

      * VibeGarden: THE MONTH-END FINALITY GUARD. THE TARGET RECORD
      * IS IN THE BUFFER (300 JUST FOUND IT), SO ITS MS-ID-DATE SAYS
      * WHICH MONTH THE ADJUSTMENT WOULD REACH INTO. A CLOSED MONTH
               MOVE "NON-NUMERIC" TO WS-ADJ-REJECT-REASON
           END-IF.

       255-CHECK-MAKER-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND-SW
           PERFORM VARYING WS-AUTH-SCAN FROM 1 BY 1
                   UNTIL WS-AUTH-SCAN > WS-AUTH-COUNT
                      OR WS-MAKER-AUTHORIZED
               SET WS-AUTH-IDX TO WS-AUTH-SCAN
               IF WS-AUTH-USER (WS-AUTH-IDX) = AI-USER-ID
                  AND WS-AUTH-ADJ-MAKE (WS-AUTH-IDX) = 'Y'
                   SET WS-MAKER-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MAKER-AUTHORIZED
               SET WS-ADJ-INVALID TO TRUE
               MOVE "USER NOT AUTHORIZED" TO WS-ADJ-REJECT-REASON
           END-IF.

      * VibeGarden: THE CHECKER APPROVED A CHANGE FROM A PARTICULAR
      * BASE AND RESULT. IF ANYTHING HAS MOVED THE SCORE SINCE, THAT
      * APPROVAL NO LONGER DESCRIBES WHAT WOULD HAPPEN - THE ITEM GOES
      * STALE INSTEAD OF POSTING.
       335-CHECK-STILL-AS-MADE.
           IF MS-BASE-SCORE NOT = PA-ADJ-OLD-BASE
              OR MS-TOTAL-RESULT NOT = PA-ADJ-OLD-RESULT
               SET WS-ADJ-INVALID TO TRUE
               MOVE "CHANGED SINCE MADE" TO WS-ADJ-REJECT-REASON
           END-IF.

      * VibeGarden: LOCATES THE MASTER RECORD FOR AI-SCORE-ID -
      * THROUGH THE VERIFIED SCOREIDX.DAT INDEX WHEN ONE IS LOADED
      * (310), OTHERWISE BY THE ORIGINAL LINEAR SCAN-BY-RELATIVE-KEY
               PERFORM 156-SELECT-TIER-SET
           END-IF
           PERFORM 350-LOOKUP-BONUS-TIER
      * A SCORE POSTED ON A BUDGET-CAPPED DAY STAYS CAPPED AT THE SAME
      * FACTOR - PRICED AND THEN SCALED IN THE SAME TWO TRUNCATING
      * STEPS CALCDVOP.cbl'S 300-CALCULATE-SCORE TAKES. THE MODE IS
      * THE ONE THE SELECTED SET CARRIES, SO A CORRECTION IS PRICED
      * THE WAY ITS POSTING DATE'S TABLE PRICED EVERYTHING ELSE.
           IF WS-TIER-MODE-MARGINAL
               MOVE WS-NEW-BASE TO WS-MRG-BASE
               PERFORM 360-COMPUTE-MARGINAL-RESULT
               MOVE WS-MRG-RESULT TO WS-NEW-UNCAPPED
               MOVE 'M' TO WS-NEW-CALC-MODE
           ELSE
               COMPUTE WS-NEW-UNCAPPED = WS-NEW-BASE * WS-NEW-MULT
               MOVE 'F' TO WS-NEW-CALC-MODE
           END-IF
           COMPUTE WS-NEW-RESULT = WS-NEW-UNCAPPED * MS-CAP-FACTOR
           COMPUTE WS-DELTA-RESULT = WS-NEW-RESULT - WS-OLD-TOTAL-RESULT
           MOVE WS-DELTA-RESULT TO WS-ABS-DELTA
           IF WS-ABS-DELTA > WS-ADJ-THRESHOLD
              AND NOT WS-RELEASING-APPROVED
               PERFORM 480-HOLD-FOR-APPROVAL
           ELSE
               PERFORM 410-POST-ADJUSTMENT
           END-IF.

       410-POST-ADJUSTMENT.
           MOVE WS-NEW-BASE     TO MS-BASE-SCORE
           MOVE WS-NEW-MULT     TO MS-MULTIPLIER
           MOVE WS-NEW-RESULT   TO MS-TOTAL-RESULT
           MOVE WS-NEW-CALC-MODE TO MS-CALC-MODE
           REWRITE MASTER-SCORE-RECORD
               INVALID KEY
                   DISPLAY "VibeGarden adjustment REWRITE failed for "
                       "score ID " AI-SCORE-ID
           END-REWRITE
           PERFORM 450-APPLY-YTD-DELTA
           PERFORM 460-APPLY-MONTHLY-DELTA
           PERFORM 470-WRITE-ADJUSTMENT-HISTORY
                   MOVE WS-TIER-MULT (WS-TIER-IDX) TO WS-NEW-MULT
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

      * VibeGarden: YTDMST.DAT HOLDS ONE ROW FOR THE CURRENT CALENDAR
      * YEAR ONLY (SEE THE PROGRAM HEADER NOTE) - AN ADJUSTMENT TO A
      * RECORD POSTED IN AN EARLIER YEAR CANNOT BE BACKED INTO IT AND
           MOVE AI-USER-ID        TO WS-AHL-USER
           MOVE AI-REASON         TO WS-AHL-REASON
           MOVE AI-REOPEN-AUTH    TO WS-AHL-REOPEN
           MOVE WS-NEW-CALC-MODE  TO WS-AHL-NEW-MODE
           MOVE WS-CHECKER-ID     TO WS-AHL-CHECKER
           WRITE ADJHIST-RECORD FROM WS-ADJHIST-LINE.

      * VibeGarden: OVER THE THRESHOLD - NOTHING IS REWRITTEN. THE
      * PRICED CORRECTION JOINS PENDAPPR.DAT AS A WAITING ITEM, KEYED
      * BY THIS RUN'S START DATE/TIME AND A RUN SEQUENCE NUMBER.
       480-HOLD-FOR-APPROVAL.
           IF WS-PND-COUNT >= 3000
               SET WS-ADJ-INVALID TO TRUE
               MOVE "APPROVAL FILE FULL" TO WS-ADJ-REJECT-REASON
               PERFORM 260-REJECT-ADJUSTMENT
           ELSE
               ADD 1 TO WS-HOLD-SEQ
               INITIALIZE PENDING-APPROVAL-RECORD
               SET PA-SCORE-ADJUSTMENT TO TRUE
               MOVE WS-HOLD-DATE     TO PA-MADE-DATE
               MOVE WS-HOLD-TIME     TO PA-MADE-TIME
               MOVE WS-HOLD-SEQ      TO PA-MADE-SEQ
               SET PA-WAITING TO TRUE
               MOVE AI-USER-ID       TO PA-MAKER-ID
               MOVE WS-ABS-DELTA     TO PA-AMOUNT
               MOVE ADJUSTMENT-IN-RECORD TO PA-ADJ-REQUEST
               MOVE WS-OLD-BASE-SCORE   TO PA-ADJ-OLD-BASE
               MOVE WS-OLD-TOTAL-RESULT TO PA-ADJ-OLD-RESULT
               MOVE WS-NEW-RESULT       TO PA-ADJ-NEW-RESULT
               ADD 1 TO WS-PND-COUNT
               SET WS-PND-IDX TO WS-PND-COUNT
               MOVE PENDING-APPROVAL-RECORD
                 TO WS-PND-ENTRY (WS-PND-IDX)
               SET WS-PND-CHANGED TO TRUE
               ADD 1 TO WS-ADJ-HELD-COUNT
               DISPLAY "VibeGarden adjustment for score ID "
                   AI-SCORE-ID " held for approval - change "
                   WS-ABS-DELTA " is over the threshold, item "
                   PA-ITEM-ID
           END-IF.

       260-REJECT-ADJUSTMENT.
           ADD 1 TO WS-ADJ-REJECT-COUNT
           DISPLAY "VibeGarden REJECTED adjustment for score ID "
           DISPLAY "VibeGarden adjustment run complete - Read: "
               WS-ADJ-READ-COUNT " Applied: " WS-ADJ-APPLIED-COUNT
               " Rejected: " WS-ADJ-REJECT-COUNT
               " Held: " WS-ADJ-HELD-COUNT
               " Approved posted: " WS-ADJ-RELEASED-COUNT
           IF WS-ADJ-REJECT-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ADJ-HELD-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ADJUSTMENT-IN-FILE
           CLOSE SCORE-MASTER-FILE
           CLOSE YTD-MASTER-FILE
