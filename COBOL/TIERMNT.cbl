      * CANNOT BE COMPILED OR RUN IN THIS ENVIRONMENT - IT IS
      * DESK-CHECKED AGAINST STANDARD CICS/COBOL CODING CONVENTIONS
      * ONLY.
      *
      * FOUR-EYES CONTROL: A CHANGE KEYED HERE DOES NOT TOUCH
      * BONUSTBL. IT IS WRITTEN TO THE PENDAPPR KSDS (SEE
      * PENDAPPR.cpy) AS A WAITING ITEM CARRYING THE TIER AS IT STOOD
      * AND AS THE MAKER WANTS IT; A SECOND OPERATOR APPROVES OR
      * DECLINES IT ON VGAP (APPRMNT.cbl), WHICH IS WHERE BONUSTBL IS
      * REWRITTEN AND THE TIERHIST ENTRY WRITTEN. THE MAKER MUST BE
      * ON THE OPERAUTH KSDS (SEE OPERAUTH.cpy) WITH OA-TIER-MAKE SET.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      * THE BATCH SIDE EVER CHANGES.
           COPY WSBONUS.

           COPY PENDAPPR.

           COPY OPERAUTH.

       01 WS-BONUS-TIER-RECORD.
          05 BT-TIER-NO           PIC 9(2).
          05 BT-TIER-LOW          PIC 9(3)V99.
          05 BT-TIER-HIGH         PIC 9(3)V99.
          05 BT-TIER-MULT         PIC 9V9.
      * FLAT/MARGINAL MODE BYTE (SEE WSBONUS.cpy) - NOT MAINTAINED ON
      * THIS SCREEN, BUT CARRIED SO THE REWRITE PUTS IT BACK AS READ.
          05 BT-CALC-MODE         PIC X.

      * HOLDS EACH OTHER TIER READ BY 420-CHECK-OTHER-TIERS SO IT
      * DOESN'T CLOBBER WS-BONUS-TIER-RECORD (THE RECORD BEING
          05 OT-TIER-LOW           PIC 9(3)V99.
          05 OT-TIER-HIGH          PIC 9(3)V99.
          05 OT-TIER-MULT          PIC 9V9.
          05 OT-CALC-MODE          PIC X.

       01 WS-XTIER-CONTROLS.
          05 WS-XTIER-NO            PIC 9(2).
          05 WS-XTIER-RESP          PIC S9(8) COMP.

      * SIGNED-ON OPERATOR (THE MAKER) AND THE TIME THE ITEM IS
      * MADE, WHICH BECOME PA-MAKER-ID AND PART OF PA-ITEM-ID.
       01 WS-MAKER-CONTROLS.
          05 WS-USERID              PIC X(8) VALUE SPACES.
          05 WS-ABSTIME             PIC S9(15) COMP-3.
          05 WS-FMT-DATE            PIC X(8).
          05 WS-FMT-TIME            PIC X(6).

      * OPERATOR TYPES DIGITS ONLY, NO DECIMAL POINT (SEE THE MAP'S
      * FIELD PROMPTS) - THESE REDEFINITIONS LINE UP THE IMPLIED
               END-EXEC
      * MAPFAIL (OPERATOR PRESSES CLEAR, OR ENTER WITH AN EMPTY MAP)
      * LEAVES TIERMAPI'S FIELDS UNDEFINED/STALE - RE-DISPLAY THE
      * CURRENT TIER INSTEAD OF LETTING 400-SUBMIT-TIER-CHANGE (OR ANY
      * OTHER BRANCH) TRUST THAT UNVALIDATED DATA.
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "RE-ENTER DATA" TO WS-MSG-AREA
                   PERFORM 500-SEND-CURRENT-TIER
                       WHEN DFHPF8
                           PERFORM 310-BROWSE-NEXT
                       WHEN DFHENTER
                           PERFORM 400-SUBMIT-TIER-CHANGE
                       WHEN OTHER
                           MOVE "INVALID KEY - USE PF3/PF7/PF8/ENTER"
                               TO WS-MSG-AREA
           END-IF
           PERFORM 500-SEND-CURRENT-TIER.

      * VibeGarden: THE SAME EDITS AS EVER, THEN THE CHANGE GOES TO
      * PENDAPPR RATHER THAN BONUSTBL. THE TIER IS RE-READ (NOT FOR
      * UPDATE - NOTHING HERE REWRITES IT) SO THE ITEM RECORDS THE
      * VALUES THE MAKER WAS LOOKING AT; APPRMNT REFUSES TO APPLY IT
      * IF THE TIER NO LONGER HOLDS THOSE VALUES WHEN IT IS APPROVED.
       400-SUBMIT-TIER-CHANGE.
           MOVE CA-CURRENT-TIER-NO TO BT-TIER-NO
           PERFORM 410-VALIDATE-INPUT
           IF WS-MSG-AREA = SPACES
               PERFORM 440-CHECK-MAKER-AUTHORITY
           END-IF
           IF WS-MSG-AREA = SPACES
               EXEC CICS READ FILE('BONUSTBL')
                   INTO(WS-BONUS-TIER-RECORD)
                   RIDFLD(BT-TIER-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "TIER READ FAILED" TO WS-MSG-AREA
               ELSE
                   IF WS-LOWSC-NUM = BT-TIER-LOW
                      AND WS-HISC-NUM = BT-TIER-HIGH
                      AND WS-MULT-NUM = BT-TIER-MULT
                       MOVE "NO CHANGE TO SUBMIT" TO WS-MSG-AREA
                   ELSE
                       PERFORM 450-WRITE-PENDING-ITEM
                   END-IF
               END-IF
           END-IF
           PERFORM 500-SEND-CURRENT-TIER.
               END-IF
           END-PERFORM.

      * AN OPERATOR MISSING FROM OPERAUTH IS TREATED THE SAME AS ONE
      * WHOSE MAKE FLAG IS OFF.
       440-CHECK-MAKER-AUTHORITY.
           EXEC CICS ASSIGN USERID(WS-USERID)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS READ FILE('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-USERID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT OA-MAY-MAKE-TIER
               MOVE "NOT AUTHORIZED TO MAKE TIER CHANGES"
                   TO WS-MSG-AREA
           END-IF.

      * ITEM KEY IS KIND + DATE + TIME + THE LOW FOUR DIGITS OF THE
      * TASK NUMBER, UNIQUE UNLESS TWO TASKS 10000 APART START IN THE
      * SAME SECOND - A DUPLICATE KEY JUST ASKS THE OPERATOR TO RETRY.
       450-WRITE-PENDING-ITEM.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-FMT-DATE)
               TIME(WS-FMT-TIME)
           END-EXEC
           INITIALIZE PENDING-APPROVAL-RECORD
           SET PA-TIER-CHANGE TO TRUE
           MOVE WS-FMT-DATE   TO PA-MADE-DATE
           MOVE WS-FMT-TIME   TO PA-MADE-TIME
           MOVE EIBTASKN      TO PA-MADE-SEQ
           SET PA-WAITING TO TRUE
           MOVE WS-USERID     TO PA-MAKER-ID
           MOVE BT-TIER-NO    TO PA-TIER-NO
           MOVE BT-TIER-LOW   TO PA-OLD-LOW
           MOVE BT-TIER-HIGH  TO PA-OLD-HIGH
           MOVE BT-TIER-MULT  TO PA-OLD-MULT
           MOVE WS-LOWSC-NUM  TO PA-NEW-LOW
           MOVE WS-HISC-NUM   TO PA-NEW-HIGH
           MOVE WS-MULT-NUM   TO PA-NEW-MULT
           EXEC CICS WRITE FILE('PENDAPPR')
               FROM(PENDING-APPROVAL-RECORD)
               RIDFLD(PA-ITEM-ID)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   STRING "SENT FOR APPROVAL - ITEM " PA-ITEM-ID
                       DELIMITED BY SIZE INTO WS-MSG-AREA
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE "ITEM KEY IN USE - PRESS ENTER AGAIN"
                       TO WS-MSG-AREA
               WHEN OTHER
                   MOVE "APPROVAL FILE WRITE FAILED - NOTHING CHANGED"
                       TO WS-MSG-AREA
           END-EVALUATE.

       500-SEND-CURRENT-TIER.
           MOVE BT-TIER-NO     TO TIERNOO
           MOVE BT-TIER-LOW    TO LOWSCO
