       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.
      *---------------------------------------------------------------*
      * VIBEGARDEN: CICS/BMS FOUR-EYES APPROVAL SCREEN. THE CHECKER'S
      * SIDE OF THE MAKER-CHECKER CONTROL: A TIER CHANGE KEYED ON VGTM
      * (TIERMNT.cbl) OR A SCOREADJ.cbl CORRECTION OVER THE
      * ADJLIMIT.DAT THRESHOLD WAITS ON THE PENDAPPR KSDS (SEE
      * PENDAPPR.cpy) UNTIL A SECOND OPERATOR PAGES TO IT HERE AND
      * APPROVES (PF5) OR DECLINES (PF6, WITH A NOTE) IT.
      *   - THE CHECKER MUST NOT BE THE MAKER (SIGN-ON USER ID AGAINST
      *     PA-MAKER-ID), AND MUST HOLD THE MATCHING APPROVE FLAG ON
      *     THE OPERAUTH KSDS (SEE OPERAUTH.cpy).
      *   - AN APPROVED TIER CHANGE IS APPLIED HERE AND NOW: BONUSTBL
      *     IS REWRITTEN AND THE BEFORE/AFTER ENTRY, NAMING MAKER AND
      *     CHECKER, GOES TO THE TIERHIST TD QUEUE ('TIHS') - BUT ONLY
      *     IF THE TIER STILL HOLDS THE VALUES THE MAKER SAW AND THE
      *     NEW BAND OVERLAPS NO OTHER TIER. OTHERWISE THE ITEM IS
      *     MARKED STALE AND NOTHING IS CHANGED.
      *   - AN APPROVED SCORE ADJUSTMENT IS ONLY MARKED APPROVED. THE
      *     NEXT SCOREADJ RUN POSTS IT TO SCOREMST.DAT (WITH ITS YTD,
      *     MONTHLY AND ADJHIST ENTRIES), SO THE ONLINE SIDE NEVER
      *     UPDATES A BATCH MASTER.
      * PSEUDO-CONVERSATIONAL UNDER TRANSID VGAP, MAPSET/MAP APPRMAP
      * (COBOL/BMS/APPRMAP.bms, SYMBOLIC MAP COPYBOOK AT
      * COBOL/COPYBOOKS/APPRMAP.cpy). PF7/PF8 PAGE THROUGH THE ITEMS
      * STILL WAITING, IN ITEM-ID (KIND, THEN OLDEST FIRST) ORDER.
      *
      * NOTE: AS WITH TIERMNT, BONUSTBL, PENDAPPR AND OPERAUTH ARE
      * VSAM KSDS DATASETS WITH THE SAME LAYOUTS AS THE FLAT FILES
      * THE BATCH SIDE READS, KEPT IN STEP BY THE LOAD/UNLOAD STEPS;
      * PENDAPPR AND BONUSTBL SHOULD BE DEFINED RECOVERABLE SO THE
      * SYNCPOINT ROLLBACK IN 470-RECORD-DECISION BACKS OUT A TIER
      * REWRITE WHOSE DECISION COULD NOT BE SAVED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY APPRMAP.
           COPY DFHAID.
           COPY DFHBMSCA.
      * WS-TIER-COUNT FOR THE CROSS-TIER CHECK, AS IN TIERMNT.cbl.
           COPY WSBONUS.

           COPY PENDAPPR.

           COPY OPERAUTH.

       01 WS-BONUS-TIER-RECORD.
          05 BT-TIER-NO           PIC 9(2).
          05 BT-TIER-LOW          PIC 9(3)V99.
          05 BT-TIER-HIGH         PIC 9(3)V99.
          05 BT-TIER-MULT         PIC 9V9.
          05 BT-CALC-MODE         PIC X.

       01 WS-OTHER-TIER-RECORD.
          05 OT-TIER-NO            PIC 9(2).
          05 OT-TIER-LOW           PIC 9(3)V99.
          05 OT-TIER-HIGH          PIC 9(3)V99.
          05 OT-TIER-MULT          PIC 9V9.
          05 OT-CALC-MODE          PIC X.

       01 WS-XTIER-CONTROLS.
          05 WS-XTIER-NO            PIC 9(2).
          05 WS-XTIER-RESP          PIC S9(8) COMP.

      * VibeGarden: THE TIERHIST ENTRY TIERMNT USED TO WRITE WHEN IT
      * REWROTE BONUSTBL ITSELF, NOW WRITTEN HERE AT THE POINT THE
      * CHANGE TAKES EFFECT, WITH THE MAKER AND THE CHECKER ADDED.
      * TRM/DATE/TIME ARE THE CHECKER'S TERMINAL AND THE EIB STAMP.
       01 WS-TIERHIST-LINE.
          05 FILLER                 PIC X(5)  VALUE "TIER:".
          05 TH-TIER-NO              PIC 9(2).
          05 FILLER                 PIC X(6)  VALUE " FROM:".
          05 TH-OLD-LOW               PIC ZZZ.99.
          05 FILLER                 PIC X(1)  VALUE "-".
          05 TH-OLD-HIGH              PIC ZZZ.99.
          05 FILLER                 PIC X(1)  VALUE "@".
          05 TH-OLD-MULT              PIC Z.9.
          05 FILLER                 PIC X(4)  VALUE " TO:".
          05 TH-NEW-LOW               PIC ZZZ.99.
          05 FILLER                 PIC X(1)  VALUE "-".
          05 TH-NEW-HIGH              PIC ZZZ.99.
          05 FILLER                 PIC X(1)  VALUE "@".
          05 TH-NEW-MULT              PIC Z.9.
          05 FILLER                 PIC X(5)  VALUE " TRM:".
          05 TH-TERM-ID               PIC X(4).
          05 FILLER                 PIC X(6)  VALUE " DATE:".
          05 TH-DATE                  PIC 9(7).
          05 FILLER                 PIC X(6)  VALUE " TIME:".
          05 TH-TIME                  PIC 9(7).
          05 FILLER                 PIC X(5)  VALUE " MKR:".
          05 TH-MAKER-ID              PIC X(8).
          05 FILLER                 PIC X(5)  VALUE " CHK:".
          05 TH-CHECKER-ID            PIC X(8).
          05 FILLER                 PIC X(4)  VALUE SPACES.

      * THE TWO DETAIL LINES OF THE MAP, ONE PAIR PER KIND OF ITEM.
       01 WS-TIER-DETAIL-1.
          05 FILLER                 PIC X(5)  VALUE "TIER ".
          05 WS-TD1-TIER-NO         PIC 9(2).
          05 FILLER                 PIC X(10) VALUE "   NOW:   ".
          05 WS-TD1-LOW             PIC ZZ9.99.
          05 FILLER                 PIC X(3)  VALUE " - ".
          05 WS-TD1-HIGH            PIC ZZ9.99.
          05 FILLER                 PIC X(3)  VALUE " @ ".
          05 WS-TD1-MULT            PIC 9.9.
          05 FILLER                 PIC X(32) VALUE SPACES.
       01 WS-TIER-DETAIL-2.
          05 FILLER                 PIC X(7)  VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE "   TO:    ".
          05 WS-TD2-LOW             PIC ZZ9.99.
          05 FILLER                 PIC X(3)  VALUE " - ".
          05 WS-TD2-HIGH            PIC ZZ9.99.
          05 FILLER                 PIC X(3)  VALUE " @ ".
          05 WS-TD2-MULT            PIC 9.9.
          05 FILLER                 PIC X(32) VALUE SPACES.
       01 WS-ADJ-DETAIL-1.
          05 FILLER                 PIC X(6)  VALUE "SCORE ".
          05 WS-AD1-SCORE-ID        PIC 9(12).
          05 FILLER                 PIC X(7)  VALUE "  BASE ".
          05 WS-AD1-OLD-BASE        PIC ZZ9.99.
          05 FILLER                 PIC X(4)  VALUE " TO ".
          05 WS-AD1-NEW-BASE        PIC X(5).
          05 FILLER                 PIC X(10) VALUE " (RAW)  R:".
          05 WS-AD1-REOPEN          PIC X(8).
          05 FILLER                 PIC X(12) VALUE SPACES.
       01 WS-ADJ-DETAIL-2.
          05 FILLER                 PIC X(7)  VALUE "RESULT ".
          05 WS-AD2-OLD-RESULT      PIC Z(6)9.99.
          05 FILLER                 PIC X(4)  VALUE " TO ".
          05 WS-AD2-NEW-RESULT      PIC Z(6)9.99.
          05 FILLER                 PIC X(2)  VALUE "  ".
          05 WS-AD2-REASON          PIC X(30).
          05 FILLER                 PIC X(7)  VALUE SPACES.

       01 WS-DISPLAY-FIELDS.
          05 WS-DSP-AMOUNT          PIC Z(6)9.99.
          05 WS-DSP-MADE.
             10 WS-DSP-MADE-DATE    PIC 9(8).
             10 FILLER              PIC X     VALUE SPACE.
             10 WS-DSP-MADE-TIME    PIC 9(6).

      * CHECKER'S SIGN-ON ID AND THE DECISION TIMESTAMP.
       01 WS-CHECKER-CONTROLS.
          05 WS-USERID              PIC X(8) VALUE SPACES.
          05 WS-ABSTIME             PIC S9(15) COMP-3.
          05 WS-FMT-DATE            PIC X(8).
          05 WS-FMT-TIME            PIC X(6).

       01 WS-BROWSE-CONTROLS.
          05 WS-BROWSE-KEY          PIC X(19).
          05 WS-BROWSE-END-SW       PIC X VALUE 'N'.
             88 WS-BROWSE-END       VALUE 'Y'.
          05 WS-ITEM-FOUND-SW       PIC X VALUE 'N'.
             88 WS-ITEM-FOUND       VALUE 'Y'.

       01 WS-SWITCHES.
          05 WS-END-CONVERSATION-SW PIC X VALUE 'N'.
             88 WS-END-CONVERSATION  VALUE 'Y'.
          05 WS-DECIDED-SW          PIC X VALUE 'N'.
             88 WS-ITEM-DECIDED     VALUE 'Y'.
          05 WS-TIER-APPLIED-SW     PIC X VALUE 'N'.
             88 WS-TIER-APPLIED     VALUE 'Y'.

      * THE COMMAREA IS WORKED ON IN WORKING-STORAGE AND PASSED BACK
      * FROM HERE - ON THE FIRST ENTRY (EIBCALEN = 0) THERE IS NO
      * DFHCOMMAREA TO ADDRESS.
       01 WS-COMMAREA.
          05 CA-ITEM-ID             PIC X(19).
          05 CA-ITEM-SW             PIC X.
             88 CA-HAVE-ITEM        VALUE 'Y'.

       01 WS-MSG-AREA              PIC X(60) VALUE SPACES.
       01 WS-GOODBYE-LINE          PIC X(40)
          VALUE "VIBEGARDEN FOUR-EYES APPROVAL - GOODBYE".
       01 WS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(20).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'N' TO WS-END-CONVERSATION-SW
           IF EIBCALEN = 0
               PERFORM 100-INIT-CONVERSATION
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EXEC CICS RECEIVE MAP('APPRMAP') MAPSET('APPRMAP')
                   INTO(APPRMAPI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "RE-ENTER DATA" TO WS-MSG-AREA
                   PERFORM 200-READ-CURRENT-ITEM
                   PERFORM 500-SEND-CURRENT-ITEM
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           PERFORM 900-END-CONVERSATION
                       WHEN DFHPF5
                           PERFORM 400-APPROVE-ITEM
                       WHEN DFHPF6
                           PERFORM 450-DECLINE-ITEM
                       WHEN DFHPF7
                           PERFORM 300-BROWSE-PREVIOUS
                       WHEN DFHPF8
                           PERFORM 310-BROWSE-NEXT
                       WHEN DFHENTER
                           PERFORM 320-REFRESH
                       WHEN OTHER
                           MOVE "INVALID KEY - USE PF3/PF5/PF6/PF7/PF8"
                               TO WS-MSG-AREA
                           PERFORM 200-READ-CURRENT-ITEM
                           PERFORM 500-SEND-CURRENT-ITEM
                   END-EVALUATE
               END-IF
           END-IF
           IF NOT WS-END-CONVERSATION
               EXEC CICS RETURN TRANSID('VGAP')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF
           EXEC CICS RETURN
           END-EXEC.

       100-INIT-CONVERSATION.
           MOVE LOW-VALUES TO CA-ITEM-ID
           MOVE 'N' TO CA-ITEM-SW
           PERFORM 310-BROWSE-NEXT.

       200-READ-CURRENT-ITEM.
           IF CA-HAVE-ITEM
               EXEC CICS READ FILE('PENDAPPR')
                   INTO(PENDING-APPROVAL-RECORD)
                   RIDFLD(CA-ITEM-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO CA-ITEM-SW
                   MOVE "ITEM NOT FOUND" TO WS-MSG-AREA
               END-IF
           END-IF.

      * VibeGarden: BROWSE BACKWARDS FROM THE ITEM ON SCREEN. READPREV
      * STRAIGHT AFTER A GTEQ STARTBR RETURNS THE STARTING RECORD
      * ITSELF, SO ANYTHING NOT STRICTLY BEFORE IT IS SKIPPED, AS IS
      * ANYTHING ALREADY DECIDED.
       300-BROWSE-PREVIOUS.
           MOVE SPACES TO WS-MSG-AREA
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE CA-ITEM-ID TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('PENDAPPR')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-ITEM-FOUND OR WS-BROWSE-END
                   EXEC CICS READPREV FILE('PENDAPPR')
                       INTO(PENDING-APPROVAL-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF PA-ITEM-ID < CA-ITEM-ID AND PA-WAITING
                           SET WS-ITEM-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('PENDAPPR')
               END-EXEC
           END-IF
           IF WS-ITEM-FOUND
               MOVE PA-ITEM-ID TO CA-ITEM-ID
               SET CA-HAVE-ITEM TO TRUE
           ELSE
               MOVE "NO EARLIER ITEM WAITING" TO WS-MSG-AREA
               PERFORM 200-READ-CURRENT-ITEM
           END-IF
           PERFORM 500-SEND-CURRENT-ITEM.

       310-BROWSE-NEXT.
           MOVE SPACES TO WS-MSG-AREA
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE CA-ITEM-ID TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('PENDAPPR')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-ITEM-FOUND OR WS-BROWSE-END
                   EXEC CICS READNEXT FILE('PENDAPPR')
                       INTO(PENDING-APPROVAL-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF PA-ITEM-ID > CA-ITEM-ID AND PA-WAITING
                           SET WS-ITEM-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('PENDAPPR')
               END-EXEC
           END-IF
           IF WS-ITEM-FOUND
               MOVE PA-ITEM-ID TO CA-ITEM-ID
               SET CA-HAVE-ITEM TO TRUE
           ELSE
               IF CA-HAVE-ITEM
                   MOVE "NO LATER ITEM WAITING" TO WS-MSG-AREA
               ELSE
                   MOVE "NO ITEMS WAITING FOR APPROVAL" TO WS-MSG-AREA
               END-IF
               PERFORM 200-READ-CURRENT-ITEM
           END-IF
           PERFORM 500-SEND-CURRENT-ITEM.

      * ENTER RE-READS THE ITEM ON SCREEN (ANOTHER CHECKER MAY HAVE
      * DECIDED IT MEANWHILE); WITH NOTHING ON SCREEN IT LOOKS AGAIN
      * FOR THE FIRST WAITING ITEM.
       320-REFRESH.
           MOVE SPACES TO WS-MSG-AREA
           IF CA-HAVE-ITEM
               PERFORM 200-READ-CURRENT-ITEM
               PERFORM 500-SEND-CURRENT-ITEM
           ELSE
               PERFORM 310-BROWSE-NEXT
           END-IF.

       400-APPROVE-ITEM.
           PERFORM 420-LOCK-AND-CHECK-ITEM
           IF WS-MSG-AREA = SPACES
               IF NOTEL > ZERO AND NOTEI NOT = SPACES
                  AND NOTEI NOT = LOW-VALUES
                   MOVE NOTEI TO PA-NOTE
               END-IF
               IF PA-TIER-CHANGE
                   PERFORM 430-APPLY-TIER-CHANGE
               ELSE
                   SET PA-APPROVED TO TRUE
                   SET WS-ITEM-DECIDED TO TRUE
                   MOVE "APPROVED - POSTS ON THE NEXT SCOREADJ RUN"
                       TO WS-MSG-AREA
               END-IF
               PERFORM 470-RECORD-DECISION
           END-IF
           PERFORM 500-SEND-CURRENT-ITEM.

      * VibeGarden: ITEM READ FOR UPDATE SO TWO CHECKERS CANNOT BOTH
      * DECIDE IT; ON ANY REFUSAL THE LOCK IS RELEASED AT ONCE.
       420-LOCK-AND-CHECK-ITEM.
           MOVE SPACES TO WS-MSG-AREA
           MOVE 'N' TO WS-DECIDED-SW
           MOVE 'N' TO WS-TIER-APPLIED-SW
           IF NOT CA-HAVE-ITEM
               MOVE "NO ITEM ON SCREEN" TO WS-MSG-AREA
           ELSE
               EXEC CICS ASSIGN USERID(WS-USERID)
                   RESP(WS-RESP)
               END-EXEC
               EXEC CICS READ FILE('PENDAPPR')
                   INTO(PENDING-APPROVAL-RECORD)
                   RIDFLD(CA-ITEM-ID)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "ITEM READ FOR UPDATE FAILED" TO WS-MSG-AREA
               ELSE
                   EVALUATE TRUE
                       WHEN NOT PA-WAITING
                           MOVE "ITEM ALREADY DECIDED" TO WS-MSG-AREA
                       WHEN PA-MAKER-ID = WS-USERID
                           MOVE "YOU MADE THIS ITEM - ANOTHER OPERATOR"
                             & " MUST CHECK IT" TO WS-MSG-AREA
                       WHEN OTHER
                           PERFORM 425-CHECK-CHECKER-AUTHORITY
                   END-EVALUATE
                   IF WS-MSG-AREA NOT = SPACES
                       EXEC CICS UNLOCK FILE('PENDAPPR')
                       END-EXEC
                   END-IF
               END-IF
           END-IF.

       425-CHECK-CHECKER-AUTHORITY.
           EXEC CICS READ FILE('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-USERID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR (PA-TIER-CHANGE AND NOT OA-MAY-APPROVE-TIER)
              OR (PA-SCORE-ADJUSTMENT AND NOT OA-MAY-APPROVE-ADJ)
               MOVE "NOT AUTHORIZED TO APPROVE THIS KIND OF CHANGE"
                   TO WS-MSG-AREA
           END-IF.

      * VibeGarden: THE TIER MUST STILL BE EXACTLY WHAT THE MAKER SAW,
      * AND THE NEW BAND MUST STILL FIT BETWEEN THE OTHER TIERS AS
      * THEY STAND NOW - EITHER MAY HAVE MOVED SINCE THE ITEM WAS MADE.
      * IF NOT, THE ITEM IS DECIDED AS STALE AND BONUSTBL IS LEFT AS
      * IT IS. A FAILED REWRITE LEAVES THE ITEM WAITING.
       430-APPLY-TIER-CHANGE.
           PERFORM 440-CHECK-OTHER-TIERS
           IF WS-MSG-AREA NOT = SPACES
               SET PA-STALE TO TRUE
               MOVE WS-MSG-AREA TO PA-NOTE
               SET WS-ITEM-DECIDED TO TRUE
               MOVE SPACES TO WS-MSG-AREA
               STRING "NOT APPLIED - " PA-NOTE
                   DELIMITED BY SIZE INTO WS-MSG-AREA
           ELSE
               MOVE PA-TIER-NO TO BT-TIER-NO
               EXEC CICS READ FILE('BONUSTBL')
                   INTO(WS-BONUS-TIER-RECORD)
                   RIDFLD(BT-TIER-NO)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET PA-STALE TO TRUE
                   MOVE "TIER NOT ON BONUSTBL" TO PA-NOTE
                   SET WS-ITEM-DECIDED TO TRUE
                   MOVE "NOT APPLIED - TIER NOT ON FILE, ITEM STALE"
                       TO WS-MSG-AREA
               ELSE
                   IF BT-TIER-LOW NOT = PA-OLD-LOW
                      OR BT-TIER-HIGH NOT = PA-OLD-HIGH
                      OR BT-TIER-MULT NOT = PA-OLD-MULT
                       EXEC CICS UNLOCK FILE('BONUSTBL')
                       END-EXEC
                       SET PA-STALE TO TRUE
                       MOVE "TIER CHANGED SINCE MADE" TO PA-NOTE
                       SET WS-ITEM-DECIDED TO TRUE
                       MOVE "NOT APPLIED - TIER CHANGED SINCE MADE"
                           TO WS-MSG-AREA
                   ELSE
                       MOVE PA-NEW-LOW  TO BT-TIER-LOW
                       MOVE PA-NEW-HIGH TO BT-TIER-HIGH
                       MOVE PA-NEW-MULT TO BT-TIER-MULT
                       EXEC CICS REWRITE FILE('BONUSTBL')
                           FROM(WS-BONUS-TIER-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET PA-POSTED TO TRUE
                           SET WS-ITEM-DECIDED TO TRUE
                           SET WS-TIER-APPLIED TO TRUE
                           MOVE "APPROVED - TIER UPDATED"
                               TO WS-MSG-AREA
                       ELSE
                           MOVE "TIER UPDATE FAILED - ITEM STILL "
                             & "WAITING" TO WS-MSG-AREA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * SAME OVERLAP TEST AS TIERMNT.cbl'S 420-CHECK-OTHER-TIERS, RUN
      * AGAIN WITH THE ITEM'S NEW BAND AGAINST THE OTHER TIERS TODAY.
       440-CHECK-OTHER-TIERS.
           PERFORM VARYING WS-XTIER-NO FROM 1 BY 1
                   UNTIL WS-XTIER-NO > WS-TIER-COUNT
                      OR WS-MSG-AREA NOT = SPACES
               IF WS-XTIER-NO NOT = PA-TIER-NO
                   EXEC CICS READ FILE('BONUSTBL')
                       INTO(WS-OTHER-TIER-RECORD)
                       RIDFLD(WS-XTIER-NO)
                       RESP(WS-XTIER-RESP)
                   END-EXEC
                   IF WS-XTIER-RESP = DFHRESP(NORMAL)
                       IF PA-NEW-LOW <= OT-TIER-HIGH
                          AND OT-TIER-LOW <= PA-NEW-HIGH
                           STRING "BAND OVERLAPS TIER " WS-XTIER-NO
                               DELIMITED BY SIZE INTO WS-MSG-AREA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       450-DECLINE-ITEM.
           IF NOTEL = ZERO OR NOTEI = SPACES OR NOTEI = LOW-VALUES
               MOVE "ENTER A NOTE SAYING WHY, THEN PF6 TO DECLINE"
                   TO WS-MSG-AREA
               PERFORM 200-READ-CURRENT-ITEM
           ELSE
               PERFORM 420-LOCK-AND-CHECK-ITEM
               IF WS-MSG-AREA = SPACES
                   SET PA-DECLINED TO TRUE
                   MOVE NOTEI TO PA-NOTE
                   SET WS-ITEM-DECIDED TO TRUE
                   MOVE "DECLINED" TO WS-MSG-AREA
                   PERFORM 470-RECORD-DECISION
               END-IF
           END-IF
           PERFORM 500-SEND-CURRENT-ITEM.

      * VibeGarden: BEFORE/AFTER TIER-CHANGE AUDIT ENTRY ON THE
      * TIERHIST TD QUEUE - SEE WS-TIERHIST-LINE. WRITTEN ONLY ONCE
      * THE DECISION IS SAVED, SINCE A TD WRITE CANNOT BE BACKED OUT.
       460-LOG-TIER-CHANGE.
           MOVE PA-TIER-NO    TO TH-TIER-NO
           MOVE PA-OLD-LOW    TO TH-OLD-LOW
           MOVE PA-OLD-HIGH   TO TH-OLD-HIGH
           MOVE PA-OLD-MULT   TO TH-OLD-MULT
           MOVE PA-NEW-LOW    TO TH-NEW-LOW
           MOVE PA-NEW-HIGH   TO TH-NEW-HIGH
           MOVE PA-NEW-MULT   TO TH-NEW-MULT
           MOVE EIBTRMID      TO TH-TERM-ID
           MOVE EIBDATE       TO TH-DATE
           MOVE EIBTIME       TO TH-TIME
           MOVE PA-MAKER-ID   TO TH-MAKER-ID
           MOVE PA-CHECKER-ID TO TH-CHECKER-ID
           EXEC CICS WRITEQ TD QUEUE('TIHS')
               FROM(WS-TIERHIST-LINE)
               LENGTH(LENGTH OF WS-TIERHIST-LINE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "TIER UPDATED - HISTORY LOG FAILED" TO WS-MSG-AREA
           END-IF.

      * A DECISION THAT CANNOT BE SAVED IS ROLLED BACK WHOLE, TIER
      * REWRITE INCLUDED, SO BONUSTBL NEVER CHANGES WITHOUT AN ITEM
      * SAYING WHO APPROVED IT.
       470-RECORD-DECISION.
           IF NOT WS-ITEM-DECIDED
               EXEC CICS UNLOCK FILE('PENDAPPR')
               END-EXEC
           ELSE
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-FMT-DATE)
                   TIME(WS-FMT-TIME)
               END-EXEC
               MOVE WS-USERID   TO PA-CHECKER-ID
               MOVE WS-FMT-DATE TO PA-DECIDED-DATE
               MOVE WS-FMT-TIME TO PA-DECIDED-TIME
               EXEC CICS REWRITE FILE('PENDAPPR')
                   FROM(PENDING-APPROVAL-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE "DECISION NOT SAVED - NOTHING CHANGED"
                       TO WS-MSG-AREA
                   PERFORM 200-READ-CURRENT-ITEM
               ELSE
                   IF WS-TIER-APPLIED
                       PERFORM 460-LOG-TIER-CHANGE
                   END-IF
               END-IF
           END-IF.

       500-SEND-CURRENT-ITEM.
           MOVE LOW-VALUES TO APPRMAPO
           IF CA-HAVE-ITEM
               MOVE PA-ITEM-ID        TO ITEMIDO
               IF PA-TIER-CHANGE
                   MOVE "TIER CHANGE"      TO KINDO
               ELSE
                   MOVE "SCORE ADJUSTMENT" TO KINDO
               END-IF
               EVALUATE TRUE
                   WHEN PA-WAITING
                       MOVE "WAITING"    TO STATO
                   WHEN PA-APPROVED
                       MOVE "APPROVED"   TO STATO
                   WHEN PA-POSTED
                       MOVE "IN EFFECT"  TO STATO
                   WHEN PA-DECLINED
                       MOVE "DECLINED"   TO STATO
                   WHEN PA-STALE
                       MOVE "STALE"      TO STATO
                   WHEN OTHER
                       MOVE PA-STATUS    TO STATO
               END-EVALUATE
               MOVE PA-MAKER-ID       TO MAKERO
               MOVE PA-MADE-DATE      TO WS-DSP-MADE-DATE
               MOVE PA-MADE-TIME      TO WS-DSP-MADE-TIME
               MOVE WS-DSP-MADE       TO MADEO
               MOVE PA-AMOUNT         TO WS-DSP-AMOUNT
               MOVE WS-DSP-AMOUNT     TO AMTO
               IF PA-TIER-CHANGE
                   MOVE PA-TIER-NO    TO WS-TD1-TIER-NO
                   MOVE PA-OLD-LOW    TO WS-TD1-LOW
                   MOVE PA-OLD-HIGH   TO WS-TD1-HIGH
                   MOVE PA-OLD-MULT   TO WS-TD1-MULT
                   MOVE PA-NEW-LOW    TO WS-TD2-LOW
                   MOVE PA-NEW-HIGH   TO WS-TD2-HIGH
                   MOVE PA-NEW-MULT   TO WS-TD2-MULT
                   MOVE WS-TIER-DETAIL-1 TO DTL1O
                   MOVE WS-TIER-DETAIL-2 TO DTL2O
               ELSE
                   MOVE PA-ADJ-SCORE-ID     TO WS-AD1-SCORE-ID
                   MOVE PA-ADJ-OLD-BASE     TO WS-AD1-OLD-BASE
                   MOVE PA-ADJ-NEW-BASE-RAW TO WS-AD1-NEW-BASE
                   MOVE PA-ADJ-REOPEN-AUTH  TO WS-AD1-REOPEN
                   MOVE PA-ADJ-OLD-RESULT   TO WS-AD2-OLD-RESULT
                   MOVE PA-ADJ-NEW-RESULT   TO WS-AD2-NEW-RESULT
                   MOVE PA-ADJ-REASON       TO WS-AD2-REASON
                   MOVE WS-ADJ-DETAIL-1 TO DTL1O
                   MOVE WS-ADJ-DETAIL-2 TO DTL2O
               END-IF
               MOVE PA-NOTE           TO NOTEO
           END-IF
           MOVE WS-MSG-AREA           TO MSGO
           EXEC CICS SEND MAP('APPRMAP') MAPSET('APPRMAP')
               FROM(APPRMAPO)
               ERASE
           END-EXEC.

       900-END-CONVERSATION.
           SET WS-END-CONVERSATION TO TRUE
           EXEC CICS SEND TEXT
               FROM(WS-GOODBYE-LINE)
               LENGTH(LENGTH OF WS-GOODBYE-LINE)
               ERASE
               FREEKB
           END-EXEC.
