       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.
      *---------------------------------------------------------------*
      * VIBEGARDEN: CICS/BMS EXCEPTION CASE SCREEN. LISTS THE OPEN
      * CASES CASEFEED.cbl HAS RAISED ON THE EXCCASE KSDS (SEE
      * EXCCASE.cpy), TEN TO A PAGE IN CASE-ID (OLDEST FIRST) ORDER,
      * AND LETS AN OPERATOR TAKE ONE ON:
      *   - PF4 ASSIGNS THE CASE TO THE OWNER KEYED (OR, LEFT BLANK,
      *     TO THE OPERATOR SIGNED ON) AND MARKS IT BEING WORKED. THE
      *     OWNER MUST BE ON THE OPERAUTH KSDS (SEE OPERAUTH.cpy).
      *   - PF5 RECORDS THE NOTE KEYED AGAINST THE CASE.
      *   - PF6 CLOSES THE CASE WITH THE RESOLUTION CODE KEYED (FIXD,
      *     RERN, ACPT, FALS OR DUPL); A CASE NOBODY TOOK IS OWNED BY
      *     WHOEVER CLOSES IT.
      *   - ENTER SHOWS THE CASE WHOSE ID IS KEYED, OR REFRESHES THE
      *     PAGE; PF7/PF8 PAGE BACK AND FORWARD.
      * A NOTE KEYED WITH PF4 OR PF6 IS RECORDED AS WELL. ONLY THE
      * LATEST NOTE IS KEPT ON THE CASE; EVERY ASSIGNMENT, NOTE AND
      * CLOSE IS ALSO WRITTEN TO THE CASEHIST TD QUEUE ('CSHS') ONCE
      * IT IS SAVED, SO THE WHOLE STORY OF A CASE CAN BE FOLLOWED.
      * THE SIGNED-ON OPERATOR MUST BE ON OPERAUTH TO CHANGE A CASE.
      * PSEUDO-CONVERSATIONAL UNDER TRANSID VGEX, MAPSET/MAP CASEMAP
      * (COBOL/BMS/CASEMAP.bms, SYMBOLIC MAP COPYBOOK AT
      * COBOL/COPYBOOKS/CASEMAP.cpy).
      *
      * NOTE: AS WITH APPRMNT, EXCCASE AND OPERAUTH ARE VSAM KSDS
      * DATASETS WITH THE SAME LAYOUTS AS THE FLAT FILES THE BATCH
      * SIDE READS. EXCCASE.DAT IS REWRITTEN WHOLE BY CASEFEED, SO
      * THE KSDS IS UNLOADED BEFORE AND RELOADED AFTER THAT STEP WITH
      * VGEX CLOSED. EXCCASE SHOULD BE DEFINED RECOVERABLE SO THE
      * SYNCPOINT ROLLBACK IN 470-SAVE-CASE BACKS OUT CLEANLY.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CASEMAP.
           COPY DFHAID.
           COPY DFHBMSCA.

           COPY EXCCASE.

           COPY OPERAUTH.

      * VibeGarden: ONE CASEHIST ENTRY PER SAVED ACTION. TRM/DATE/
      * TIME ARE THE OPERATOR'S TERMINAL AND THE EIB STAMP.
       01 WS-CASEHIST-LINE.
          05 FILLER                 PIC X(5)  VALUE "CASE:".
          05 CH-CASE-ID             PIC X(12).
          05 FILLER                 PIC X(5)  VALUE " ACT:".
          05 CH-ACTION              PIC X(6).
          05 FILLER                 PIC X(4)  VALUE " BY:".
          05 CH-USER-ID             PIC X(8).
          05 FILLER                 PIC X(5)  VALUE " OWN:".
          05 CH-OWNER-ID            PIC X(8).
          05 FILLER                 PIC X(5)  VALUE " RES:".
          05 CH-RESOLUTION          PIC X(4).
          05 FILLER                 PIC X(5)  VALUE " TRM:".
          05 CH-TERM-ID             PIC X(4).
          05 FILLER                 PIC X(6)  VALUE " DATE:".
          05 CH-DATE                PIC 9(7).
          05 FILLER                 PIC X(6)  VALUE " TIME:".
          05 CH-TIME                PIC 9(7).
          05 FILLER                 PIC X(6)  VALUE " NOTE:".
          05 CH-NOTE                PIC X(60).

      * ONE LIST LINE PER OPEN CASE, UNDER WS-LIST-HEADING.
       01 WS-LIST-HEADING.
          05 FILLER                 PIC X(13) VALUE "CASE ID".
          05 FILLER                 PIC X(4)  VALUE "S V ".
          05 FILLER                 PIC X(9)  VALUE "SOURCE".
          05 FILLER                 PIC X(31) VALUE "FINDING KEY".
          05 FILLER                 PIC X(9)  VALUE "FOUND".
          05 FILLER                 PIC X(10) VALUE "OWNER".
       01 WS-LIST-LINE.
          05 WS-LL-CASE-ID          PIC X(12).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-LL-STATUS           PIC X.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-LL-SEVERITY         PIC X.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-LL-SOURCE           PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-LL-KEY              PIC X(30).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-LL-FOUND            PIC 9(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-LL-OWNER            PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.

      * THE THREE DETAIL LINES FOR THE CASE ON SCREEN.
       01 WS-CASE-DETAIL-1.
          05 FILLER                 PIC X(5)  VALUE "CASE ".
          05 WS-CD1-CASE-ID         PIC X(12).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-CD1-STATUS          PIC X(12).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-CD1-SEVERITY        PIC X(6).
          05 FILLER                 PIC X(6)  VALUE "  SEEN".
          05 WS-CD1-SEEN-COUNT      PIC ZZZ9.
          05 FILLER                 PIC X(7)  VALUE " TIMES,".
          05 FILLER                 PIC X(6)  VALUE " LAST ".
          05 WS-CD1-LAST-SEEN       PIC 9(8).
          05 FILLER                 PIC X(6)  VALUE SPACES.
       01 WS-CASE-DETAIL-2.
          05 WS-CD2-DESCRIPTION     PIC X(40).
          05 FILLER                 PIC X(8)  VALUE "  OWNER ".
          05 WS-CD2-OWNER           PIC X(8).
          05 FILLER                 PIC X(5)  VALUE " RES ".
          05 WS-CD2-RESOLUTION      PIC X(4).
          05 FILLER                 PIC X(11) VALUE SPACES.
       01 WS-CASE-DETAIL-3.
          05 FILLER                 PIC X(6)  VALUE "NOTE: ".
          05 WS-CD3-NOTE            PIC X(60).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-CD3-NOTE-USER       PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.

      * OPERATOR'S SIGN-ON ID AND THE ACTION TIMESTAMP.
       01 WS-OPERATOR-CONTROLS.
          05 WS-USERID              PIC X(8) VALUE SPACES.
          05 WS-CHECK-USERID        PIC X(8) VALUE SPACES.
          05 WS-ABSTIME             PIC S9(15) COMP-3.
          05 WS-FMT-DATE            PIC X(8).
          05 WS-FMT-TIME            PIC X(6).

       01 WS-BROWSE-CONTROLS.
          05 WS-BROWSE-KEY          PIC X(12).
          05 WS-SKIP-KEY            PIC X(12).
          05 WS-EARLIEST-KEY        PIC X(12).
          05 WS-BACK-COUNT          PIC 9(2) VALUE ZERO.
          05 WS-BROWSE-END-SW       PIC X VALUE 'N'.
             88 WS-BROWSE-END       VALUE 'Y'.

      * THE PAGE OF LIST LINES BEING BUILT FOR THE MAP.
       01 WS-PAGE-CONTROLS.
          05 WS-PAGE-COUNT          PIC 9(2) VALUE ZERO.
          05 WS-LINE-NO             PIC 9(2) VALUE ZERO.
          05 WS-PAGE-LINE           PIC X(76) OCCURS 10 TIMES.

       01 WS-SWITCHES.
          05 WS-END-CONVERSATION-SW PIC X VALUE 'N'.
             88 WS-END-CONVERSATION  VALUE 'Y'.
          05 WS-NOTE-KEYED-SW       PIC X VALUE 'N'.
             88 WS-NOTE-KEYED       VALUE 'Y'.

      * THE COMMAREA IS WORKED ON IN WORKING-STORAGE AND PASSED BACK
      * FROM HERE - ON THE FIRST ENTRY (EIBCALEN = 0) THERE IS NO
      * DFHCOMMAREA TO ADDRESS. FIRST/LAST KEY ARE THE CASES AT THE
      * TOP AND BOTTOM OF THE PAGE ON SCREEN.
       01 WS-COMMAREA.
          05 CA-FIRST-KEY           PIC X(12).
          05 CA-LAST-KEY            PIC X(12).
          05 CA-CASE-ID             PIC X(12).
          05 CA-CASE-SW             PIC X.
             88 CA-HAVE-CASE        VALUE 'Y'.

       01 WS-MSG-AREA              PIC X(60) VALUE SPACES.
       01 WS-GOODBYE-LINE          PIC X(38)
          VALUE "VIBEGARDEN EXCEPTION CASES - GOODBYE".
       01 WS-RESP                  PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA              PIC X(37).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'N' TO WS-END-CONVERSATION-SW
           IF EIBCALEN = 0
               PERFORM 100-INIT-CONVERSATION
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EXEC CICS RECEIVE MAP('CASEMAP') MAPSET('CASEMAP')
                   INTO(CASEMAPI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "RE-ENTER DATA" TO WS-MSG-AREA
                   PERFORM 330-REBUILD-PAGE
                   PERFORM 200-READ-CURRENT-CASE
                   PERFORM 500-SEND-SCREEN
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           PERFORM 900-END-CONVERSATION
                       WHEN DFHPF4
                           PERFORM 400-ASSIGN-CASE
                       WHEN DFHPF5
                           PERFORM 450-ADD-NOTE
                       WHEN DFHPF6
                           PERFORM 480-CLOSE-CASE
                       WHEN DFHPF7
                           PERFORM 300-PAGE-BACK
                       WHEN DFHPF8
                           PERFORM 310-PAGE-FORWARD
                       WHEN DFHENTER
                           PERFORM 320-SHOW-CASE
                       WHEN OTHER
                           MOVE "INVALID KEY - USE PF3/PF4/PF5/PF6/PF7/"
                             & "PF8/ENTER" TO WS-MSG-AREA
                           PERFORM 330-REBUILD-PAGE
                           PERFORM 200-READ-CURRENT-CASE
                           PERFORM 500-SEND-SCREEN
                   END-EVALUATE
               END-IF
           END-IF
           IF NOT WS-END-CONVERSATION
               EXEC CICS RETURN TRANSID('VGEX')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF
           EXEC CICS RETURN
           END-EXEC.

       100-INIT-CONVERSATION.
           MOVE LOW-VALUES TO CA-FIRST-KEY
           MOVE LOW-VALUES TO CA-LAST-KEY
           MOVE LOW-VALUES TO CA-CASE-ID
           MOVE 'N' TO CA-CASE-SW
           PERFORM 330-REBUILD-PAGE
           IF WS-PAGE-COUNT = ZERO
               MOVE "NO OPEN CASES" TO WS-MSG-AREA
           END-IF
           PERFORM 500-SEND-SCREEN.

       200-READ-CURRENT-CASE.
           IF CA-HAVE-CASE
               EXEC CICS READ FILE('EXCCASE')
                   INTO(EXCEPTION-CASE-RECORD)
                   RIDFLD(CA-CASE-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO CA-CASE-SW
                   MOVE "CASE NOT FOUND" TO WS-MSG-AREA
               END-IF
           END-IF.

      * VibeGarden: BROWSE BACKWARDS FROM THE TOP OF THE PAGE ON
      * SCREEN FOR UP TO TEN EARLIER OPEN CASES; THE EARLIEST OF THEM
      * STARTS THE NEW PAGE. AS IN APPRMNT, READPREV STRAIGHT AFTER A
      * GTEQ STARTBR RETURNS THE STARTING RECORD ITSELF, SO ANYTHING
      * NOT STRICTLY BEFORE IT IS SKIPPED.
       300-PAGE-BACK.
           MOVE SPACES TO WS-MSG-AREA
           MOVE ZERO TO WS-BACK-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('EXCCASE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BACK-COUNT = 10 OR WS-BROWSE-END
                   EXEC CICS READPREV FILE('EXCCASE')
                       INTO(EXCEPTION-CASE-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF EC-CASE-ID < CA-FIRST-KEY AND EC-OPEN
                           ADD 1 TO WS-BACK-COUNT
                           MOVE EC-CASE-ID TO WS-EARLIEST-KEY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXCCASE')
               END-EXEC
           END-IF
           IF WS-BACK-COUNT > ZERO
               MOVE WS-EARLIEST-KEY TO WS-BROWSE-KEY
               MOVE SPACES TO WS-SKIP-KEY
               PERFORM 340-FILL-PAGE
           ELSE
               MOVE "NO EARLIER OPEN CASES" TO WS-MSG-AREA
               PERFORM 330-REBUILD-PAGE
           END-IF
           PERFORM 200-READ-CURRENT-CASE
           PERFORM 500-SEND-SCREEN.

      * THE NEXT PAGE STARTS AFTER THE LAST CASE ON THIS ONE. IF
      * NOTHING OPEN FOLLOWS, THE PAGE ON SCREEN IS KEPT.
       310-PAGE-FORWARD.
           MOVE SPACES TO WS-MSG-AREA
           MOVE CA-LAST-KEY TO WS-BROWSE-KEY
           MOVE CA-LAST-KEY TO WS-SKIP-KEY
           PERFORM 340-FILL-PAGE
           IF WS-PAGE-COUNT = ZERO
               MOVE "NO LATER OPEN CASES" TO WS-MSG-AREA
               PERFORM 330-REBUILD-PAGE
           END-IF
           PERFORM 200-READ-CURRENT-CASE
           PERFORM 500-SEND-SCREEN.

      * ENTER WITH A CASE ID KEYED SHOWS THAT CASE (OPEN OR CLOSED);
      * WITHOUT ONE IT RE-READS THE PAGE AND THE CASE ON SCREEN,
      * SINCE ANOTHER OPERATOR MAY HAVE MOVED THEM ON MEANWHILE.
       320-SHOW-CASE.
           MOVE SPACES TO WS-MSG-AREA
           IF CASEIDL > ZERO AND CASEIDI NOT = SPACES
              AND CASEIDI NOT = LOW-VALUES
               MOVE CASEIDI TO CA-CASE-ID
               SET CA-HAVE-CASE TO TRUE
           END-IF
           PERFORM 330-REBUILD-PAGE
           PERFORM 200-READ-CURRENT-CASE
           PERFORM 500-SEND-SCREEN.

      * THE SAME PAGE AGAIN, FROM THE CASE AT ITS TOP ONWARDS.
       330-REBUILD-PAGE.
           MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
           MOVE SPACES TO WS-SKIP-KEY
           PERFORM 340-FILL-PAGE.

      * UP TO TEN OPEN CASES FROM WS-BROWSE-KEY ON, LEAVING OUT
      * WS-SKIP-KEY (THE LAST CASE OF THE PREVIOUS PAGE WHEN PAGING
      * FORWARD). THE PAGE KEYS ONLY MOVE WHEN SOMETHING WAS FOUND.
       340-FILL-PAGE.
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE 'N' TO WS-BROWSE-END-SW
           EXEC CICS STARTBR FILE('EXCCASE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-PAGE-COUNT = 10 OR WS-BROWSE-END
                   EXEC CICS READNEXT FILE('EXCCASE')
                       INTO(EXCEPTION-CASE-RECORD)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF EC-OPEN AND EC-CASE-ID NOT = WS-SKIP-KEY
                           PERFORM 350-ADD-LIST-LINE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('EXCCASE')
               END-EXEC
           END-IF.

       350-ADD-LIST-LINE.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT = 1
               MOVE EC-CASE-ID TO CA-FIRST-KEY
           END-IF
           MOVE EC-CASE-ID TO CA-LAST-KEY
           MOVE EC-CASE-ID        TO WS-LL-CASE-ID
           MOVE EC-STATUS         TO WS-LL-STATUS
           MOVE EC-SEVERITY       TO WS-LL-SEVERITY
           MOVE EC-SOURCE-JOB     TO WS-LL-SOURCE
           MOVE EC-FINDING-KEY    TO WS-LL-KEY
           MOVE EC-FINDING-DATE   TO WS-LL-FOUND
           MOVE EC-OWNER-ID       TO WS-LL-OWNER
           MOVE WS-LIST-LINE      TO WS-PAGE-LINE (WS-PAGE-COUNT).

       400-ASSIGN-CASE.
           PERFORM 420-LOCK-OPEN-CASE
           IF WS-MSG-AREA = SPACES
               IF OWNERL > ZERO AND OWNERI NOT = SPACES
                  AND OWNERI NOT = LOW-VALUES
                   MOVE OWNERI TO WS-CHECK-USERID
               ELSE
                   MOVE WS-USERID TO WS-CHECK-USERID
               END-IF
               PERFORM 425-CHECK-OPERATOR
               IF WS-MSG-AREA NOT = SPACES
                   MOVE SPACES TO WS-MSG-AREA
                   STRING "OWNER " WS-CHECK-USERID
                       " IS NOT ON OPERAUTH" DELIMITED BY SIZE
                       INTO WS-MSG-AREA
                   EXEC CICS UNLOCK FILE('EXCCASE')
                   END-EXEC
               ELSE
                   SET EC-BEING-WORKED TO TRUE
                   MOVE WS-CHECK-USERID TO EC-OWNER-ID
                   MOVE WS-USERID       TO EC-ASSIGNED-BY
                   MOVE WS-FMT-DATE     TO EC-ASSIGNED-DATE
                   PERFORM 430-TAKE-KEYED-NOTE
                   MOVE "ASSIGN" TO CH-ACTION
                   MOVE SPACES TO WS-MSG-AREA
                   STRING "CASE ASSIGNED TO " EC-OWNER-ID
                       DELIMITED BY SIZE INTO WS-MSG-AREA
                   PERFORM 470-SAVE-CASE
               END-IF
           END-IF
           PERFORM 330-REBUILD-PAGE
           PERFORM 200-READ-CURRENT-CASE
           PERFORM 500-SEND-SCREEN.

      * VibeGarden: THE CASE IS READ FOR UPDATE SO TWO OPERATORS
      * CANNOT CHANGE IT AT ONCE; ON ANY REFUSAL THE LOCK IS RELEASED
      * AT ONCE. A CASE ID KEYED ON THE SCREEN TAKES OVER FROM THE
      * CASE ON SCREEN.
       420-LOCK-OPEN-CASE.
           MOVE SPACES TO WS-MSG-AREA
           IF CASEIDL > ZERO AND CASEIDI NOT = SPACES
              AND CASEIDI NOT = LOW-VALUES
               MOVE CASEIDI TO CA-CASE-ID
               SET CA-HAVE-CASE TO TRUE
           END-IF
           IF NOT CA-HAVE-CASE
               MOVE "KEY A CASE ID FROM THE LIST FIRST" TO WS-MSG-AREA
           ELSE
               EXEC CICS ASSIGN USERID(WS-USERID)
                   RESP(WS-RESP)
               END-EXEC
               MOVE WS-USERID TO WS-CHECK-USERID
               PERFORM 425-CHECK-OPERATOR
               IF WS-MSG-AREA = SPACES
                   EXEC CICS READ FILE('EXCCASE')
                       INTO(EXCEPTION-CASE-RECORD)
                       RIDFLD(CA-CASE-ID)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO CA-CASE-SW
                       MOVE "CASE NOT FOUND" TO WS-MSG-AREA
                   ELSE
                       IF NOT EC-OPEN
                           MOVE "CASE ALREADY CLOSED" TO WS-MSG-AREA
                           EXEC CICS UNLOCK FILE('EXCCASE')
                           END-EXEC
                       ELSE
                           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                           END-EXEC
                           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                               YYYYMMDD(WS-FMT-DATE)
                               TIME(WS-FMT-TIME)
                           END-EXEC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       425-CHECK-OPERATOR.
           EXEC CICS READ FILE('OPERAUTH')
               INTO(OPERATOR-AUTH-RECORD)
               RIDFLD(WS-CHECK-USERID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NOT AUTHORIZED TO CHANGE CASES" TO WS-MSG-AREA
           END-IF.

      * A NOTE KEYED ALONGSIDE AN ASSIGNMENT OR A CLOSE IS KEPT TOO.
       430-TAKE-KEYED-NOTE.
           MOVE 'N' TO WS-NOTE-KEYED-SW
           IF NOTEL > ZERO AND NOTEI NOT = SPACES
              AND NOTEI NOT = LOW-VALUES
               SET WS-NOTE-KEYED TO TRUE
               MOVE NOTEI       TO EC-NOTE
               MOVE WS-USERID   TO EC-NOTE-USER
               MOVE WS-FMT-DATE TO EC-NOTE-DATE
           END-IF.

       450-ADD-NOTE.
           IF NOTEL = ZERO OR NOTEI = SPACES OR NOTEI = LOW-VALUES
               MOVE "KEY THE NOTE, THEN PF5 TO ADD IT" TO WS-MSG-AREA
           ELSE
               PERFORM 420-LOCK-OPEN-CASE
               IF WS-MSG-AREA = SPACES
                   PERFORM 430-TAKE-KEYED-NOTE
                   MOVE "NOTE" TO CH-ACTION
                   MOVE "NOTE ADDED" TO WS-MSG-AREA
                   PERFORM 470-SAVE-CASE
               END-IF
           END-IF
           PERFORM 330-REBUILD-PAGE
           PERFORM 200-READ-CURRENT-CASE
           PERFORM 500-SEND-SCREEN.

      * A SAVE THAT FAILS IS ROLLED BACK AND NOTHING IS LOGGED; THE
      * CASEHIST ENTRY IS ONLY WRITTEN ONCE THE CASE IS SAVED, SINCE
      * A TD WRITE CANNOT BE BACKED OUT.
       470-SAVE-CASE.
           EXEC CICS REWRITE FILE('EXCCASE')
               FROM(EXCEPTION-CASE-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE "CASE NOT SAVED - NOTHING CHANGED" TO WS-MSG-AREA
           ELSE
               PERFORM 475-LOG-CASE-ACTION
           END-IF.

       475-LOG-CASE-ACTION.
           MOVE EC-CASE-ID    TO CH-CASE-ID
           MOVE WS-USERID     TO CH-USER-ID
           MOVE EC-OWNER-ID   TO CH-OWNER-ID
           MOVE EC-RESOLUTION TO CH-RESOLUTION
           MOVE EIBTRMID      TO CH-TERM-ID
           MOVE EIBDATE       TO CH-DATE
           MOVE EIBTIME       TO CH-TIME
           IF WS-NOTE-KEYED
               MOVE EC-NOTE   TO CH-NOTE
           ELSE
               MOVE SPACES    TO CH-NOTE
           END-IF
           EXEC CICS WRITEQ TD QUEUE('CSHS')
               FROM(WS-CASEHIST-LINE)
               LENGTH(LENGTH OF WS-CASEHIST-LINE)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CASE SAVED - HISTORY LOG FAILED" TO WS-MSG-AREA
           END-IF.

      * THE RESOLUTION CODE IS CHECKED AGAINST EC-RES-VALID ONCE THE
      * CASE IS HELD - AN OPEN CASE HAS NO RESOLUTION OF ITS OWN YET.
       480-CLOSE-CASE.
           IF RESCDL = ZERO OR RESCDI = SPACES OR RESCDI = LOW-VALUES
               MOVE "KEY A RESOLUTION CODE, THEN PF6 TO CLOSE"
                   TO WS-MSG-AREA
           ELSE
               PERFORM 420-LOCK-OPEN-CASE
               IF WS-MSG-AREA = SPACES
                   MOVE RESCDI TO EC-RESOLUTION
                   IF NOT EC-RES-VALID
                       MOVE "RESOLUTION MUST BE FIXD, RERN, ACPT, FALS "
                         & "OR DUPL" TO WS-MSG-AREA
                       EXEC CICS UNLOCK FILE('EXCCASE')
                       END-EXEC
                   ELSE
                       IF EC-OWNER-ID = SPACES
                           MOVE WS-USERID   TO EC-OWNER-ID
                           MOVE WS-USERID   TO EC-ASSIGNED-BY
                           MOVE WS-FMT-DATE TO EC-ASSIGNED-DATE
                       END-IF
                       SET EC-CLOSED TO TRUE
                       MOVE WS-USERID   TO EC-CLOSED-BY
                       MOVE WS-FMT-DATE TO EC-CLOSED-DATE
                       PERFORM 430-TAKE-KEYED-NOTE
                       MOVE "CLOSE" TO CH-ACTION
                       MOVE SPACES TO WS-MSG-AREA
                       STRING "CASE CLOSED - " EC-RESOLUTION
                           DELIMITED BY SIZE INTO WS-MSG-AREA
                       PERFORM 470-SAVE-CASE
                   END-IF
               END-IF
           END-IF
           PERFORM 330-REBUILD-PAGE
           PERFORM 200-READ-CURRENT-CASE
           PERFORM 500-SEND-SCREEN.

       500-SEND-SCREEN.
           MOVE LOW-VALUES TO CASEMAPO
           MOVE WS-LIST-HEADING TO LHDGO
           PERFORM 510-MOVE-PAGE-LINES
           IF CA-HAVE-CASE
               MOVE EC-CASE-ID        TO CASEIDO
               MOVE EC-CASE-ID        TO WS-CD1-CASE-ID
               EVALUATE TRUE
                   WHEN EC-NEW
                       MOVE "NEW"          TO WS-CD1-STATUS
                   WHEN EC-BEING-WORKED
                       MOVE "BEING WORKED" TO WS-CD1-STATUS
                   WHEN EC-CLOSED
                       MOVE "CLOSED"       TO WS-CD1-STATUS
                   WHEN OTHER
                       MOVE EC-STATUS      TO WS-CD1-STATUS
               END-EVALUATE
               EVALUATE TRUE
                   WHEN EC-SEV-HIGH
                       MOVE "HIGH"         TO WS-CD1-SEVERITY
                   WHEN EC-SEV-MEDIUM
                       MOVE "MEDIUM"       TO WS-CD1-SEVERITY
                   WHEN EC-SEV-LOW
                       MOVE "LOW"          TO WS-CD1-SEVERITY
                   WHEN OTHER
                       MOVE EC-SEVERITY    TO WS-CD1-SEVERITY
               END-EVALUATE
               MOVE EC-SEEN-COUNT     TO WS-CD1-SEEN-COUNT
               MOVE EC-LAST-SEEN-DATE TO WS-CD1-LAST-SEEN
               MOVE EC-DESCRIPTION    TO WS-CD2-DESCRIPTION
               MOVE EC-OWNER-ID       TO WS-CD2-OWNER
               MOVE EC-RESOLUTION     TO WS-CD2-RESOLUTION
               MOVE EC-NOTE           TO WS-CD3-NOTE
               MOVE EC-NOTE-USER      TO WS-CD3-NOTE-USER
               MOVE WS-CASE-DETAIL-1  TO DTL1O
               MOVE WS-CASE-DETAIL-2  TO DTL2O
               MOVE WS-CASE-DETAIL-3  TO DTL3O
           END-IF
           MOVE WS-MSG-AREA           TO MSGO
           EXEC CICS SEND MAP('CASEMAP') MAPSET('CASEMAP')
               FROM(CASEMAPO)
               ERASE
           END-EXEC.

      * THE MAP'S LIST LINES ARE SEPARATE FIELDS, NOT A TABLE.
       510-MOVE-PAGE-LINES.
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > 10
               IF WS-LINE-NO > WS-PAGE-COUNT
                   MOVE SPACES TO WS-PAGE-LINE (WS-LINE-NO)
               END-IF
           END-PERFORM
           MOVE WS-PAGE-LINE (1)  TO LIN01O
           MOVE WS-PAGE-LINE (2)  TO LIN02O
           MOVE WS-PAGE-LINE (3)  TO LIN03O
           MOVE WS-PAGE-LINE (4)  TO LIN04O
           MOVE WS-PAGE-LINE (5)  TO LIN05O
           MOVE WS-PAGE-LINE (6)  TO LIN06O
           MOVE WS-PAGE-LINE (7)  TO LIN07O
           MOVE WS-PAGE-LINE (8)  TO LIN08O
           MOVE WS-PAGE-LINE (9)  TO LIN09O
           MOVE WS-PAGE-LINE (10) TO LIN10O.

       900-END-CONVERSATION.
           SET WS-END-CONVERSATION TO TRUE
           EXEC CICS SEND TEXT
               FROM(WS-GOODBYE-LINE)
               LENGTH(LENGTH OF WS-GOODBYE-LINE)
               ERASE
               FREEKB
           END-EXEC.
