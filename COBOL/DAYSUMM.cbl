      *                   EXCEPTIONS NEED A LOOK
      *   RED   (RC=8)  - A DISAGREEMENT (RECONCIL MISMATCH, YTD OUT
      *                   OF BALANCE) OR NO CONTROL TRAILER AT ALL
      * THE OPEN CASES ON EXCCASE.DAT (SEE EXCCASE.cpy, RAISED BY
      * CASEFEED.cbl JUST BEFORE THIS STEP) ARE COUNTED ONTO THE PAGE
      * AND WEIGH ON THE VERDICT:
      *   - A RED WHOSE DISAGREEMENTS ALL HAVE A CASE SEEN TONIGHT
      *     THAT SOMEBODY HAS TAKEN (OR CLOSED) SAYS "ACKNOWLEDGED";
      *     ONE WITH A CASE NOBODY HAS TAKEN SAYS SO. BOTH STAY RC=8 -
      *     THE DISAGREEMENT IS STILL THERE.
      *   - AN OTHERWISE GREEN RUN IS AMBER WHILE ANY OPEN CASE HAS
      *     NO OWNER.
      * WITHOUT EXCCASE.DAT THE VERDICT IS AS IT ALWAYS WAS.
      * THE BATCH WINDOW COMES OFF STEPTIME.cbl'S TRAILER IN
      * STEPTIME.DAT (THE STEP JUST BEFORE THIS ONE): STEPS OVER THEIR
      * SLA, STEPS TRENDING SLOWER, AND THE STREAM'S PROJECTED END
      * AGAINST THE DISTRIBUTION DEADLINE. AN SLA BREACH OR A
      * PROJECTED MISS MAKES AN OTHERWISE GREEN RUN AMBER (RC=4) -
      * AHEAD OF UNOWNED CASES, BEHIND REJECTS AND EXCEPTIONS. WITHOUT
      * STEPTIME.DAT THE WINDOW IS SHOWN AS NOT MEASURED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDREC-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO "EXCCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT STEP-TIME-RPT-FILE ASSIGN TO "STEPTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPTIME-FILE-STATUS.

           SELECT OPS-SUMMARY-FILE ASSIGN TO "OPSUMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSUMM-FILE-STATUS.
           05  RJ-DD               PIC X(2).
           05  FILLER              PIC X(42).
           05  RJ-REASON           PIC X(20).
           05  RJ-PARTICIPANT      PIC X(8).

      * MIRROR OF CALCDVOP.cbl'S WS-TIEREXC-LINE - THE SCORE ID'S
      * FIRST EIGHT DIGITS ARE MS-ID-DATE, WHICH DATES THE EXCEPTION.
           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  RECON-RPT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  YTDRECON-RPT-RECORD     PIC X(80).

      * SAME LENGTH AS EXCCASE.cpy'S EXCEPTION-CASE-RECORD, WHICH
      * IS COPIED INTO WORKING-STORAGE BELOW.
       FD  CASE-FILE
           RECORDING MODE IS F.
       01  CASE-FILE-RECORD        PIC X(250).

       FD  STEP-TIME-RPT-FILE
           RECORDING MODE IS F.
       01  STEP-TIME-RPT-RECORD    PIC X(80).

       FD  OPS-SUMMARY-FILE
           RECORDING MODE IS F.
       01  OPS-SUMMARY-RECORD      PIC X(80).
          05 WS-RECON-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-YTDREC-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-OPSUMM-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-CASE-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-STEPTIME-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-CASES-TRACKED-SW    PIC X VALUE 'N'.
             88 WS-CASES-TRACKED    VALUE 'Y'.
          05 WS-TRAILER-FOUND-SW    PIC X VALUE 'N'.
             88 WS-TRAILER-FOUND    VALUE 'Y'.
          05 WS-YTD-STATUS-SW       PIC X VALUE 'U'.
          05 WS-TIEREXC-COUNT       PIC 9(7) VALUE ZERO.
          05 WS-MISMATCH-COUNT      PIC 9(7) VALUE ZERO.

       COPY EXCCASE.

      * OPEN CASES, AND THE CASES BEHIND TONIGHT'S RED CAUSES - THOSE
      * FROM RECONCIL AND YTDRECON SEEN ON TONIGHT'S BUSINESS DATE,
      * OPEN OR ALREADY CLOSED. "NO OWNER" IS A CASE STILL NEW.
       01 WS-CASE-FIGURES.
          05 WS-OPEN-CASE-COUNT     PIC 9(5) VALUE ZERO.
          05 WS-UNOWNED-CASE-COUNT  PIC 9(5) VALUE ZERO.
          05 WS-UNOWNED-HIGH-COUNT  PIC 9(5) VALUE ZERO.
          05 WS-RECON-CASE-COUNT    PIC 9(5) VALUE ZERO.
          05 WS-RECON-UNOWNED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-YTD-CASE-COUNT      PIC 9(5) VALUE ZERO.
          05 WS-YTD-UNOWNED-COUNT   PIC 9(5) VALUE ZERO.
          05 WS-RED-ACKED-SW        PIC X VALUE 'N'.
             88 WS-RED-ALL-ACKED    VALUE 'Y'.

      * TONIGHT'S BATCH WINDOW, FROM THE STEPTIME.DAT TRAILER.
       01 WS-WINDOW-FIGURES.
          05 WS-WINDOW-SW           PIC X VALUE 'U'.
             88 WS-WINDOW-MISSING   VALUE 'U'.
             88 WS-WINDOW-NO-TRAILER VALUE 'N'.
             88 WS-WINDOW-MEASURED  VALUE 'M'.
          05 WS-WINDOW-BREACHES     PIC 9(3) VALUE ZERO.
          05 WS-WINDOW-SLOWER       PIC 9(3) VALUE ZERO.
          05 WS-WINDOW-PROJECTED    PIC X(5) VALUE SPACES.
          05 WS-WINDOW-DUE          PIC X(5) VALUE SPACES.
          05 WS-WINDOW-STATUS       PIC X(4) VALUE SPACES.
             88 WS-WINDOW-LATE      VALUE "LATE".
             88 WS-WINDOW-NO-EVENTS VALUE "NONE".

       01 WS-PARSE-CONTROLS.
          05 WS-PARSE-PART-1        PIC X(80).
          05 WS-PARSE-PART-2        PIC X(80).
          05 WS-PARSE-PART-3        PIC X(80).
          05 WS-PARSE-PART-4        PIC X(80).
          05 WS-PARSE-PART-5        PIC X(80).

      * REJECT REASONS TALLIED AS THEY APPEAR - CALCDVOP CURRENTLY
      * WRITES THREE ("NON-NUMERIC", "NEGATIVE", "POSSIBLE DUPLICATE")

       01 WS-VERDICT-SW             PIC X VALUE 'G'.
          88 WS-VERDICT-GREEN       VALUE 'G'.
          88 WS-VERDICT-AMBER       VALUE 'A' 'C' 'W'.
          88 WS-VERDICT-AMBER-CASES VALUE 'C'.
          88 WS-VERDICT-AMBER-WINDOW VALUE 'W'.
          88 WS-VERDICT-RED         VALUE 'R' 'K'.
          88 WS-VERDICT-RED-ACKED   VALUE 'K'.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-YTD-TEXT            PIC X(40).
          05 FILLER                 PIC X(23) VALUE SPACES.

       01 WS-CASE-LINE.
          05 FILLER                 PIC X(17)
             VALUE "OPEN CASES:      ".
          05 WS-CL-OPEN             PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE "  NO OWNER: ".
          05 WS-CL-UNOWNED          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(18)
             VALUE "  OF THEM HIGH:   ".
          05 WS-CL-UNOWNED-HIGH     PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE SPACES.

       01 WS-WINDOW-LINE.
          05 FILLER                 PIC X(17)
             VALUE "BATCH WINDOW:    ".
          05 FILLER                 PIC X(14) VALUE "SLA BREACHES: ".
          05 WS-WL-BREACHES         PIC ZZ9.
          05 FILLER                 PIC X(10) VALUE "  SLOWER: ".
          05 WS-WL-SLOWER           PIC ZZ9.
          05 FILLER                 PIC X(12) VALUE "  PROJECTED ".
          05 WS-WL-PROJECTED        PIC X(5).
          05 FILLER                 PIC X(5)  VALUE " DUE ".
          05 WS-WL-DUE              PIC X(5).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-WL-STATUS           PIC X(4).
          05 FILLER                 PIC X     VALUE SPACE.

       01 WS-VERDICT-LINE.
          05 FILLER                 PIC X(17)
             VALUE "OVERALL VERDICT: ".
          05 WS-VD-TEXT             PIC X(50).
          05 FILLER                 PIC X(13) VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-EOF-REACHED
               PERFORM 150-GATHER-RUN-CONTROL
               PERFORM 400-GATHER-TIER-EXCEPTIONS
               PERFORM 500-GATHER-RECON-MISMATCHES
               PERFORM 600-GATHER-YTD-STATUS
               PERFORM 650-GATHER-OPEN-CASES
               PERFORM 680-GATHER-BATCH-WINDOW
               PERFORM 700-DECIDE-VERDICT
               PERFORM 800-WRITE-SUMMARY-PAGE
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "DAYSUMM" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE-NUM =
               END-IF
           END-IF.

      * EXCCASE.DAT IS OPTIONAL - WITHOUT IT NOTHING IS TRACKED AND
      * THE VERDICT IS DECIDED ON THE OUTPUTS ALONE.
       650-GATHER-OPEN-CASES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               SET WS-CASES-TRACKED TO TRUE
               PERFORM UNTIL WS-EOF-REACHED
                   READ CASE-FILE INTO EXCEPTION-CASE-RECORD
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 660-COUNT-CASE
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       660-COUNT-CASE.
           IF EC-OPEN
               ADD 1 TO WS-OPEN-CASE-COUNT
               IF EC-NEW
                   ADD 1 TO WS-UNOWNED-CASE-COUNT
                   IF EC-SEV-HIGH
                       ADD 1 TO WS-UNOWNED-HIGH-COUNT
                   END-IF
               END-IF
           END-IF
           IF EC-LAST-SEEN-DATE = WS-RUN-DATE-NUM
               EVALUATE EC-SOURCE-JOB
                   WHEN "RECONCIL"
                       ADD 1 TO WS-RECON-CASE-COUNT
                       IF EC-NEW
                           ADD 1 TO WS-RECON-UNOWNED-COUNT
                       END-IF
                   WHEN "YTDRECON"
                       ADD 1 TO WS-YTD-CASE-COUNT
                       IF EC-NEW
                           ADD 1 TO WS-YTD-UNOWNED-COUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * STEPTIME.cbl'S 800-WRITE-TRAILER LINE IS THE LAST ONE IN
      * STEPTIME.DAT; ITS FIGURES ARE LIFTED OFF IT BY TAG, AS THE
      * OTHER TRAILERS ARE.
       680-GATHER-BATCH-WINDOW.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STEP-TIME-RPT-FILE
           IF WS-STEPTIME-FILE-STATUS = "00"
               SET WS-WINDOW-NO-TRAILER TO TRUE
               PERFORM UNTIL WS-EOF-REACHED
                   READ STEP-TIME-RPT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF STEP-TIME-RPT-RECORD (1:18)
                                = "** STEPTIME END **"
                               PERFORM 690-PARSE-WINDOW-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-TIME-RPT-FILE
           END-IF.

       690-PARSE-WINDOW-TRAILER.
           MOVE SPACES TO WS-PARSE-PART-1 WS-PARSE-PART-2
                          WS-PARSE-PART-3 WS-PARSE-PART-4
                          WS-PARSE-PART-5
           UNSTRING STEP-TIME-RPT-RECORD
               DELIMITED BY "BREACHES: " OR " SLOWER: "
                         OR " PROJECTED: " OR " DUE: "
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2 WS-PARSE-PART-3
                    WS-PARSE-PART-4 WS-PARSE-PART-5
           END-UNSTRING
           IF WS-PARSE-PART-2 NOT = SPACES
              AND WS-PARSE-PART-3 NOT = SPACES
              AND WS-PARSE-PART-5 NOT = SPACES
               SET WS-WINDOW-MEASURED TO TRUE
               COMPUTE WS-WINDOW-BREACHES =
                   FUNCTION NUMVAL(WS-PARSE-PART-2)
               COMPUTE WS-WINDOW-SLOWER =
                   FUNCTION NUMVAL(WS-PARSE-PART-3)
               MOVE WS-PARSE-PART-4 (1:5) TO WS-WINDOW-PROJECTED
               MOVE SPACES TO WS-PARSE-PART-1 WS-PARSE-PART-2
               UNSTRING WS-PARSE-PART-5 DELIMITED BY ALL SPACE
                   INTO WS-PARSE-PART-1 WS-PARSE-PART-2
               END-UNSTRING
               MOVE WS-PARSE-PART-1 (1:5) TO WS-WINDOW-DUE
               MOVE WS-PARSE-PART-2 (1:4) TO WS-WINDOW-STATUS
               IF WS-WINDOW-NO-EVENTS
                   SET WS-WINDOW-NO-TRAILER TO TRUE
               END-IF
           END-IF.

       700-DECIDE-VERDICT.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-FOUND
                   SET WS-VERDICT-RED TO TRUE
               WHEN WS-MISMATCH-COUNT > ZERO
                 OR WS-YTD-OUT-BALANCE
                   PERFORM 710-CHECK-RED-ACKNOWLEDGED
                   IF WS-RED-ALL-ACKED
                       SET WS-VERDICT-RED-ACKED TO TRUE
                   ELSE
                       SET WS-VERDICT-RED TO TRUE
                   END-IF
               WHEN WS-REJECT-COUNT > ZERO
                 OR WS-TIEREXC-COUNT > ZERO
                   SET WS-VERDICT-AMBER TO TRUE
               WHEN WS-WINDOW-MEASURED
                AND (WS-WINDOW-BREACHES > ZERO OR WS-WINDOW-LATE)
                   SET WS-VERDICT-AMBER-WINDOW TO TRUE
               WHEN WS-UNOWNED-CASE-COUNT > ZERO
                   SET WS-VERDICT-AMBER-CASES TO TRUE
               WHEN OTHER
                   SET WS-VERDICT-GREEN TO TRUE
           END-EVALUATE.

      * EVERY RED CAUSE TONIGHT NEEDS ITS OWN CASE, AND NONE OF THOSE
      * CASES MAY STILL BE WAITING FOR AN OWNER.
       710-CHECK-RED-ACKNOWLEDGED.
           SET WS-RED-ALL-ACKED TO TRUE
           IF WS-MISMATCH-COUNT > ZERO
              AND (WS-RECON-CASE-COUNT = ZERO
                   OR WS-RECON-UNOWNED-COUNT > ZERO)
               MOVE 'N' TO WS-RED-ACKED-SW
           END-IF
           IF WS-YTD-OUT-BALANCE
              AND (WS-YTD-CASE-COUNT = ZERO
                   OR WS-YTD-UNOWNED-COUNT > ZERO)
               MOVE 'N' TO WS-RED-ACKED-SW
           END-IF.

       800-WRITE-SUMMARY-PAGE.
           WRITE OPS-SUMMARY-RECORD FROM WS-RPT-HEADING-1
           WRITE OPS-SUMMARY-RECORD FROM WS-RPT-HEADING-2
                       TO WS-YTD-TEXT
           END-EVALUATE
           WRITE OPS-SUMMARY-RECORD FROM WS-YTD-LINE
           IF WS-CASES-TRACKED
               MOVE WS-OPEN-CASE-COUNT    TO WS-CL-OPEN
               MOVE WS-UNOWNED-CASE-COUNT TO WS-CL-UNOWNED
               MOVE WS-UNOWNED-HIGH-COUNT TO WS-CL-UNOWNED-HIGH
               WRITE OPS-SUMMARY-RECORD FROM WS-CASE-LINE
           ELSE
               MOVE "OPEN CASES:      NOT TRACKED (EXCCASE.DAT "
                  & "MISSING)" TO OPS-SUMMARY-RECORD
               WRITE OPS-SUMMARY-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-WINDOW-MEASURED
                   MOVE WS-WINDOW-BREACHES  TO WS-WL-BREACHES
                   MOVE WS-WINDOW-SLOWER    TO WS-WL-SLOWER
                   MOVE WS-WINDOW-PROJECTED TO WS-WL-PROJECTED
                   MOVE WS-WINDOW-DUE       TO WS-WL-DUE
                   MOVE WS-WINDOW-STATUS    TO WS-WL-STATUS
                   WRITE OPS-SUMMARY-RECORD FROM WS-WINDOW-LINE
               WHEN WS-WINDOW-NO-TRAILER
                   MOVE "BATCH WINDOW:    NOT MEASURED (NO STEP "
                      & "TIMINGS ON STEPTIME.DAT)" TO OPS-SUMMARY-RECORD
                   WRITE OPS-SUMMARY-RECORD
               WHEN OTHER
                   MOVE "BATCH WINDOW:    NOT MEASURED (STEPTIME.DAT "
                      & "MISSING)" TO OPS-SUMMARY-RECORD
                   WRITE OPS-SUMMARY-RECORD
           END-EVALUATE
           WRITE OPS-SUMMARY-RECORD FROM WS-RPT-HEADING-3
           EVALUATE TRUE
               WHEN WS-VERDICT-GREEN
                   MOVE "GREEN - CLEAN RUN, NOTHING TO CHASE"
                       TO WS-VD-TEXT
               WHEN WS-VERDICT-AMBER-WINDOW
                   MOVE "AMBER - BATCH WINDOW SLA BREACH / DEADLINE AT "
                     & "RISK" TO WS-VD-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-VERDICT-AMBER-CASES
                   MOVE "AMBER - OPEN CASES WITH NO OWNER ON "
                     & "EXCCASE.DAT" TO WS-VD-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-VERDICT-AMBER
                   MOVE "AMBER - POSTED, REVIEW REJECTS/EXCEPTIONS"
                       TO WS-VD-TEXT
                   MOVE 4 TO RETURN-CODE
               WHEN WS-VERDICT-RED-ACKED
                   MOVE "RED - ACKNOWLEDGED, EVERY CASE HAS AN OWNER"
                       TO WS-VD-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-FOUND
                AND WS-RECON-UNOWNED-COUNT + WS-YTD-UNOWNED-COUNT
                    > ZERO
                   MOVE "RED - DISAGREEMENT, NOBODY HAS TAKEN THE CASE"
                       TO WS-VD-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RED - DISAGREEMENT OR INCOMPLETE RUN"
                       TO WS-VD-TEXT
               CLOSE OPS-SUMMARY-FILE
           END-IF
           DISPLAY "VibeGarden daysumm - " WS-VD-TEXT.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "DAYSUMM" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-POSTED-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
