       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPTIME.
      *---------------------------------------------------------------*
      * VIBEGARDEN: BATCH-WINDOW STEP TIMING AND SLA REPORT
      * WHEN DISTRIBUTION MISSED ITS 06:00 DEADLINE NOBODY COULD SAY
      * WHICH STEP HAD GOT SLOW, OR SINCE WHEN - ONLY CALCDVOP LEFT
      * ANY TIMING BEHIND (RUNCTL.DAT). EVERY VIBEBAT PROGRAM NOW LOGS
      * ITS START AND END TO STEPLOG.DAT THROUGH STEPLOG.cbl (THE
      * IEBGENER DISTRIBUTION STEPS VIA STEPMARK.cbl). THIS STEP RUNS
      * NEAR THE END OF THE STREAM AND WRITES STEPTIME.DAT: FOR EVERY
      * STEP TONIGHT ITS START, ELAPSED TIME, THE AVERAGE OF ITS
      * TRAILING RUNS, THE CHANGE, ITS SLA, RC AND RECORDS, WITH
      *   SLA      ELAPSED TIME OVER THE STEP'S SLA
      *   SLOWER   TRENDING SLOWER - ITS LATEST RUNS AVERAGE MORE
      *            THAN THE TREND PERCENTAGE OVER ITS OLDER ONES
      *   NO END   STARTED TONIGHT BUT NEVER LOGGED AN END (ABENDED,
      *            OR A STEPMARK END STEP BYPASSED BY ITS COND)
      *   NOT RUN  NO EVENT TONIGHT (BYPASSED BY ITS COND)
      *   RUNNING  THIS STEP ITSELF
      *   NEW      NO EARLIER RUN TO AVERAGE
      * AND A PROJECTION OF WHEN THE STREAM WILL FINISH: THE LAST
      * EVENT LOGGED TONIGHT PLUS THE TRAILING AVERAGE OF EVERY STEP
      * STILL TO COME (ITS SLA WHEN IT HAS NO HISTORY), CHECKED
      * AGAINST THE DISTRIBUTION DEADLINE.
      *
      * A RUN OF THE STREAM IS EVERYTHING LOGGED FROM ONE START OF THE
      * FIRST STEP LISTED IN STEPSLA.DAT (HELLOZ WITHOUT ONE) UP TO
      * THE NEXT, SO A RUN THAT CROSSES MIDNIGHT IS STILL ONE RUN AND
      * A STEP RESTARTED LATER THAT NIGHT IS TIMED BY ITS LAST START
      * AND END. THE LAST RUN ON THE LOG IS TONIGHT'S.
      *
      * STEPSLA.DAT, OPERATOR-TUNED, IS OPTIONAL:
      *   C-ROW  SP-CTL-DEADLINE    PIC 9(4)  DISTRIBUTION DEADLINE
      *                                       HHMM (0600)
      *          SP-CTL-TRAIL-RUNS  PIC 9(2)  RUNS IN THE TRAILING
      *                                       AVERAGE, 1-20 (10)
      *          SP-CTL-TREND-RUNS  PIC 9(2)  LATEST RUNS TESTED FOR
      *                                       THE TREND (3)
      *          SP-CTL-TREND-PCT   PIC 9(3)  TREND TOLERANCE % (020)
      *   S-ROW  SP-STEP-NAME       PIC X(8)  ONE PER STEP, IN STREAM
      *          SP-SLA-SECS        PIC 9(5)  ORDER, SLA IN SECONDS
      *                                       (ZERO - NO SLA)
      * A STEP ON THE LOG BUT NOT IN THE FILE IS STILL REPORTED, WITH
      * NO SLA, AND IS NOT COUNTED INTO THE PROJECTION.
      *
      * THE LAST LINE OF STEPTIME.DAT IS A TRAILER DAYSUMM.cbl READS:
      *   ** STEPTIME END ** BREACHES: NNN SLOWER: NNN
      *      PROJECTED: HH:MM DUE: HH:MM OK|LATE|NONE
      * RETURN CODES: 0 - ALL STEPS WITHIN SLA AND THE STREAM ON
      * TIME; 4 - A STEP OVER ITS SLA, OR THE STREAM PROJECTED PAST
      * THE DEADLINE; 16 - STEPTIME.DAT COULD NOT BE OPENED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-FILE-STATUS.

           SELECT SLA-PARM-FILE ASSIGN TO "STEPSLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.

           SELECT TIME-RPT-FILE ASSIGN TO "STEPTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MIRROR OF STEPLOG.cbl'S STEP-LOG-RECORD, FIELD FOR FIELD.
       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  STEP-LOG-RECORD.
           05  SL-EVENT-DATE       PIC 9(8).
           05  SL-EVENT            PIC X(5).
           05  SL-EVENT-TIME       PIC 9(6).
           05  SL-EVENT-HMS REDEFINES SL-EVENT-TIME.
               10  SL-EVENT-HH     PIC 9(2).
               10  SL-EVENT-MM     PIC 9(2).
               10  SL-EVENT-SS     PIC 9(2).
           05  SL-STEP-NAME        PIC X(8).
           05  SL-RETURN-CODE      PIC 9(4).
           05  SL-RECORDS          PIC 9(9).

       FD  SLA-PARM-FILE
           RECORDING MODE IS F.
       01  SLA-PARM-RECORD.
           05  SP-ROW-TYPE         PIC X.
               88  SP-CONTROL-ROW  VALUE "C".
               88  SP-STEP-ROW     VALUE "S".
           05  SP-CONTROL-FIELDS.
               10  SP-CTL-DEADLINE     PIC 9(4).
               10  SP-CTL-TRAIL-RUNS   PIC 9(2).
               10  SP-CTL-TREND-RUNS   PIC 9(2).
               10  SP-CTL-TREND-PCT    PIC 9(3).
               10  FILLER              PIC X(2).
           05  SP-STEP-FIELDS REDEFINES SP-CONTROL-FIELDS.
               10  SP-STEP-NAME        PIC X(8).
               10  SP-SLA-SECS         PIC 9(5).

       FD  TIME-RPT-FILE
           RECORDING MODE IS F.
       01  TIME-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-STEPLOG-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-SLA-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-RPT-FAIL-SWITCH     PIC X VALUE 'N'.
             88 WS-RPT-FAILED       VALUE 'Y'.
          05 WS-LATE-SWITCH         PIC X VALUE 'N'.
             88 WS-STREAM-LATE      VALUE 'Y'.

       COPY WSSTPLOG.

       01 WS-SLA-CONTROLS.
          05 WS-DEADLINE-HHMM       PIC 9(4) VALUE 600.
          05 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
             10 WS-DEADLINE-HH      PIC 9(2).
             10 WS-DEADLINE-MM      PIC 9(2).
          05 WS-TRAIL-RUNS          PIC 9(2) VALUE 10.
          05 WS-TREND-RUNS          PIC 9(2) VALUE 3.
          05 WS-TREND-PCT           PIC 9(3) VALUE 20.
          05 WS-ANCHOR-STEP         PIC X(8) VALUE "HELLOZ".
          05 WS-OWN-STEP            PIC X(8) VALUE "STEPTIME".
          05 WS-SLA-ROW-COUNT       PIC 9(2) VALUE ZERO.

      * RUNS ARE NUMBERED IN LOG ORDER ON THE FIRST PASS; THE SECOND
      * PASS KEEPS ONLY THE LAST TRAILING-RUNS + 1 OF THEM, TONIGHT'S
      * IN THE LAST SLOT.
       01 WS-RUN-CONTROLS.
          05 WS-RUN-TOTAL           PIC 9(5) VALUE ZERO.
          05 WS-FIRST-KEPT-RUN      PIC 9(5) VALUE ZERO.
          05 WS-SLOT                PIC 9(2) VALUE ZERO.
          05 WS-TONIGHT-SLOT        PIC 9(2) VALUE ZERO.
          05 WS-SLOT-SCAN           PIC 9(2) VALUE ZERO.
          05 WS-EVENT-COUNT         PIC 9(7) VALUE ZERO.
          05 WS-BAD-EVENT-COUNT     PIC 9(5) VALUE ZERO.
          05 WS-EVENT-SECS          PIC 9(11) VALUE ZERO.
          05 WS-STREAM-START-SECS   PIC 9(11) VALUE ZERO.
          05 WS-STREAM-START-DATE   PIC 9(8) VALUE ZERO.
          05 WS-STREAM-START-TIME   PIC 9(6) VALUE ZERO.
          05 WS-LAST-EVENT-SECS     PIC 9(11) VALUE ZERO.
          05 WS-NEW-RUN-SW          PIC X VALUE 'N'.
             88 WS-NEW-RUN          VALUE 'Y'.

      * EVERY STEP SEEN, STEPSLA.DAT ROWS FIRST IN STREAM ORDER
      * (WS-STP-ORDER), THEN STEPS FOUND ONLY ON THE LOG (ORDER ZERO).
      * TIMES ARE SECONDS SINCE INTEGER-OF-DATE DAY ZERO, SO AN
      * ELAPSED TIME ACROSS MIDNIGHT IS A PLAIN SUBTRACTION.
       01 WS-STEP-TABLE-CONTROLS.
          05 WS-STEP-COUNT          PIC 9(2) VALUE ZERO.
          05 WS-STEP-MAX            PIC 9(2) VALUE 40.
          05 WS-LOOKUP-NAME         PIC X(8) VALUE SPACES.
          05 WS-STP-FOUND-SW        PIC X VALUE 'N'.
             88 WS-STP-FOUND        VALUE 'Y'.
          05 WS-STEPS-DROPPED       PIC 9(3) VALUE ZERO.

       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 40 TIMES
                           INDEXED BY WS-STP-IDX.
             10 WS-STP-NAME         PIC X(8).
             10 WS-STP-ORDER        PIC 9(2).
             10 WS-STP-SLA-SECS     PIC 9(5).
             10 WS-STP-HIST-COUNT   PIC 9(2).
             10 WS-STP-AVG-SECS     PIC 9(7).
             10 WS-STP-RUN OCCURS 21 TIMES.
                15 WS-STP-START-SW  PIC X.
                   88 WS-STP-STARTED VALUE 'Y'.
                15 WS-STP-END-SW    PIC X.
                   88 WS-STP-ENDED  VALUE 'Y'.
                15 WS-STP-START-SECS PIC 9(11).
                15 WS-STP-END-SECS  PIC 9(11).
                15 WS-STP-RC        PIC 9(4).
                15 WS-STP-RECORDS   PIC 9(9).

       01 WS-STEP-FIGURES.
          05 WS-ELAPSED-SECS        PIC 9(7) VALUE ZERO.
          05 WS-HIST-SUM            PIC 9(9) VALUE ZERO.
          05 WS-CHG-PCT             PIC S9(5) VALUE ZERO.
          05 WS-RECENT-COUNT        PIC 9(2) VALUE ZERO.
          05 WS-RECENT-SUM          PIC 9(9) VALUE ZERO.
          05 WS-OLDER-COUNT         PIC 9(2) VALUE ZERO.
          05 WS-OLDER-SUM           PIC 9(9) VALUE ZERO.
          05 WS-SLOWER-SW           PIC X VALUE 'N'.
             88 WS-STEP-SLOWER      VALUE 'Y'.
          05 WS-BREACH-COUNT        PIC 9(3) VALUE ZERO.
          05 WS-SLOWER-COUNT        PIC 9(3) VALUE ZERO.

       01 WS-PROJECTION-FIGURES.
          05 WS-HIGH-ORDER          PIC 9(2) VALUE ZERO.
          05 WS-REMAIN-SECS         PIC 9(7) VALUE ZERO.
          05 WS-STEP-ESTIMATE       PIC 9(7) VALUE ZERO.
          05 WS-PROJECTED-SECS      PIC 9(11) VALUE ZERO.
          05 WS-DEADLINE-SECS       PIC 9(11) VALUE ZERO.
          05 WS-DEADLINE-DAY        PIC 9(7) VALUE ZERO.

       01 WS-DURATION-WORK.
          05 WS-DUR-SECS            PIC 9(7).
          05 WS-DUR-HOURS           PIC 9(5).
          05 WS-DUR-REST            PIC 9(5).
          05 WS-DUR-TEXT.
             10 WS-DUR-HH           PIC 9(2).
             10 FILLER              PIC X VALUE ":".
             10 WS-DUR-MM           PIC 9(2).
             10 FILLER              PIC X VALUE ":".
             10 WS-DUR-SS           PIC 9(2).

       01 WS-CLOCK-WORK.
          05 WS-CLK-SECS            PIC 9(11).
          05 WS-CLK-DAY             PIC 9(7).
          05 WS-CLK-SOD             PIC 9(5).
          05 WS-CLK-REST            PIC 9(5).
          05 WS-CLK-TEXT.
             10 WS-CLK-HH           PIC 9(2).
             10 FILLER              PIC X VALUE ":".
             10 WS-CLK-MM           PIC 9(2).

       01 WS-EDIT-WORK.
          05 WS-CHG-EDIT.
             10 WS-CHG-EDIT-NUM     PIC +++9.
             10 FILLER              PIC X VALUE "%".
          05 WS-RC-EDIT             PIC ZZZ9.
          05 WS-RECORDS-EDIT        PIC ZZZZZZZZ9.

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN BATCH-WINDOW STEP TIMING".

       01 WS-RPT-HEADING-2          PIC X(80) VALUE ALL "-".

       01 WS-RUN-LINE.
          05 FILLER                 PIC X(12) VALUE "RUN STARTED ".
          05 WS-RUNL-DATE           PIC 9999/99/99.
          05 FILLER                 PIC X(4)  VALUE " AT ".
          05 WS-RUNL-TIME           PIC X(5).
          05 FILLER                 PIC X(27)
             VALUE "   EARLIER RUNS IN WINDOW: ".
          05 WS-RUNL-HIST           PIC Z9.
          05 FILLER                 PIC X(20) VALUE SPACES.

       01 WS-TREND-LINE.
          05 FILLER                 PIC X(19)
             VALUE "TREND TEST: LATEST ".
          05 WS-TRL-RUNS            PIC Z9.
          05 FILLER                 PIC X(24)
             VALUE " RUNS AVERAGE MORE THAN ".
          05 WS-TRL-PCT             PIC ZZ9.
          05 FILLER                 PIC X(21)
             VALUE "% OVER THE OLDER RUNS".
          05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-COLUMN-LINE.
          05 FILLER                 PIC X(9)  VALUE "STEP     ".
          05 FILLER                 PIC X(6)  VALUE "START ".
          05 FILLER                 PIC X(9)  VALUE " ELAPSED ".
          05 FILLER                 PIC X(9)  VALUE "TRAIL AVG".
          05 FILLER                 PIC X(6)  VALUE "  CHG ".
          05 FILLER                 PIC X(9)  VALUE "     SLA ".
          05 FILLER                 PIC X(5)  VALUE "  RC ".
          05 FILLER                 PIC X(10) VALUE "  RECORDS ".
          05 FILLER                 PIC X(17) VALUE "FLAGS".

       01 WS-DETAIL-LINE.
          05 WS-DET-STEP            PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-START           PIC X(5).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-ELAPSED         PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-AVG             PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-CHG             PIC X(5).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-SLA             PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-RC              PIC X(4).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-RECORDS         PIC X(9).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DET-FLAGS           PIC X(16).

       01 WS-PROJECTION-LINE.
          05 FILLER                 PIC X(21)
             VALUE "PROJECTED STREAM END ".
          05 WS-PRJ-END             PIC X(5).
          05 FILLER                 PIC X(20)
             VALUE "   DISTRIBUTION DUE ".
          05 WS-PRJ-DUE             PIC X(5).
          05 FILLER                 PIC X(3)  VALUE " - ".
          05 WS-PRJ-STATUS          PIC X(26).

       01 WS-STATUS-LINE            PIC X(80).

       01 WS-TRAILER-LINE.
          05 FILLER                 PIC X(19)
             VALUE "** STEPTIME END ** ".
          05 FILLER                 PIC X(10) VALUE "BREACHES: ".
          05 WS-TRL-BREACHES        PIC 9(3).
          05 FILLER                 PIC X(9)  VALUE " SLOWER: ".
          05 WS-TRL-SLOWER          PIC 9(3).
          05 FILLER                 PIC X(12) VALUE " PROJECTED: ".
          05 WS-TRL-PROJECTED       PIC X(5).
          05 FILLER                 PIC X(6)  VALUE " DUE: ".
          05 WS-TRL-DUE             PIC X(5).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-TRL-STATUS          PIC X(4).
          05 FILLER                 PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-RPT-FAILED
               PERFORM 200-COUNT-RUNS
               IF WS-RUN-TOTAL = ZERO
                   MOVE "NO STEP EVENTS ON STEPLOG.DAT - NOTHING TO "
                      & "MEASURE" TO WS-STATUS-LINE
                   WRITE TIME-RPT-RECORD FROM WS-STATUS-LINE
                   DISPLAY "VibeGarden NOTE - " WS-STATUS-LINE
                   MOVE "--:--" TO WS-TRL-PROJECTED WS-TRL-DUE
                   MOVE "NONE" TO WS-TRL-STATUS
               ELSE
                   PERFORM 300-LOAD-RUN-WINDOW
                   PERFORM 400-REPORT-STEPS
                   PERFORM 500-PROJECT-COMPLETION
               END-IF
               PERFORM 800-WRITE-TRAILER
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "STEPTIME" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           INITIALIZE WS-STEP-TABLE
           PERFORM 110-GET-SLA-PARMS
           OPEN OUTPUT TIME-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - STEPTIME.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-RPT-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE TIME-RPT-RECORD FROM WS-RPT-HEADING-1
           END-IF.

       110-GET-SLA-PARMS.
           OPEN INPUT SLA-PARM-FILE
           IF WS-SLA-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-REACHED
                   READ SLA-PARM-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 120-TAKE-IN-SLA-ROW
                   END-READ
               END-PERFORM
               CLOSE SLA-PARM-FILE
           ELSE
               DISPLAY "VibeGarden steptime - no STEPSLA.DAT, no "
                   "step SLAs and default controls"
           END-IF
           IF WS-TREND-RUNS > WS-TRAIL-RUNS
               MOVE WS-TRAIL-RUNS TO WS-TREND-RUNS
           END-IF
           DISPLAY "VibeGarden steptime controls - due "
               WS-DEADLINE-HHMM " trailing " WS-TRAIL-RUNS
               " runs, trend latest " WS-TREND-RUNS " over "
               WS-TREND-PCT "%, " WS-SLA-ROW-COUNT " step SLAs".

      * A FIELD THAT IS BLANK, NOT NUMERIC OR OUT OF RANGE KEEPS ITS
      * DEFAULT; A STEP LISTED TWICE KEEPS ITS FIRST POSITION AND
      * TAKES THE LATER SLA.
       120-TAKE-IN-SLA-ROW.
           EVALUATE TRUE
               WHEN SP-CONTROL-ROW
                   IF SP-CTL-DEADLINE IS NUMERIC
                      AND SP-CTL-DEADLINE (1:2) < "24"
                      AND SP-CTL-DEADLINE (3:2) < "60"
                       MOVE SP-CTL-DEADLINE TO WS-DEADLINE-HHMM
                   END-IF
                   IF SP-CTL-TRAIL-RUNS IS NUMERIC
                      AND SP-CTL-TRAIL-RUNS > ZERO
                      AND SP-CTL-TRAIL-RUNS NOT > 20
                       MOVE SP-CTL-TRAIL-RUNS TO WS-TRAIL-RUNS
                   END-IF
                   IF SP-CTL-TREND-RUNS IS NUMERIC
                      AND SP-CTL-TREND-RUNS > ZERO
                       MOVE SP-CTL-TREND-RUNS TO WS-TREND-RUNS
                   END-IF
                   IF SP-CTL-TREND-PCT IS NUMERIC
                      AND SP-CTL-TREND-PCT > ZERO
                       MOVE SP-CTL-TREND-PCT TO WS-TREND-PCT
                   END-IF
               WHEN SP-STEP-ROW AND SP-STEP-NAME NOT = SPACES
                   MOVE SP-STEP-NAME TO WS-LOOKUP-NAME
                   PERFORM 330-FIND-STEP
                   IF WS-STP-FOUND
                       IF WS-STP-ORDER (WS-STP-IDX) = ZERO
                           ADD 1 TO WS-SLA-ROW-COUNT
                           MOVE WS-SLA-ROW-COUNT
                             TO WS-STP-ORDER (WS-STP-IDX)
                       END-IF
                       IF SP-SLA-SECS IS NUMERIC
                           MOVE SP-SLA-SECS
                             TO WS-STP-SLA-SECS (WS-STP-IDX)
                       END-IF
                       IF WS-SLA-ROW-COUNT = 1
                           MOVE SP-STEP-NAME TO WS-ANCHOR-STEP
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * FIRST PASS - HOW MANY RUNS ARE ON THE LOG. ANYTHING LOGGED
      * BEFORE THE FIRST START OF THE ANCHOR STEP COUNTS AS A RUN OF
      * ITS OWN, SO A LOG WITHOUT ONE STILL REPORTS.
       200-COUNT-RUNS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STEP-LOG-FILE
           IF WS-STEPLOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-REACHED
                   READ STEP-LOG-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 210-CHECK-RUN-BOUNDARY
                           IF WS-NEW-RUN
                               ADD 1 TO WS-RUN-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "VibeGarden steptime - STEPLOG.DAT not "
                   "available, status " WS-STEPLOG-FILE-STATUS
           END-IF
           IF WS-RUN-TOTAL > WS-TRAIL-RUNS
               COMPUTE WS-FIRST-KEPT-RUN = WS-RUN-TOTAL - WS-TRAIL-RUNS
           ELSE
               MOVE 1 TO WS-FIRST-KEPT-RUN
           END-IF
           COMPUTE WS-TONIGHT-SLOT =
               WS-RUN-TOTAL - WS-FIRST-KEPT-RUN + 1.

      * SHARED BY BOTH PASSES, SO THEY ALWAYS AGREE ON THE NUMBERING.
       210-CHECK-RUN-BOUNDARY.
           MOVE 'N' TO WS-NEW-RUN-SW
           IF (SL-EVENT = "START" AND SL-STEP-NAME = WS-ANCHOR-STEP)
              OR WS-RUN-TOTAL = ZERO
               SET WS-NEW-RUN TO TRUE
           END-IF.

      * SECOND PASS - EVERY EVENT OF A KEPT RUN LANDS IN ITS STEP'S
      * SLOT FOR THAT RUN. A LATER START CLEARS THE SLOT'S END, SO A
      * RESTARTED STEP IS TIMED BY ITS LAST ATTEMPT.
       300-LOAD-RUN-WINDOW.
           MOVE ZERO TO WS-RUN-TOTAL
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STEP-LOG-FILE
           IF WS-STEPLOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-REACHED
                   READ STEP-LOG-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 210-CHECK-RUN-BOUNDARY
                           IF WS-NEW-RUN
                               ADD 1 TO WS-RUN-TOTAL
                           END-IF
                           IF WS-RUN-TOTAL NOT < WS-FIRST-KEPT-RUN
                               PERFORM 310-TAKE-IN-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF
           IF WS-BAD-EVENT-COUNT > ZERO
               DISPLAY "VibeGarden WARNING - " WS-BAD-EVENT-COUNT
                   " unreadable STEPLOG.DAT line(s) skipped"
           END-IF
           IF WS-STEPS-DROPPED > ZERO
               DISPLAY "VibeGarden WARNING - step table full, "
                   WS-STEPS-DROPPED " event(s) not reported"
           END-IF.

       310-TAKE-IN-EVENT.
           IF SL-EVENT-DATE IS NOT NUMERIC
              OR SL-EVENT-TIME IS NOT NUMERIC
              OR SL-EVENT-DATE < 16010101
              OR SL-EVENT-HH > 23 OR SL-EVENT-MM > 59
              OR SL-EVENT-SS > 59
              OR FUNCTION INTEGER-OF-DATE (SL-EVENT-DATE) = ZERO
               ADD 1 TO WS-BAD-EVENT-COUNT
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               PERFORM 320-EVENT-TO-SECONDS
               COMPUTE WS-SLOT = WS-RUN-TOTAL - WS-FIRST-KEPT-RUN + 1
               IF WS-NEW-RUN
                   MOVE WS-EVENT-SECS  TO WS-STREAM-START-SECS
                   MOVE SL-EVENT-DATE  TO WS-STREAM-START-DATE
                   MOVE SL-EVENT-TIME  TO WS-STREAM-START-TIME
                   MOVE ZERO TO WS-LAST-EVENT-SECS
               END-IF
               IF WS-EVENT-SECS > WS-LAST-EVENT-SECS
                   MOVE WS-EVENT-SECS TO WS-LAST-EVENT-SECS
               END-IF
               MOVE SL-STEP-NAME TO WS-LOOKUP-NAME
               PERFORM 330-FIND-STEP
               IF WS-STP-FOUND
                   PERFORM 340-POST-EVENT
               ELSE
                   ADD 1 TO WS-STEPS-DROPPED
               END-IF
           END-IF.

       320-EVENT-TO-SECONDS.
           COMPUTE WS-EVENT-SECS =
               FUNCTION INTEGER-OF-DATE (SL-EVENT-DATE) * 86400
               + SL-EVENT-HH * 3600 + SL-EVENT-MM * 60 + SL-EVENT-SS.

      * LOOK UP WS-LOOKUP-NAME, ADDING IT WHEN THERE IS ROOM.
       330-FIND-STEP.
           MOVE 'N' TO WS-STP-FOUND-SW
           IF WS-STEP-COUNT > ZERO
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                          OR WS-STP-FOUND
                   IF WS-STP-NAME (WS-STP-IDX) = WS-LOOKUP-NAME
                       SET WS-STP-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-STP-FOUND
               SET WS-STP-IDX DOWN BY 1
           ELSE
               IF WS-STEP-COUNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-COUNT
                   SET WS-STP-IDX TO WS-STEP-COUNT
                   MOVE WS-LOOKUP-NAME TO WS-STP-NAME (WS-STP-IDX)
                   SET WS-STP-FOUND TO TRUE
               END-IF
           END-IF.

       340-POST-EVENT.
           EVALUATE SL-EVENT
               WHEN "START"
                   MOVE 'Y' TO WS-STP-START-SW (WS-STP-IDX, WS-SLOT)
                   MOVE 'N' TO WS-STP-END-SW (WS-STP-IDX, WS-SLOT)
                   MOVE WS-EVENT-SECS
                     TO WS-STP-START-SECS (WS-STP-IDX, WS-SLOT)
               WHEN "END"
                   MOVE 'Y' TO WS-STP-END-SW (WS-STP-IDX, WS-SLOT)
                   MOVE WS-EVENT-SECS
                     TO WS-STP-END-SECS (WS-STP-IDX, WS-SLOT)
                   MOVE SL-RETURN-CODE
                     TO WS-STP-RC (WS-STP-IDX, WS-SLOT)
                   MOVE SL-RECORDS
                     TO WS-STP-RECORDS (WS-STP-IDX, WS-SLOT)
               WHEN OTHER
                   ADD 1 TO WS-BAD-EVENT-COUNT
           END-EVALUATE.

       400-REPORT-STEPS.
           MOVE WS-STREAM-START-DATE TO WS-RUNL-DATE
           MOVE WS-STREAM-START-SECS TO WS-CLK-SECS
           PERFORM 620-FORMAT-CLOCK
           MOVE WS-CLK-TEXT TO WS-RUNL-TIME
           COMPUTE WS-RUNL-HIST = WS-TONIGHT-SLOT - 1
           WRITE TIME-RPT-RECORD FROM WS-RUN-LINE
           MOVE WS-TREND-RUNS TO WS-TRL-RUNS
           MOVE WS-TREND-PCT  TO WS-TRL-PCT
           WRITE TIME-RPT-RECORD FROM WS-TREND-LINE
           WRITE TIME-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE TIME-RPT-RECORD FROM WS-COLUMN-LINE
           WRITE TIME-RPT-RECORD FROM WS-RPT-HEADING-2
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               PERFORM 410-REPORT-ONE-STEP
           END-PERFORM
           WRITE TIME-RPT-RECORD FROM WS-RPT-HEADING-2.

       410-REPORT-ONE-STEP.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-STP-NAME (WS-STP-IDX) TO WS-DET-STEP
           PERFORM 420-AVERAGE-EARLIER-RUNS
           IF WS-STP-HIST-COUNT (WS-STP-IDX) > ZERO
               MOVE WS-STP-AVG-SECS (WS-STP-IDX) TO WS-DUR-SECS
               PERFORM 610-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-DET-AVG
           END-IF
           IF WS-STP-SLA-SECS (WS-STP-IDX) > ZERO
               MOVE WS-STP-SLA-SECS (WS-STP-IDX) TO WS-DUR-SECS
               PERFORM 610-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-DET-SLA
           ELSE
               MOVE "    NONE" TO WS-DET-SLA
           END-IF
           IF WS-STP-STARTED (WS-STP-IDX, WS-TONIGHT-SLOT)
               MOVE WS-STP-START-SECS (WS-STP-IDX, WS-TONIGHT-SLOT)
                 TO WS-CLK-SECS
               PERFORM 620-FORMAT-CLOCK
               MOVE WS-CLK-TEXT TO WS-DET-START
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-STP-STARTED (WS-STP-IDX, WS-TONIGHT-SLOT)
                AND NOT WS-STP-ENDED (WS-STP-IDX, WS-TONIGHT-SLOT)
                   MOVE "NOT RUN" TO WS-DET-FLAGS
               WHEN WS-STP-NAME (WS-STP-IDX) = WS-OWN-STEP
                AND NOT WS-STP-ENDED (WS-STP-IDX, WS-TONIGHT-SLOT)
                   MOVE "RUNNING" TO WS-DET-FLAGS
               WHEN NOT WS-STP-STARTED (WS-STP-IDX, WS-TONIGHT-SLOT)
                 OR NOT WS-STP-ENDED (WS-STP-IDX, WS-TONIGHT-SLOT)
                 OR WS-STP-END-SECS (WS-STP-IDX, WS-TONIGHT-SLOT)
                  < WS-STP-START-SECS (WS-STP-IDX, WS-TONIGHT-SLOT)
                   MOVE "NO END" TO WS-DET-FLAGS
               WHEN OTHER
                   PERFORM 430-JUDGE-COMPLETED-STEP
           END-EVALUATE
           WRITE TIME-RPT-RECORD FROM WS-DETAIL-LINE.

      * TRAILING AVERAGE OVER THE EARLIER RUNS IN THE WINDOW THAT
      * TIMED THIS STEP CLEANLY (BOTH A START AND AN END).
       420-AVERAGE-EARLIER-RUNS.
           MOVE ZERO TO WS-STP-HIST-COUNT (WS-STP-IDX)
           MOVE ZERO TO WS-STP-AVG-SECS (WS-STP-IDX)
           MOVE ZERO TO WS-HIST-SUM
           PERFORM VARYING WS-SLOT-SCAN FROM 1 BY 1
                   UNTIL WS-SLOT-SCAN NOT < WS-TONIGHT-SLOT
               IF WS-STP-STARTED (WS-STP-IDX, WS-SLOT-SCAN)
                  AND WS-STP-ENDED (WS-STP-IDX, WS-SLOT-SCAN)
                  AND WS-STP-END-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                   NOT < WS-STP-START-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                   ADD 1 TO WS-STP-HIST-COUNT (WS-STP-IDX)
                   COMPUTE WS-HIST-SUM = WS-HIST-SUM
                       + WS-STP-END-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                       - WS-STP-START-SECS (WS-STP-IDX, WS-SLOT-SCAN)
               END-IF
           END-PERFORM
           IF WS-STP-HIST-COUNT (WS-STP-IDX) > ZERO
               COMPUTE WS-STP-AVG-SECS (WS-STP-IDX) ROUNDED =
                   WS-HIST-SUM / WS-STP-HIST-COUNT (WS-STP-IDX)
           END-IF.

       430-JUDGE-COMPLETED-STEP.
           COMPUTE WS-ELAPSED-SECS =
               WS-STP-END-SECS (WS-STP-IDX, WS-TONIGHT-SLOT)
               - WS-STP-START-SECS (WS-STP-IDX, WS-TONIGHT-SLOT)
           MOVE WS-ELAPSED-SECS TO WS-DUR-SECS
           PERFORM 610-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-DET-ELAPSED
           MOVE WS-STP-RC (WS-STP-IDX, WS-TONIGHT-SLOT) TO WS-RC-EDIT
           MOVE WS-RC-EDIT TO WS-DET-RC
           MOVE WS-STP-RECORDS (WS-STP-IDX, WS-TONIGHT-SLOT)
             TO WS-RECORDS-EDIT
           MOVE WS-RECORDS-EDIT TO WS-DET-RECORDS
           IF WS-STP-HIST-COUNT (WS-STP-IDX) > ZERO
               IF WS-STP-AVG-SECS (WS-STP-IDX) > ZERO
                   COMPUTE WS-CHG-PCT ROUNDED =
                       (WS-ELAPSED-SECS - WS-STP-AVG-SECS (WS-STP-IDX))
                       * 100 / WS-STP-AVG-SECS (WS-STP-IDX)
                       ON SIZE ERROR
                           MOVE 999 TO WS-CHG-PCT
                   END-COMPUTE
               ELSE
                   IF WS-ELAPSED-SECS > ZERO
                       MOVE 999 TO WS-CHG-PCT
                   ELSE
                       MOVE ZERO TO WS-CHG-PCT
                   END-IF
               END-IF
               IF WS-CHG-PCT > 999
                   MOVE 999 TO WS-CHG-PCT
               END-IF
               MOVE WS-CHG-PCT TO WS-CHG-EDIT-NUM
               MOVE WS-CHG-EDIT TO WS-DET-CHG
           END-IF
           IF WS-STP-SLA-SECS (WS-STP-IDX) > ZERO
              AND WS-ELAPSED-SECS > WS-STP-SLA-SECS (WS-STP-IDX)
               ADD 1 TO WS-BREACH-COUNT
               MOVE "SLA" TO WS-DET-FLAGS
           END-IF
           PERFORM 440-CHECK-TREND
           IF WS-STEP-SLOWER
               ADD 1 TO WS-SLOWER-COUNT
               IF WS-DET-FLAGS = SPACES
                   MOVE "SLOWER" TO WS-DET-FLAGS
               ELSE
                   MOVE "SLA SLOWER" TO WS-DET-FLAGS
               END-IF
           END-IF
           IF WS-STP-HIST-COUNT (WS-STP-IDX) = ZERO
               IF WS-DET-FLAGS = SPACES
                   MOVE "NEW" TO WS-DET-FLAGS
               ELSE
                   MOVE "SLA NEW" TO WS-DET-FLAGS
               END-IF
           END-IF.

      * WALK BACK FROM TONIGHT: THE FIRST TREND-RUNS CLEAN TIMINGS ARE
      * "LATEST", THE REST OF THE WINDOW IS "OLDER". A STEP NEEDS A
      * FULL SET OF LATEST RUNS AND AT LEAST ONE OLDER RUN TO TREND.
       440-CHECK-TREND.
           MOVE 'N' TO WS-SLOWER-SW
           MOVE ZERO TO WS-RECENT-COUNT WS-RECENT-SUM
                        WS-OLDER-COUNT WS-OLDER-SUM
           PERFORM VARYING WS-SLOT-SCAN FROM WS-TONIGHT-SLOT BY -1
                   UNTIL WS-SLOT-SCAN < 1
               IF WS-STP-STARTED (WS-STP-IDX, WS-SLOT-SCAN)
                  AND WS-STP-ENDED (WS-STP-IDX, WS-SLOT-SCAN)
                  AND WS-STP-END-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                   NOT < WS-STP-START-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                   COMPUTE WS-ELAPSED-SECS =
                       WS-STP-END-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                       - WS-STP-START-SECS (WS-STP-IDX, WS-SLOT-SCAN)
                   IF WS-RECENT-COUNT < WS-TREND-RUNS
                       ADD 1 TO WS-RECENT-COUNT
                       ADD WS-ELAPSED-SECS TO WS-RECENT-SUM
                   ELSE
                       ADD 1 TO WS-OLDER-COUNT
                       ADD WS-ELAPSED-SECS TO WS-OLDER-SUM
                   END-IF
               END-IF
           END-PERFORM
      * CROSS-MULTIPLIED SO NO ROUNDING OF EITHER AVERAGE DECIDES IT:
      * RECENT/RC > OLDER/OC * (100 + PCT) / 100.
           IF WS-RECENT-COUNT = WS-TREND-RUNS
              AND WS-OLDER-COUNT > ZERO
              AND WS-RECENT-SUM * WS-OLDER-COUNT * 100
                > WS-OLDER-SUM * WS-RECENT-COUNT
                  * (100 + WS-TREND-PCT)
               SET WS-STEP-SLOWER TO TRUE
           END-IF.

      * STEPS STILL TO COME ARE THE STEPSLA.DAT STEPS LISTED AFTER THE
      * FURTHEST ONE THAT HAS LOGGED ANYTHING TONIGHT; THIS STEP'S OWN
      * REMAINING TIME IS ITS AVERAGE TOO. THE DEADLINE IS THE FIRST
      * HH:MM AT OR AFTER THE STREAM STARTED.
       500-PROJECT-COMPLETION.
           MOVE ZERO TO WS-HIGH-ORDER WS-REMAIN-SECS
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF WS-STP-ORDER (WS-STP-IDX) > WS-HIGH-ORDER
                  AND (WS-STP-STARTED (WS-STP-IDX, WS-TONIGHT-SLOT)
                    OR WS-STP-ENDED (WS-STP-IDX, WS-TONIGHT-SLOT))
                   MOVE WS-STP-ORDER (WS-STP-IDX) TO WS-HIGH-ORDER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF WS-STP-ORDER (WS-STP-IDX) > WS-HIGH-ORDER
                  OR (WS-STP-NAME (WS-STP-IDX) = WS-OWN-STEP
                  AND NOT WS-STP-ENDED (WS-STP-IDX, WS-TONIGHT-SLOT))
                   PERFORM 510-ESTIMATE-STEP
                   ADD WS-STEP-ESTIMATE TO WS-REMAIN-SECS
               END-IF
           END-PERFORM
           COMPUTE WS-PROJECTED-SECS =
               WS-LAST-EVENT-SECS + WS-REMAIN-SECS
           COMPUTE WS-DEADLINE-DAY =
               FUNCTION INTEGER-OF-DATE (WS-STREAM-START-DATE)
           IF WS-STREAM-START-TIME > WS-DEADLINE-HHMM * 100
               ADD 1 TO WS-DEADLINE-DAY
           END-IF
           COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-DAY * 86400
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           MOVE WS-PROJECTED-SECS TO WS-CLK-SECS
           PERFORM 620-FORMAT-CLOCK
           MOVE WS-CLK-TEXT TO WS-PRJ-END WS-TRL-PROJECTED
           MOVE WS-DEADLINE-SECS TO WS-CLK-SECS
           PERFORM 620-FORMAT-CLOCK
           MOVE WS-CLK-TEXT TO WS-PRJ-DUE WS-TRL-DUE
           IF WS-PROJECTED-SECS > WS-DEADLINE-SECS
               SET WS-STREAM-LATE TO TRUE
               MOVE "*** DEADLINE AT RISK ***" TO WS-PRJ-STATUS
               MOVE "LATE" TO WS-TRL-STATUS
           ELSE
               MOVE "ON TIME" TO WS-PRJ-STATUS
               MOVE "OK" TO WS-TRL-STATUS
           END-IF
           WRITE TIME-RPT-RECORD FROM WS-PROJECTION-LINE.

       510-ESTIMATE-STEP.
           IF WS-STP-HIST-COUNT (WS-STP-IDX) > ZERO
               MOVE WS-STP-AVG-SECS (WS-STP-IDX) TO WS-STEP-ESTIMATE
           ELSE
               MOVE WS-STP-SLA-SECS (WS-STP-IDX) TO WS-STEP-ESTIMATE
           END-IF.

      * SECONDS TO HH:MM:SS, HELD AT 99:59:59.
       610-FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-REST
           IF WS-DUR-HOURS > 99
               MOVE 99 TO WS-DUR-HH
               MOVE 59 TO WS-DUR-MM
               MOVE 59 TO WS-DUR-SS
           ELSE
               MOVE WS-DUR-HOURS TO WS-DUR-HH
               DIVIDE WS-DUR-REST BY 60 GIVING WS-DUR-MM
                   REMAINDER WS-DUR-SS
           END-IF.

      * ABSOLUTE SECONDS TO THE HH:MM OF THAT DAY.
       620-FORMAT-CLOCK.
           DIVIDE WS-CLK-SECS BY 86400 GIVING WS-CLK-DAY
               REMAINDER WS-CLK-SOD
           DIVIDE WS-CLK-SOD BY 3600 GIVING WS-CLK-HH
               REMAINDER WS-CLK-REST
           DIVIDE WS-CLK-REST BY 60 GIVING WS-CLK-MM.

       800-WRITE-TRAILER.
           MOVE WS-BREACH-COUNT TO WS-TRL-BREACHES
           MOVE WS-SLOWER-COUNT TO WS-TRL-SLOWER
           WRITE TIME-RPT-RECORD FROM WS-TRAILER-LINE
           IF WS-BREACH-COUNT > ZERO OR WS-STREAM-LATE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "VibeGarden steptime - " WS-TRAILER-LINE.

       900-TERMINATE.
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE TIME-RPT-FILE
           END-IF.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "STEPTIME" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-EVENT-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
