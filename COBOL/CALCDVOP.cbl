               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.

      * VibeGarden: CHKPOINT.DAT FOR THE ORDINARY ONE-STEP RUN. A
      * PARTITION STEP KEEPS ITS OWN CHKPTNN.DAT AND THE MERGE STEP
      * CHKPTMRG.DAT (SEE 193/194), SO EACH RESTARTS ON ITS OWN.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

      * VibeGarden: PARTITION WORK FILE - PARTWKNN.DAT. A PARTITION
      * STEP (PARM PART=NN/MM) WRITES ONE RECORD PER INPUT RECORD OF
      * ITS SOURCES, ALREADY EDITED, CHECKED AND PRICED, AND ENDS IT
      * WITH A COMPLETION RECORD. THE MERGE STEP (PARM MERGE=MM)
      * READS EVERY PARTITION'S FILE BACK IN PARTITION ORDER AND DOES
      * ALL THE POSTING.
           SELECT PARTITION-WORK-FILE ASSIGN DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

      * SAME RELATIVE-ORGANIZATION SUBSTITUTION AS SCOREMST.DAT (SEE
      * 005) - ONE FIXED ACCUMULATOR RECORD AT RELATIVE KEY 1, CARRIED
      * FORWARD ACROSS RUNS UNTIL THE CALENDAR YEAR ROLLS OVER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCVOL-FILE-STATUS.

      * VibeGarden: PARTICIPANT MASTER - ONE RECORD PER PARTICIPANT IN
      * ASCENDING PARTICIPANT-ID ORDER, MAINTAINED BY PARTMNT.cbl.
      * LOADED WHOLE AT STARTUP (SEE 120-LOAD-PARTICIPANTS) SO EVERY
      * DETAIL IS CHECKED AGAINST ITS OWNER BEFORE IT CAN POST.
           SELECT PARTICIPANT-FILE ASSIGN TO "PARTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

      * VibeGarden: PAYMENTS HELD FOR SUSPENDED PARTICIPANTS - SAME
      * LAYOUT AS PAYEXTR.DAT. A SUSPENDED PARTICIPANT'S SCORE STILL
      * POSTS (IT WAS EARNED), BUT ITS PAYMENT LINE WAITS HERE INSTEAD
      * OF GOING TO THE PAYMENT SYSTEM. UNLIKE PAYEXTR.DAT THIS FILE
      * ACCUMULATES ACROSS RUNS - PARTMNT.cbl RELEASES A PARTICIPANT'S
      * HELD LINES WHEN THE SUSPENSION IS LIFTED.
           SELECT PAYMENT-HELD-FILE ASSIGN TO "PAYHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHELD-FILE-STATUS.

      * VibeGarden: FINANCE'S DAILY PAYOUT BUDGET - ONE ROW PER DATE
      * THAT HAS ITS OWN BUDGET, PLUS AN OPTIONAL DEFAULT ROW DATED
      * 00000000 FOR EVERY OTHER DAY. WHEN THE FILE IS ABSENT, OR NO
      * ROW APPLIES, THE DAY IS UNCAPPED AND POSTS EXACTLY AS BEFORE
      * (SEE 115-LOAD-PAYOUT-BUDGET AND 125-PROJECT-DAY-PAYOUT).
           SELECT PAYOUT-BUDGET-FILE ASSIGN TO "BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * VibeGarden: A SOURCE MAY WRAP ITS SCORES IN AN ENVELOPE - A
      * FIRST RECORD IS NOT AN "H" IS A LEGACY BARE STREAM AND
      * PROCESSES EXACTLY AS BEFORE. THE RECORD IS WIDER THAN THE OLD
      * 6-BYTE DETAIL TO CARRY THE ENVELOPE FIELDS; DETAIL LINES
      * STILL ONLY USE THE FIRST SIX POSITIONS FOR THE SCORE ITSELF,
      * FOLLOWED BY THE PARTICIPANT THE SCORE BELONGS TO (SEE
      * 252-CHECK-PARTICIPANT).
       FD  SCORE-IN-FILE
           RECORDING MODE IS F.
       01  SCORE-IN-RECORD.
       01  SCORE-IN-DETAIL.
           05  SI-SIGN             PIC X.
           05  SI-BASE-SCORE-RAW   PIC X(5).
           05  SI-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(10).
       01  SCORE-IN-HEADER.
           05  FILLER              PIC X.
           05  SI-HDR-SOURCE-ID    PIC X(8).
           05  BT-TIER-LOW        PIC 9(3)V99.
           05  BT-TIER-HIGH       PIC 9(3)V99.
           05  BT-TIER-MULT       PIC 9V9.
      * 'F' (OR BLANK) FLAT, 'M' MARGINAL - SEE WSBONUS.cpy.
           05  BT-CALC-MODE       PIC X.

       FD  BONUS-EFF-FILE
           RECORDING MODE IS F.
           05  BE-TIER-LOW        PIC 9(3)V99.
           05  BE-TIER-HIGH       PIC 9(3)V99.
           05  BE-TIER-MULT       PIC 9V9.
           05  BE-CALC-MODE       PIC X.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
      * THE PAYOUT-BUDGET FACTOR MS-TOTAL-RESULT WAS SCALED BY - 1
      * ON AN UNCAPPED DAY, SO BASE * MULTIPLIER * FACTOR ALWAYS
      * REPRODUCES THE POSTED RESULT.
           05  MS-CAP-FACTOR       PIC 9V9(6).
      * 'F' FLAT OR 'M' MARGINAL - HOW MS-TOTAL-RESULT WAS PRICED. ON A
      * MARGINAL RECORD MS-MULTIPLIER IS THE RATE OF THE BAND THE TOP
      * SLICE OF THE SCORE FELL IN, WHICH ALONE DOES NOT EXPLAIN THE
      * RESULT. BLANK ON RECORDS POSTED BEFORE THE MODE EXISTED, WHICH
      * WERE ALL FLAT.
           05  MS-CALC-MODE        PIC X.

       FD  SCORE-INDEX-FILE
           RECORDING MODE IS F.
           05  CKPT-MTH-TOTAL      PIC 9(11)V99.
           05  CKPT-MTH-COUNT      PIC 9(9).
           05  CKPT-SOURCE-IDX     PIC 9(3).
           05  CKPT-HELD-COUNT     PIC 9(7).
           05  CKPT-BUDGET-CAP-SW  PIC X.
           05  CKPT-BUDGET-FACTOR  PIC 9V9(6).
           05  CKPT-BUDGET-PRIOR   PIC 9(9)V99.
           05  CKPT-BUDGET-PROJECTED PIC 9(9)V99.
           05  CKPT-PRECAP-TOTAL   PIC 9(9)V99.

      * EVERY RECORD BUT THE COMPLETION RECORD CARRIES THE SOURCE'S
      * POSITION IN SCORESRC.DAT AND THE INPUT RECORD NUMBER IT CAME
      * FROM. A RESTARTED PARTITION EXTENDS ITS FILE FROM ITS LAST
      * CHECKPOINT, SO THE FEW RECORDS WRITTEN BETWEEN THAT CHECKPOINT
      * AND THE ABEND APPEAR TWICE; THE MERGE TAKES A RECORD ONLY WHEN
      * ITS SOURCE/RECORD KEY IS HIGHER THAN THE LAST ONE TAKEN.
      * AN ENVELOPE RECORD TAKES RECORD NUMBER 0000000 AND A SOURCE-END
      * RECORD 9999999, SO BOTH SORT AROUND THE SOURCE'S DETAILS.
       FD  PARTITION-WORK-FILE
           RECORDING MODE IS F.
       01  PARTITION-WORK-RECORD.
           05  PW-RECORD-TYPE      PIC X.
               88  PW-DETAIL-REC       VALUE 'D'.
               88  PW-REJECT-REC       VALUE 'R'.
               88  PW-ENVELOPE-REC     VALUE 'E'.
               88  PW-SOURCE-END-REC   VALUE 'S'.
               88  PW-COMPLETION-REC   VALUE 'C'.
           05  PW-SOURCE-IDX       PIC 9(3).
           05  PW-INPUT-SEQ        PIC 9(7).
           05  FILLER              PIC X(89).
      * D = A SCORE THAT PASSED EVERY EDIT, PRICED BUT NOT CAPPED;
      * R = A SCORE THE PARTITION REJECTED, WITH THE REASON.
       01  PARTITION-WORK-DETAIL.
           05  FILLER              PIC X(11).
           05  PW-SIGN             PIC X.
           05  PW-BASE-SCORE-RAW   PIC X(5).
           05  PW-PARTICIPANT-ID   PIC X(8).
           05  PW-MULTIPLIER       PIC 9V9.
           05  PW-UNCAPPED-RESULT  PIC 9(7)V99.
           05  PW-CALC-MODE        PIC X.
           05  PW-DEFAULT-TIER-SW  PIC X.
           05  PW-PAY-HOLD-SW      PIC X.
           05  PW-REJECT-REASON    PIC X(20).
           05  FILLER              PIC X(41).
      * E = THE SOURCE FAILED ITS ENVELOPE CHECK AND WAS SKIPPED;
      * S = THE LAST RECORD OF EVERY SOURCE THE PARTITION OPENED.
       01  PARTITION-WORK-SOURCE.
           05  FILLER              PIC X(11).
           05  PW-SOURCE-NAME      PIC X(40).
           05  PW-SOURCE-POSTED    PIC X.
           05  PW-ENV-REASON       PIC X(30).
           05  FILLER              PIC X(18).
      * C = THE PARTITION FINISHED. WITHOUT IT AS THE LAST RECORD THE
      * MERGE REFUSES TO POST ANYTHING.
       01  PARTITION-WORK-COMPLETION.
           05  FILLER              PIC X.
           05  PW-CMP-PART-NO      PIC 9(2).
           05  PW-CMP-PART-COUNT   PIC 9(2).
           05  PW-CMP-RUN-DATE     PIC 9(8).
           05  PW-CMP-SOURCE-COUNT PIC 9(3).
           05  PW-CMP-FIRST-SOURCE PIC 9(3).
           05  PW-CMP-LAST-SOURCE  PIC 9(3).
           05  PW-CMP-DETAILS      PIC 9(7).
           05  PW-CMP-REJECTS      PIC 9(7).
           05  PW-CMP-RETURN-CODE  PIC 9(2).
           05  PW-CMP-TIER-SOURCE  PIC X(26).
           05  PW-CMP-OVERRIDE-SW  PIC X.
           05  PW-CMP-OVERRIDE-MULT PIC 9V9.
           05  FILLER              PIC X(33).

       FD  SCORE-PRINT-FILE
           RECORDING MODE IS F.
      * RC-GRAND-TOTAL CARRIES RAW UNPUNCTUATED DIGITS WITH AN IMPLIED
      * V99 - THE SAME CONVENTION THE PAYEXTR.DAT FIELDS USE - SO THE
      * READERS (105-CHECK-RUN-CONTROL, RUNINQ.cbl, THE VARIANCE GATE)
      * UNPACK BY POSITION. RC-CLOCK-DATE IS THE WALL-CLOCK DATE THE
      * RUN WAS MADE ON - RC-RUN-DATE IS ITS POSTING DATE, WHICH IS
      * LATER FOR A WEEKEND OR HOLIDAY RUN. RECORDS WRITTEN BEFORE IT
      * WAS CARRIED READ IT AS SPACES.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  SOURCE-VOLUME-FILE
           RECORDING MODE IS F.
      * RC-GRAND-TOTAL ON THE RUN-CONTROL FILE.
           05  SV-TOTAL            PIC 9(11).

      * MIRROR OF PARTMNT.cbl'S PARTICIPANT-RECORD, FIELD FOR FIELD -
      * ONLY THE ID AND STATUS MATTER HERE.
       FD  PARTICIPANT-FILE
           RECORDING MODE IS F.
       01  PARTICIPANT-RECORD.
           05  PT-PARTICIPANT-ID   PIC X(8).
           05  PT-NAME             PIC X(30).
           05  PT-STATUS           PIC X.
           05  PT-PAYEE-NAME       PIC X(30).
           05  PT-PAYEE-BANK       PIC X(11).
           05  PT-PAYEE-ACCOUNT    PIC X(20).
           05  PT-OPEN-DATE        PIC 9(8).
           05  PT-STATUS-DATE      PIC 9(8).

       FD  PAYMENT-HELD-FILE
           RECORDING MODE IS F.
       01  PAYMENT-HELD-RECORD    PIC X(80).

      * BG-BUDGET-AMOUNT CARRIES RAW DIGITS WITH AN IMPLIED V99, THE
      * SAME UNPUNCTUATED CONVENTION AS PAYEXTR.DAT.
       FD  PAYOUT-BUDGET-FILE
           RECORDING MODE IS F.
       01  PAYOUT-BUDGET-RECORD.
           05  BG-BUDGET-DATE      PIC 9(8).
           05  BG-BUDGET-AMOUNT    PIC 9(9)V99.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           05  YTD-YEAR            PIC 9(4).
          05 WS-TOTAL-RESULT-RAW REDEFINES WS-TOTAL-RESULT
                                  PIC 9(9).
          05 WS-DISPLAY-FINAL    PIC Z,ZZZ,ZZ9.99.
          05 WS-CALC-MODE-USED   PIC X    VALUE 'F'.

       COPY WSBONUS.

       COPY WSBONEFF.

       COPY WSBUSDAY.

       COPY WSSTPLOG.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH       PIC X VALUE 'N'.
             88 WS-EOF-REACHED   VALUE 'Y'.
          05 WS-RUNCTL-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-INDEX-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-SRCVOL-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-PAYHELD-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RUNCTL-EOF-SWITCH  PIC X VALUE 'N'.
             88 WS-RUNCTL-EOF      VALUE 'Y'.
          05 WS-RUN-DONE-SW        PIC X VALUE 'N'.
      * 20260901", NOT THE FLAT FILE THAT WAS NEVER TOUCHED.
          05 WS-TIER-TABLE-SOURCE  PIC X(26) VALUE "BONUSTBL.DAT".

      * VibeGarden: PARTICIPANT MASTER IN MEMORY - ID AND STATUS ONLY,
      * IN THE ASCENDING ID ORDER PARTMNT.cbl KEEPS PARTMST.DAT IN, SO
      * 252-CHECK-PARTICIPANT CAN SEARCH ALL. UNUSED SLOTS HOLD HIGH-
      * VALUES AND SORT PAST EVERY REAL ID. 120-LOAD-PARTICIPANTS
      * REFUSES AN OUT-OF-ORDER OR OVERSIZED FILE RATHER THAN LET THE
      * BINARY SEARCH MISS A PARTICIPANT WHO IS ACTUALLY ON IT.
       01 WS-PARTICIPANT-CONTROLS.
          05 WS-PART-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-PART-EOF-SWITCH    PIC X VALUE 'N'.
             88 WS-PART-EOF        VALUE 'Y'.
          05 WS-PART-COUNT         PIC 9(5) VALUE ZERO.
          05 WS-PART-LAST-ID       PIC X(8) VALUE LOW-VALUES.
          05 WS-PART-TABLE.
             10 WS-PART-ENTRY OCCURS 5000 TIMES
                              ASCENDING KEY IS WS-PART-ID
                              INDEXED BY WS-PART-IDX.
                15 WS-PART-ID      PIC X(8).
                15 WS-PART-STATUS  PIC X.
                   88 WS-PART-ACTIVE    VALUE 'A'.
                   88 WS-PART-SUSPENDED VALUE 'S'.
                   88 WS-PART-CLOSED    VALUE 'C'.

      * VibeGarden: DAILY PAYOUT BUDGET CAP. BEFORE ANYTHING POSTS,
      * 125-PROJECT-DAY-PAYOUT PRICES EVERY SCORE THIS RUN WILL POST
      * (WS-BUDGET-PROJECTED) AND ADDS WHAT EARLIER RUNS ALREADY
      * POSTED FOR THE DAY (WS-BUDGET-PRIOR). IF THE TWO TOGETHER
      * WOULD EXCEED WS-BUDGET-AMOUNT, EVERY RESULT THIS RUN IS SCALED
      * BY WS-BUDGET-FACTOR (REMAINING BUDGET / PROJECTED, TRUNCATED
      * SO THE SCALED SUM CAN NEVER COME OUT OVER THE BUDGET). THE
      * FACTOR IS CARRIED IN THE CHECKPOINT, SO A RESTART SCALES ITS
      * REMAINING RECORDS BY THE SAME FACTOR AS THE RECORDS ALREADY
      * POSTED INSTEAD OF RE-PROJECTING A HALF-POSTED DAY.
       01 WS-BUDGET-CONTROLS.
          05 WS-BUDGET-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-BUDGET-EOF-SWITCH  PIC X VALUE 'N'.
             88 WS-BUDGET-EOF      VALUE 'Y'.
          05 WS-BUDGET-SW          PIC X VALUE 'N'.
             88 WS-BUDGET-IN-EFFECT VALUE 'Y'.
          05 WS-BUDGET-DEFAULT-SW  PIC X VALUE 'N'.
             88 WS-BUDGET-DEFAULT-FOUND VALUE 'Y'.
          05 WS-BUDGET-CAP-SW      PIC X VALUE 'N'.
             88 WS-BUDGET-CAPPED   VALUE 'Y'.
          05 WS-BUDGET-AMOUNT      PIC 9(9)V99 VALUE ZERO.
          05 WS-BUDGET-DEFAULT-AMT PIC 9(9)V99 VALUE ZERO.
          05 WS-BUDGET-PRIOR       PIC 9(9)V99 VALUE ZERO.
          05 WS-BUDGET-REMAINING   PIC 9(9)V99 VALUE ZERO.
          05 WS-BUDGET-PROJECTED   PIC 9(9)V99 VALUE ZERO.
          05 WS-BUDGET-FACTOR      PIC 9V9(6) VALUE 1.
          05 WS-BUDGET-FACTOR-ED   PIC 9.9(6).
          05 WS-BUDGET-PROJECTED-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-BUDGET-REMAINING-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-UNCAPPED-RESULT    PIC 9(7)V99 VALUE ZERO.
          05 WS-PRECAP-TOTAL       PIC 9(9)V99 VALUE ZERO.
          05 WS-WITHHELD-TOTAL     PIC 9(9)V99 VALUE ZERO.

      * WS-RUN-DATE-NUM IS THE POSTING (BUSINESS) DATE - SEE 102-
      * RESOLVE-POSTING-DATE. WS-CLOCK-DATE-NUM KEEPS THE WALL-CLOCK
      * DATE THE RUN ACTUALLY STARTED ON.
       01 WS-DUPLICATE-CHECK-CONTROLS.
          05 WS-RUN-DATE-NUM        PIC 9(8) VALUE ZERO.
          05 WS-CLOCK-DATE-NUM      PIC 9(8) VALUE ZERO.
          05 WS-DUP-SCAN-KEY        PIC 9(9).
          05 WS-DUP-SCAN-LIMIT      PIC 9(9) VALUE ZERO.
          05 WS-DUP-FOUND-SW        PIC X VALUE 'N'.
      * ALREADY FULLY POSTED AND ARE SKIPPED ENTIRELY ON RESTART; THIS
      * ONE RESUMES AFTER WS-RECORDS-READ INPUT RECORDS, THE SAME WAY A
      * SINGLE-SOURCE RUN RESTARTS PARTWAY THROUGH ITS ONE SOURCE FILE.
      * IN THE MERGE STEP THE CHECKPOINT'S SOURCE POSITION HOLDS THE
      * PARTITION BEING MERGED AND WS-RECORDS-READ COUNTS WORK-FILE
      * RECORDS. WS-TRL-FIRST-SOURCE IS THE FIRST SOURCE THIS RUN
      * (RATHER THAN AN EARLIER, CHECKPOINTED ONE) WORKED ON.
       01 WS-CKPT-SOURCE-RESTORE.
          05 WS-CKPT-SOURCE-IDX    PIC 9(3) VALUE 1.
          05 WS-TRL-FIRST-SOURCE   PIC 9(3) VALUE 1.

       01 WS-CKPT-FILE-NAME        PIC X(12) VALUE "CHKPOINT.DAT".

      * VibeGarden: PARTITIONED RUN. PARM PART=NN/MM MAKES THIS STEP
      * PARTITION NN OF MM: IT TAKES ITS OWN CONTIGUOUS SHARE OF THE
      * SCORESRC.DAT SOURCES (132), EDITS, CHECKS AND PRICES THEM
      * INTO PARTWKNN.DAT AND POSTS NOTHING, SO THE MM PARTITION
      * STEPS CAN RUN SIDE BY SIDE. PARM MERGE=MM THEN CHECKS THAT
      * ALL MM FINISHED (600) AND POSTS THEIR WORK IN SOURCE ORDER
      * THROUGH THE SAME 400-WRITE-RESULT A ONE-STEP RUN USES. WITH
      * NEITHER TOKEN THE RUN IS THE ORIGINAL SINGLE STEP.
       01 WS-PARTITION-CONTROLS.
          05 WS-RUN-MODE-SW        PIC X VALUE 'S'.
             88 WS-SERIAL-MODE     VALUE 'S'.
             88 WS-PARTITION-MODE  VALUE 'P'.
             88 WS-MERGE-MODE      VALUE 'M'.
          05 WS-PART-NO            PIC 9(2) VALUE ZERO.
          05 WS-PART-TOTAL         PIC 9(2) VALUE ZERO.
          05 WS-PART-MAX           PIC 9(2) VALUE 20.
          05 WS-PART-NO-X          PIC X(2).
          05 WS-PART-TOTAL-X       PIC X(2).
          05 WS-PART-CALC-NO       PIC 9(2) VALUE ZERO.
          05 WS-PART-FIRST-SRC     PIC 9(3) VALUE ZERO.
          05 WS-PART-LAST-SRC      PIC 9(3) VALUE ZERO.
          05 WS-PART-SRC-COUNT     PIC 9(3) VALUE ZERO.
          05 WS-PART-BASE-SIZE     PIC 9(3) VALUE ZERO.
          05 WS-PART-EXTRA         PIC 9(3) VALUE ZERO.
          05 WS-PART-LOWER         PIC 9(3) VALUE ZERO.
          05 WS-WORK-FILE-NAME     PIC X(12) VALUE "PARTWK00.DAT".
          05 WS-WORK-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-WORK-EOF-SWITCH    PIC X VALUE 'N'.
             88 WS-WORK-EOF        VALUE 'Y'.
          05 WS-MRG-PART-IDX       PIC 9(2) VALUE ZERO.
          05 WS-MRG-CUR-SOURCE     PIC 9(3) VALUE ZERO.
          05 WS-MRG-REC-KEY        PIC 9(10) VALUE ZERO.
          05 WS-MRG-LAST-KEY       PIC 9(10) VALUE ZERO.
          05 WS-MRG-PROJECTED      PIC 9(9)V99 VALUE ZERO.
          05 WS-MRG-MAX-PART-RC    PIC 9(2) VALUE ZERO.
      * SET WHEN THE MERGE WILL NOT POST OR THE PARM'S RUN MODE IS
      * MALFORMED - SAME "NEVER STARTED" RULE AS WS-RERUN-REFUSED, SO
      * NO RUNCTL.DAT END RECORD IS LOGGED.
          05 WS-NOT-STARTED-SW     PIC X VALUE 'N'.
             88 WS-RUN-NOT-STARTED VALUE 'Y'.

      * WHAT 605-VERIFY-ONE-PARTITION FINDS IN ONE PARTITION'S FILE.
       01 WS-PARTITION-VERIFY.
          05 WS-VFY-READY-SW       PIC X VALUE 'Y'.
             88 WS-VFY-READY       VALUE 'Y'.
          05 WS-VFY-NOT-READY      PIC 9(2) VALUE ZERO.
          05 WS-VFY-LAST-TYPE      PIC X VALUE SPACE.
          05 WS-VFY-SOURCES        PIC 9(3) VALUE ZERO.
          05 WS-VFY-NAME-SW        PIC X VALUE 'Y'.
             88 WS-VFY-NAMES-AGREE VALUE 'Y'.
          05 WS-VFY-REASON         PIC X(50) VALUE SPACES.
          05 WS-VFY-FIRST-SW       PIC X VALUE 'Y'.
             88 WS-VFY-FIRST-PART  VALUE 'Y'.
          05 WS-VFY-TIER-SOURCE    PIC X(26) VALUE SPACES.
          05 WS-VFY-OVERRIDE-SW    PIC X VALUE SPACE.
          05 WS-VFY-OVERRIDE-MULT  PIC 9V9 VALUE ZERO.

       01 WS-PRINT-CONTROL.
          05 WS-LINES-PER-PAGE    PIC 9(2) VALUE 20.
          05 WS-HDG-DD            PIC 9(2).
          05 FILLER               PIC X(60) VALUE SPACES.

       01 WS-PRT-HEADING-3.
          05 FILLER               PIC X(47)
             VALUE "SCORE ID          BASE SCORE   MULT      RESULT".
          05 FILLER               PIC X(33)
             VALUE "      PARTICIPANT  MODE".

       01 WS-PRT-HEADING-4        PIC X(80) VALUE ALL "-".

          05 WS-PRT-MULT          PIC Z.9.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 WS-PRT-RESULT        PIC ZZZZZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-PRT-PARTICIPANT   PIC X(8).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-PRT-MODE          PIC X.
          05 FILLER               PIC X(13) VALUE SPACES.

      * IN-MEMORY COPY OF SCOREIDX.DAT, LOADED AT STARTUP AND KEPT IN
      * STEP WITH EVERY 460-WRITE-MASTER-RECORD. ONLY TRUSTED AFTER
          05 WS-NEXT-MASTER-KEY   PIC 9(9) VALUE ZERO.

       01 WS-CHECKPOINT-CONTROL.
          05 WS-CKPT-LAYOUT-EYE     PIC X(8) VALUE "VGCKPT04".
          05 WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 5.
          05 WS-RECORDS-READ        PIC 9(7) VALUE ZERO.

          05 WS-BASE-SCORE-RAW    PIC X(5).
          05 WS-BASE-SCORE REDEFINES WS-BASE-SCORE-RAW
                                   PIC 9(3)V99.
          05 WS-PARTICIPANT-ID    PIC X(8).
          05 WS-VALID-SWITCH      PIC X VALUE 'Y'.
             88 WS-SCORE-VALID    VALUE 'Y'.
             88 WS-SCORE-INVALID  VALUE 'N'.
          05 WS-REJECT-REASON     PIC X(20) VALUE SPACES.
          05 WS-REJECT-COUNT      PIC 9(7)  VALUE ZERO.
          05 WS-TIEREXC-COUNT     PIC 9(7)  VALUE ZERO.
      * SET BY 252-CHECK-PARTICIPANT FOR A SUSPENDED PARTICIPANT - THE
      * SCORE POSTS, BUT 475 ROUTES ITS PAYMENT LINE TO PAYHELD.DAT.
          05 WS-PAY-HOLD-SW       PIC X VALUE 'N'.
             88 WS-PAYMENT-HELD   VALUE 'Y'.
          05 WS-HELD-COUNT        PIC 9(7)  VALUE ZERO.

       01 WS-OUT-LINE.
          05 FILLER              PIC X(20) VALUE "VibeGarden Result: ".
          05 WS-REJ-RAW           PIC X(5).
          05 FILLER               PIC X(9)  VALUE "  REASON:".
          05 WS-REJ-REASON        PIC X(20).
          05 WS-REJ-PARTICIPANT   PIC X(8).

      * VibeGarden: ONE LINE PER SCORE THAT MISSED ALL FOUR TIER BANDS
      * AND FELL BACK TO WS-TIER-DEFAULT-MULT (WSBONUS.cpy) IN
          05 WS-PEX-MULTIPLIER    PIC 9(2).
          05 WS-PEX-TOTAL-RESULT  PIC 9(9).
          05 WS-PEX-RUN-DATE      PIC 9(8).
          05 WS-PEX-PARTICIPANT-ID PIC X(8).
          05 FILLER               PIC X(36) VALUE SPACES.

       01 WS-TRAILER-LINE.
          05 FILLER              PIC X(20) VALUE "** CONTROL TOTALS **".
          05 FILLER              PIC X(9)  VALUE "  TOTAL: ".
          05 WS-SRC-TRL-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.

      * VibeGarden: PAYOUT BUDGET LINES, PRINTED UNDER THE CONTROL
      * TOTALS ON SCOREPRT.DAT WHENEVER A BUDGET APPLIED TO THE DAY -
      * SEE 805-WRITE-BUDGET-TRAILER. PRIOR IS WHAT EARLIER RUNS HAD
      * ALREADY POSTED AGAINST THE SAME DAY'S BUDGET.
       01 WS-BUDGET-TRAILER-1.
          05 FILLER              PIC X(20) VALUE "** PAYOUT BUDGET **".
          05 FILLER              PIC X(8)  VALUE " BUDGET:".
          05 WS-BGT-AMOUNT       PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(7)  VALUE " PRIOR:".
          05 WS-BGT-PRIOR        PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(8)  VALUE " FACTOR:".
          05 WS-BGT-FACTOR       PIC 9.9(6).
          05 FILLER              PIC X(5)  VALUE SPACES.

       01 WS-BUDGET-TRAILER-2.
          05 FILLER              PIC X(9)  VALUE " PRE-CAP:".
          05 WS-BGT-PRECAP       PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(11) VALUE "  POST-CAP:".
          05 WS-BGT-POSTCAP      PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(11) VALUE "  WITHHELD:".
          05 WS-BGT-WITHHELD     PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACE.

      * ONE AUDIT-LOG LINE PER RUN WITH A BUDGET IN EFFECT. IT LEADS
      * WITH "BUDGET" RATHER THAN A DATE AND CARRIES NO "RESULT:" TAG,
      * SO AUDSUMM.cbl DOES NOT COUNT IT AS A CALCULATION.
       01 WS-BUDGET-AUDIT-LINE.
          05 FILLER              PIC X(7)  VALUE "BUDGET ".
          05 WS-BAU-DATE.
             10 WS-BAU-YYYY      PIC 9(4).
             10 FILLER           PIC X VALUE "-".
             10 WS-BAU-MM        PIC 9(2).
             10 FILLER           PIC X VALUE "-".
             10 WS-BAU-DD        PIC 9(2).
          05 FILLER              PIC X(8)  VALUE " FACTOR:".
          05 WS-BAU-FACTOR       PIC 9.9(6).
          05 FILLER              PIC X(9)  VALUE " PRE-CAP:".
          05 WS-BAU-PRECAP       PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(10) VALUE " POST-CAP:".
          05 WS-BAU-POSTCAP      PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
      * SINCE 140-PROCESS-ONE-SOURCE RESETS THE SWITCH PER SOURCE AND
      * WOULD OTHERWISE MASK THE ABORT.
           IF NOT WS-EOF-REACHED
               EVALUATE TRUE
                   WHEN WS-PARTITION-MODE
                       PERFORM 195-LOAD-SOURCE-LIST
                       PERFORM 131-PROCESS-PARTITION-SOURCES
      * THE MERGE LOADED SCORESRC.DAT IN 100-INITIALIZE, AHEAD OF
      * CHECKING ITS PARTITIONS AGAINST IT.
                   WHEN WS-MERGE-MODE
                       IF WS-BUDGET-IN-EFFECT
                          AND NOT WS-JOB-RESTART-IN-PROGRESS
                          AND NOT WS-RUN-ABORTED
                           PERFORM 124-PROJECT-FROM-PARTITIONS
                       END-IF
                       PERFORM 610-MERGE-ALL-PARTITIONS
                   WHEN OTHER
                       PERFORM 195-LOAD-SOURCE-LIST
      * A RESTART KEEPS THE BUDGET FACTOR ITS CHECKPOINT CARRIES - THE
      * DAY IS ALREADY PART-POSTED AT THAT FACTOR AND MUST FINISH AT IT.
                       IF WS-BUDGET-IN-EFFECT
                          AND NOT WS-JOB-RESTART-IN-PROGRESS
                          AND NOT WS-RUN-ABORTED
                           PERFORM 125-PROJECT-DAY-PAYOUT
                       END-IF
                       PERFORM 130-PROCESS-ALL-SOURCES
               END-EVALUATE
           END-IF
           IF WS-PARTITION-MODE
               PERFORM 910-TERMINATE-PARTITION
           ELSE
               PERFORM 900-TERMINATE
           END-IF
           PERFORM 950-LOG-STEP-END
           GOBACK.

      * VibeGarden: THE STEP-TIMING START EVENT. A PARTITION LOGS AS
      * CALCDPNN SO EACH ONE IS TIMED ON ITS OWN; THE MERGE AND AN
      * UNPARTITIONED RUN LOG AS CALCDVOP.
       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           IF WS-PARTITION-MODE
               MOVE SPACES TO WS-STL-STEP-NAME
               STRING "CALCDP" WS-PART-NO DELIMITED BY SIZE
                   INTO WS-STL-STEP-NAME
               END-STRING
           ELSE
               MOVE "CALCDVOP" TO WS-STL-STEP-NAME
           END-IF
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

      * VibeGarden: THE MERGE'S BUDGET PROJECTION. THE PARTITIONS HAVE
      * ALREADY PRICED EVERY DETAIL THAT WILL POST, AND 600-VERIFY-
      * PARTITIONS SUMMED THEM WHILE CHECKING THE FILES, SO NO SOURCE
      * IS READ AGAIN HERE. A SCORE REPEATED ACROSS TWO PARTITIONS IS
      * STILL IN THE SUM - THE SAME CONSERVATIVE OVERSTATEMENT 125
      * ACCEPTS FOR A SCORE REPEATED ACROSS TWO SOURCES.
       124-PROJECT-FROM-PARTITIONS.
           PERFORM 126-SUM-PRIOR-POSTINGS
           MOVE WS-MRG-PROJECTED TO WS-BUDGET-PROJECTED
           PERFORM 129-SET-BUDGET-FACTOR.

      * VibeGarden: BUDGET PRE-PASS. READS EVERY SOURCE ONCE, AHEAD OF
      * THE POSTING PASS, AND PRICES EACH DETAIL THAT WILL POST - SAME
      * ENVELOPE CHECK, EDIT, PARTICIPANT CHECK, DUPLICATE CHECK AND
      * TIER LOOKUP THE POSTING PASS APPLIES - SO THE DAY'S TOTAL IS
      * KNOWN BEFORE A SINGLE RESULT IS WRITTEN. NOTHING IS WRITTEN
      * HERE. THE DUPLICATE CHECK CAN ONLY SEE WHAT WAS ON FILE BEFORE
      * THE RUN, SO A SCORE REPEATED ACROSS TWO OF TODAY'S SOURCES IS
      * PRICED TWICE; THAT ONLY OVERSTATES THE PROJECTION, WHICH MAKES
      * THE FACTOR CONSERVATIVE, NEVER LETS THE DAY OVERRUN THE BUDGET.
       125-PROJECT-DAY-PAYOUT.
           PERFORM 126-SUM-PRIOR-POSTINGS
           MOVE ZERO TO WS-BUDGET-PROJECTED
           MOVE WS-NEXT-MASTER-KEY TO WS-DUP-SCAN-LIMIT
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               PERFORM 127-PROJECT-ONE-SOURCE
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 129-SET-BUDGET-FACTOR.

      * WHAT EARLIER RUNS (A FORCED SECOND RUN, A LATE SOURCE) HAVE
      * ALREADY POSTED FOR THE DAY COMES OFF THE BUDGET FIRST.
       126-SUM-PRIOR-POSTINGS.
           MOVE ZERO TO WS-BUDGET-PRIOR
           IF WS-INDEX-USABLE
               PERFORM VARYING WS-IDX-SCAN FROM 1 BY 1
                       UNTIL WS-IDX-SCAN > WS-IDX-COUNT
                   SET WS-IDX-IDX TO WS-IDX-SCAN
                   IF WS-IDX-DATE (WS-IDX-IDX) = WS-RUN-DATE-NUM
                       MOVE WS-IDX-SLOT (WS-IDX-IDX)
                         TO WS-MASTER-REL-KEY
                       READ SCORE-MASTER-FILE
                           NOT INVALID KEY
                               IF MS-ID-DATE = WS-RUN-DATE-NUM
                                   ADD MS-TOTAL-RESULT
                                     TO WS-BUDGET-PRIOR
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DUP-SCAN-KEY FROM 1 BY 1
                       UNTIL WS-DUP-SCAN-KEY > WS-NEXT-MASTER-KEY
                   MOVE WS-DUP-SCAN-KEY TO WS-MASTER-REL-KEY
                   READ SCORE-MASTER-FILE
                       NOT INVALID KEY
                           IF MS-ID-DATE = WS-RUN-DATE-NUM
                               ADD MS-TOTAL-RESULT TO WS-BUDGET-PRIOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * A SOURCE THAT WILL NOT OPEN OR FAILS ITS ENVELOPE IS LEFT OUT
      * OF THE PROJECTION - THE POSTING PASS WILL NOT POST IT EITHER,
      * AND REPORTS IT THERE.
       127-PROJECT-ONE-SOURCE.
           SET WS-SRC-TBL-IDX TO WS-SOURCE-IDX
           MOVE WS-SOURCE-ENTRY (WS-SRC-TBL-IDX)
             TO WS-CURRENT-SOURCE-FILE
           OPEN INPUT SCORE-IN-FILE
           IF WS-IN-FILE-STATUS = "00"
               PERFORM 141-VERIFY-SOURCE-ENVELOPE
               IF NOT WS-ENVELOPE-INVALID
                   OPEN INPUT SCORE-IN-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-REACHED
                       READ SCORE-IN-FILE
                           AT END
                               SET WS-EOF-REACHED TO TRUE
                           NOT AT END
                               PERFORM 128-PROJECT-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SCORE-IN-FILE
               END-IF
           END-IF.

       128-PROJECT-ONE-RECORD.
           IF WS-SOURCE-ENVELOPED
              AND (SI-RECORD-TYPE = "H" OR SI-RECORD-TYPE = "T")
               CONTINUE
           ELSE
               MOVE SI-SIGN            TO WS-SIGN
               MOVE SI-BASE-SCORE-RAW  TO WS-BASE-SCORE-RAW
               MOVE SI-PARTICIPANT-ID  TO WS-PARTICIPANT-ID
               PERFORM 250-EDIT-SCORE
               IF WS-SCORE-VALID
                   PERFORM 252-CHECK-PARTICIPANT
               END-IF
               IF WS-SCORE-VALID
                   PERFORM 255-CHECK-DUPLICATE-SCORE
               END-IF
               IF WS-SCORE-VALID
                   PERFORM 310-COMPUTE-UNCAPPED-RESULT
                   ADD WS-UNCAPPED-RESULT TO WS-BUDGET-PROJECTED
               END-IF
           END-IF.

      * A BUDGET ALREADY SPENT BY EARLIER RUNS LEAVES NOTHING TO PAY -
      * THE FACTOR GOES TO ZERO AND THIS RUN'S SCORES POST AT NIL.
       129-SET-BUDGET-FACTOR.
           MOVE 'N' TO WS-BUDGET-CAP-SW
           MOVE 1 TO WS-BUDGET-FACTOR
           IF WS-BUDGET-PRIOR >= WS-BUDGET-AMOUNT
               MOVE ZERO TO WS-BUDGET-REMAINING
           ELSE
               COMPUTE WS-BUDGET-REMAINING =
                   WS-BUDGET-AMOUNT - WS-BUDGET-PRIOR
           END-IF
           MOVE WS-BUDGET-PROJECTED TO WS-BUDGET-PROJECTED-ED
           MOVE WS-BUDGET-REMAINING TO WS-BUDGET-REMAINING-ED
           IF WS-BUDGET-PROJECTED > WS-BUDGET-REMAINING
               SET WS-BUDGET-CAPPED TO TRUE
               COMPUTE WS-BUDGET-FACTOR =
                   WS-BUDGET-REMAINING / WS-BUDGET-PROJECTED
               MOVE WS-BUDGET-FACTOR TO WS-BUDGET-FACTOR-ED
               DISPLAY "VibeGarden BUDGET CAP - projected payout "
                   WS-BUDGET-PROJECTED-ED " exceeds remaining budget "
                   WS-BUDGET-REMAINING-ED " - results scaled by "
                   WS-BUDGET-FACTOR-ED
           ELSE
               DISPLAY "VibeGarden payout budget - projected payout "
                   WS-BUDGET-PROJECTED-ED " within remaining budget "
                   WS-BUDGET-REMAINING-ED
           END-IF.

      * VibeGarden: ONE PASS OVER EVERY ENTRY IN WS-SOURCE-TABLE.
      * SOURCES BEFORE WS-CKPT-SOURCE-IDX WERE ALREADY FULLY POSTED IN
      * AN EARLIER (CHECKPOINTED) RUN OF THIS SAME JOB, SO THEY ARE
               END-IF
           END-PERFORM.

      * VibeGarden: A PARTITION WORKS ONLY ITS OWN BLOCK OF SOURCES,
      * WITH THE SAME CHECKPOINT SKIP RULE AS 130 - ITS CHECKPOINT
      * CARRIES THE SOURCE'S POSITION IN THE WHOLE SCORESRC.DAT LIST.
       131-PROCESS-PARTITION-SOURCES.
           MOVE WS-PART-NO TO WS-PART-CALC-NO
           PERFORM 132-SET-PARTITION-RANGE
           PERFORM VARYING WS-SOURCE-IDX FROM WS-PART-FIRST-SRC BY 1
                   UNTIL WS-SOURCE-IDX > WS-PART-LAST-SRC
                      OR WS-RUN-ABORTED
               IF WS-SOURCE-IDX >= WS-CKPT-SOURCE-IDX
                   PERFORM 140-PROCESS-ONE-SOURCE
               END-IF
           END-PERFORM.

      * SOURCES ARE DEALT OUT IN CONTIGUOUS BLOCKS, THE FIRST
      * (SOURCES MOD PARTITIONS) BLOCKS ONE SOURCE LARGER THAN THE
      * REST, SO PARTITION ORDER THEN SOURCE ORDER IS SCORESRC.DAT
      * ORDER. THE PARTITIONS AND THE MERGE ALL CALL THIS WITH THE
      * SAME LIST, SO THEY ALL AGREE ON WHO OWNS WHICH SOURCE. A
      * PARTITION BEYOND THE NUMBER OF SOURCES GETS AN EMPTY RANGE
      * (LAST = FIRST - 1) AND SIMPLY WRITES ITS COMPLETION RECORD.
       132-SET-PARTITION-RANGE.
           DIVIDE WS-SOURCE-COUNT BY WS-PART-TOTAL
               GIVING WS-PART-BASE-SIZE
               REMAINDER WS-PART-EXTRA
           COMPUTE WS-PART-LOWER = WS-PART-CALC-NO - 1
           IF WS-PART-LOWER > WS-PART-EXTRA
               MOVE WS-PART-EXTRA TO WS-PART-LOWER
           END-IF
           COMPUTE WS-PART-FIRST-SRC =
               (WS-PART-CALC-NO - 1) * WS-PART-BASE-SIZE
               + WS-PART-LOWER + 1
           IF WS-PART-CALC-NO <= WS-PART-EXTRA
               COMPUTE WS-PART-SRC-COUNT = WS-PART-BASE-SIZE + 1
           ELSE
               MOVE WS-PART-BASE-SIZE TO WS-PART-SRC-COUNT
           END-IF
           COMPUTE WS-PART-LAST-SRC =
               WS-PART-FIRST-SRC + WS-PART-SRC-COUNT - 1.

       140-PROCESS-ONE-SOURCE.
      * DUPLICATE-SCAN CEILING FOR THIS SOURCE: EVERY MASTER RECORD
      * ON FILE BEFORE THIS SOURCE'S FIRST WRITE - PRIOR RUNS' RECORDS
      * CLOSES IT AGAIN. ONLY A SOURCE WHOSE ENVELOPE VERIFIES (OR A
      * LEGACY BARE FILE, WHICH HAS NONE) IS REOPENED AND POSTED.
               PERFORM 141-VERIFY-SOURCE-ENVELOPE
      * A PARTITION POSTS NOTHING - THE BAD ENVELOPE, LIKE EVERY
      * OTHER OUTCOME, GOES TO ITS WORK FILE FOR THE MERGE TO REPORT.
               IF WS-ENVELOPE-INVALID
                   IF WS-PARTITION-MODE
                       PERFORM 510-WRITE-WORK-ENVELOPE
                   ELSE
                       PERFORM 142-REPORT-BAD-ENVELOPE
                   END-IF
               ELSE
                   OPEN INPUT SCORE-IN-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
                       PERFORM 145-READ-AND-PROCESS-RECORD
                   END-PERFORM
                   CLOSE SCORE-IN-FILE
                   IF NOT WS-PARTITION-MODE
                       PERFORM 148-POST-SOURCE-VOLUME
                   END-IF
               END-IF
               IF WS-PARTITION-MODE
                   PERFORM 515-WRITE-WORK-SOURCE-END
               END-IF
           END-IF
           SET WS-SRT-IDX TO WS-SOURCE-IDX
       146-EDIT-AND-POST-RECORD.
           PERFORM 250-EDIT-SCORE
           IF WS-SCORE-VALID
               PERFORM 252-CHECK-PARTICIPANT
           END-IF
           IF WS-SCORE-VALID
               PERFORM 255-CHECK-DUPLICATE-SCORE
           END-IF
      * A PARTITION PRICES THE SCORE BUT LEAVES THE BUDGET CAP AND ALL
      * POSTING TO THE MERGE, WHICH ALONE KNOWS THE DAY'S TOTAL.
           EVALUATE TRUE
               WHEN WS-PARTITION-MODE AND WS-SCORE-VALID
                   PERFORM 310-COMPUTE-UNCAPPED-RESULT
                   PERFORM 500-WRITE-WORK-DETAIL
               WHEN WS-PARTITION-MODE
                   PERFORM 505-WRITE-WORK-REJECT
               WHEN WS-SCORE-VALID
                   PERFORM 300-CALCULATE-SCORE
                   PERFORM 400-WRITE-RESULT
               WHEN OTHER
                   PERFORM 260-FLAG-INVALID-SCORE
           END-EVALUATE
           PERFORM 700-CHECKPOINT-IF-DUE.

       100-INITIALIZE.
           MOVE WS-CURR-DD   TO WS-RUN-DD
           COMPUTE WS-RUN-DATE-NUM =
               WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD
           MOVE WS-RUN-DATE-NUM TO WS-CLOCK-DATE-NUM
           PERFORM 102-RESOLVE-POSTING-DATE
      * THE PARM COMES FIRST - A PART= OR MERGE= TOKEN NAMES THE
      * CHECKPOINT FILE 170 READS.
           PERFORM 190-GET-PARM-OVERRIDE
      * THE PARM NAMES THE STEP FOR THE TIMING LOG, SO ITS START EVENT
      * IS LOGGED HERE RATHER THAN AHEAD OF 100-INITIALIZE.
           PERFORM 050-LOG-STEP-START
           IF NOT WS-RUN-ABORTED
               PERFORM 170-INIT-CHECKPOINT
           END-IF
      * THE MERGE CHECKS EVERY PARTITION BEFORE IT WRITES ANYTHING -
      * NOT EVEN THE RUNCTL.DAT START RECORD - SO A REFUSED MERGE
      * LEAVES NO TRACE OF A RUN THAT NEVER STARTED.
           IF WS-MERGE-MODE AND NOT WS-RUN-ABORTED
               PERFORM 195-LOAD-SOURCE-LIST
               IF NOT WS-RUN-ABORTED
                   PERFORM 600-VERIFY-PARTITIONS
               END-IF
           END-IF
      * PARM PARSING AND THE SAME-DAY GUARD BOTH RUN BEFORE A SINGLE
      * OUTPUT FILE IS OPENED - THE GUARD NEEDS THE FORCE TOKEN TO
      * DECIDE, AND A GUARD ABORT MUST HAPPEN BEFORE THE FRESH-RUN
      * OPEN OUTPUT BRANCH IN 110 TRUNCATES THE COMPLETED RUN'S
      * SCOREOUT/SCOREPRT/PAYEXTR OUTPUT. A PARTITION POSTS NOTHING,
      * SO THE GUARD IS THE MERGE'S TO APPLY.
           IF NOT WS-PARTITION-MODE AND NOT WS-RUN-ABORTED
               PERFORM 105-CHECK-RUN-CONTROL
           END-IF
      * A CHECKPOINT-LAYOUT ABORT MUST NOT REACH THE FILE OPENS BELOW:
      * PARTIAL SCOREOUT/SCOREPRT/PAYEXTR OUTPUT - WHICH THE RERUN ON
      * THE PRIOR RELEASE STILL NEEDS TO EXTEND.
           IF NOT WS-RUN-ABORTED
               IF WS-PARTITION-MODE
                   PERFORM 112-OPEN-PARTITION-FILES
               ELSE
                   PERFORM 107-WRITE-RUN-START
                   PERFORM 110-OPEN-AND-SEED-FILES
               END-IF
           END-IF.

      * VibeGarden: A RUN ON A WEEKEND OR BANK HOLIDAY POSTS TO THE NEXT
      * BUSINESS DATE ON THE SHARED CALENDAR (BUSDAY.cbl/BUSCAL.DAT),
      * NOT TO THE CLOCK DATE. EVERYTHING KEYED ON WS-RUN-DATE/WS-RUN-
      * DATE-NUM FOLLOWS IT: MS-ID-DATE AND ITS SEQUENCE, THE RUNCTL.DAT
      * GUARD AND START/END RECORDS, THE YTD AND MONTHLY SLOTS, THE
      * BUDGET ROW, THE TIER SET, SRCVOL.DAT AND PAYEXTR.DAT. NO
      * CALENDAR ON FILE LEAVES THE CLOCK DATE IN PLACE, AS BEFORE.
       102-RESOLVE-POSTING-DATE.
           SET WS-BDY-NEXT-OR-SAME TO TRUE
           MOVE WS-CLOCK-DATE-NUM TO WS-BDY-DATE-IN
           CALL "BUSDAY" USING WS-BUSDAY-IFACE
           IF WS-BDY-FAILED
               DISPLAY "VibeGarden FATAL - business calendar gives no "
                   "posting date for " WS-CLOCK-DATE-NUM
                   " - check BUSCAL.DAT"
               SET WS-EOF-REACHED TO TRUE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-BDY-DATE-OUT NOT = WS-CLOCK-DATE-NUM
                   DISPLAY "VibeGarden NOTE - " WS-CLOCK-DATE-NUM
                       " is not a business day (" WS-BDY-DAY-DESC
                       ") - run posts to business date "
                       WS-BDY-DATE-OUT
                   MOVE WS-BDY-DATE-OUT TO WS-RUN-DATE-NUM
                   MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
               END-IF
           END-IF.

      * VibeGarden: RUN-LEVEL DOUBLE-POST GUARD. THE PER-SCORE CHECK
      * MEANS TODAY'S STREAM ALREADY FINISHED - REFUSE TO POST AGAIN
      * UNLESS THE OPERATOR KEYED THE FORCE PARM TOKEN. A CHECKPOINT
      * RESTART IS NOT A SECOND RUN (IT IS THE SAME RUN FINISHING) SO
      * THE GUARD STANDS DOWN FOR IT. A WEEKEND OR HOLIDAY RUN POSTS
      * TO THE NEXT BUSINESS DATE, BUT ITS END RECORD ONLY COUNTS
      * AGAINST A RUN MADE ON THE SAME CLOCK DATE (A TRUE RERUN) -
      * OTHERWISE SATURDAY'S RUN WOULD REFUSE MONDAY'S OWN RUN. AN END
      * RECORD WITH NO CLOCK DATE PREDATES THE FIELD AND COUNTS AS IT
      * ALWAYS DID.
       105-CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-RUN-DONE-SW
           MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
                           IF RC-RUN-DATE = WS-RUN-DATE-NUM
                              AND RC-EVENT = "END"
                              AND RC-RETURN-CODE <= 4
                               IF RC-CLOCK-DATE IS NOT NUMERIC
                                  OR RC-CLOCK-DATE = RC-RUN-DATE
                                  OR RC-CLOCK-DATE = WS-CLOCK-DATE-NUM
                                   SET WS-RUN-ALREADY-DONE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE ZERO TO RC-RECORDS
           MOVE ZERO TO RC-REJECTS
           MOVE ZERO TO RC-GRAND-TOTAL
           MOVE WS-CLOCK-DATE-NUM TO RC-CLOCK-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

           IF WS-INDEX-FILE-STATUS NOT = "00"
               OPEN OUTPUT SCORE-INDEX-FILE
           END-IF
      * THE MERGE POSTS WHAT ITS PARTITIONS ALREADY PRICED AND CHECKED
      * AGAINST PARTMST.DAT - IT NEEDS NEITHER TABLE ITSELF.
           IF NOT WS-MERGE-MODE
               PERFORM 150-LOAD-BONUS-TABLE
               PERFORM 155-VALIDATE-BONUS-TABLE
               PERFORM 120-LOAD-PARTICIPANTS
           END-IF
           PERFORM 115-LOAD-PAYOUT-BUDGET
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           ELSE
               OPEN OUTPUT PAYMENT-EXTRACT-FILE
           END-IF
           OPEN EXTEND PAYMENT-HELD-FILE
           IF WS-PAYHELD-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-HELD-FILE
           END-IF
           IF WS-JOB-RESTART-IN-PROGRESS
               OPEN EXTEND SCORE-PRINT-FILE
               IF WS-PRINT-FILE-STATUS NOT = "00"
           PERFORM 165-INIT-YTD-MASTER
           PERFORM 166-INIT-MONTHLY-MASTER.

      * VibeGarden: A PARTITION ONLY READS THE SHARED FILES - SCOREMST
      * AND SCOREIDX FOR THE DUPLICATE CHECK, THE TIER TABLE AND
      * PARTMST.DAT - AND WRITES ONLY ITS OWN WORK FILE AND CHECKPOINT,
      * SO ANY NUMBER OF PARTITIONS CAN RUN AT ONCE. A RESTARTED
      * PARTITION EXTENDS ITS WORK FILE (THE MERGE DROPS THE RECORDS IT
      * WRITES TWICE); A FRESH ONE REPLACES WHATEVER IS LEFT FROM AN
      * EARLIER DAY.
       112-OPEN-PARTITION-FILES.
           OPEN INPUT SCORE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "00"
               PERFORM 160-INIT-MASTER-COUNTER
           ELSE
               DISPLAY "VibeGarden NOTE - SCOREMST.DAT not on file "
                   "(status " WS-MASTER-FILE-STATUS "), duplicate "
                   "check has no prior postings to compare against"
               MOVE 'N' TO WS-INDEX-USABLE-SW
               MOVE ZERO TO WS-NEXT-MASTER-KEY
           END-IF
           PERFORM 150-LOAD-BONUS-TABLE
           PERFORM 155-VALIDATE-BONUS-TABLE
           PERFORM 120-LOAD-PARTICIPANTS
           IF NOT WS-RUN-ABORTED
               IF WS-JOB-RESTART-IN-PROGRESS
                   OPEN EXTEND PARTITION-WORK-FILE
                   IF WS-WORK-FILE-STATUS NOT = "00"
                       OPEN OUTPUT PARTITION-WORK-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT PARTITION-WORK-FILE
               END-IF
               IF WS-WORK-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - " WS-WORK-FILE-NAME
                       " could not be opened (status "
                       WS-WORK-FILE-STATUS "), partition aborted"
                   SET WS-EOF-REACHED TO TRUE
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * VibeGarden: LOADS PARTMST.DAT INTO WS-PART-TABLE. EVERY SCORE
      * MUST NAME A PARTICIPANT ON FILE, SO A MISSING, UNORDERED OR
      * OVERSIZED MASTER (OR ONE CARRYING A STATUS OTHER THAN A/S/C)
      * ABORTS THE RUN THE SAME WAY A BAD TIER TABLE DOES - RATHER THAN
      * REJECTING A WHOLE DAY'S SCORES AS UNKNOWN PARTICIPANTS.
       120-LOAD-PARTICIPANTS.
           MOVE HIGH-VALUES TO WS-PART-TABLE
           MOVE ZERO TO WS-PART-COUNT
           MOVE LOW-VALUES TO WS-PART-LAST-ID
           MOVE 'N' TO WS-PART-EOF-SWITCH
           OPEN INPUT PARTICIPANT-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - PARTMST.DAT could not be "
                   "opened (status " WS-PART-FILE-STATUS "), aborting "
                   "run before any scores are processed"
               SET WS-EOF-REACHED TO TRUE
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-PART-EOF OR WS-RUN-ABORTED
                   READ PARTICIPANT-FILE
                       AT END
                           SET WS-PART-EOF TO TRUE
                       NOT AT END
                           PERFORM 121-ADD-PARTICIPANT
                   END-READ
               END-PERFORM
               CLOSE PARTICIPANT-FILE
               IF NOT WS-RUN-ABORTED
                   DISPLAY "VibeGarden participants loaded: "
                       WS-PART-COUNT
               END-IF
           END-IF.

       121-ADD-PARTICIPANT.
           EVALUATE TRUE
               WHEN PT-PARTICIPANT-ID = SPACES
                 OR PT-PARTICIPANT-ID <= WS-PART-LAST-ID
                   DISPLAY "VibeGarden FATAL - PARTMST.DAT is not in "
                       "ascending participant order at '"
                       PT-PARTICIPANT-ID "'"
                   SET WS-RUN-ABORTED TO TRUE
               WHEN PT-STATUS NOT = "A" AND NOT = "S" AND NOT = "C"
                   DISPLAY "VibeGarden FATAL - PARTMST.DAT participant "
                       PT-PARTICIPANT-ID " has unknown status '"
                       PT-STATUS "'"
                   SET WS-RUN-ABORTED TO TRUE
               WHEN WS-PART-COUNT >= 5000
                   DISPLAY "VibeGarden FATAL - PARTMST.DAT holds more "
                       "than 5000 participants"
                   SET WS-RUN-ABORTED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PART-COUNT
                   SET WS-PART-IDX TO WS-PART-COUNT
                   MOVE PT-PARTICIPANT-ID TO WS-PART-ID (WS-PART-IDX)
                   MOVE PT-STATUS TO WS-PART-STATUS (WS-PART-IDX)
                   MOVE PT-PARTICIPANT-ID TO WS-PART-LAST-ID
           END-EVALUATE
           IF WS-RUN-ABORTED
               SET WS-EOF-REACHED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      * VibeGarden: FINDS THE PAYOUT BUDGET FOR THE RUN DATE - ITS OWN
      * DATED ROW IF BUDGET.DAT HAS ONE, OTHERWISE THE 00000000 DEFAULT
      * ROW. A ROW THAT IS NOT NUMERIC ABORTS THE RUN: A BUDGET NOBODY
      * CAN READ MUST NOT QUIETLY TURN INTO AN UNCAPPED DAY.
       115-LOAD-PAYOUT-BUDGET.
           MOVE 'N' TO WS-BUDGET-SW
           MOVE 'N' TO WS-BUDGET-DEFAULT-SW
           MOVE 'N' TO WS-BUDGET-EOF-SWITCH
           OPEN INPUT PAYOUT-BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "00"
               PERFORM UNTIL WS-BUDGET-EOF OR WS-RUN-ABORTED
                   READ PAYOUT-BUDGET-FILE
                       AT END
                           SET WS-BUDGET-EOF TO TRUE
                       NOT AT END
                           PERFORM 116-CHECK-BUDGET-ROW
                   END-READ
               END-PERFORM
               CLOSE PAYOUT-BUDGET-FILE
           END-IF
           IF NOT WS-BUDGET-IN-EFFECT AND WS-BUDGET-DEFAULT-FOUND
               SET WS-BUDGET-IN-EFFECT TO TRUE
               MOVE WS-BUDGET-DEFAULT-AMT TO WS-BUDGET-AMOUNT
           END-IF
           IF NOT WS-RUN-ABORTED
               IF WS-BUDGET-IN-EFFECT
                   MOVE WS-BUDGET-AMOUNT TO WS-BGT-AMOUNT
                   DISPLAY "VibeGarden payout budget for "
                       WS-RUN-DATE-NUM ": " WS-BGT-AMOUNT
               ELSE
                   DISPLAY "VibeGarden NOTE - no payout budget applies "
                       "to " WS-RUN-DATE-NUM ", results are not capped"
               END-IF
           END-IF.

       116-CHECK-BUDGET-ROW.
           EVALUATE TRUE
               WHEN PAYOUT-BUDGET-RECORD = SPACES
                   CONTINUE
               WHEN BG-BUDGET-DATE IS NOT NUMERIC
                 OR BG-BUDGET-AMOUNT IS NOT NUMERIC
                   DISPLAY "VibeGarden FATAL - BUDGET.DAT row is not "
                       "numeric: '" PAYOUT-BUDGET-RECORD "'"
                   SET WS-EOF-REACHED TO TRUE
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN BG-BUDGET-DATE = WS-RUN-DATE-NUM
                   SET WS-BUDGET-IN-EFFECT TO TRUE
                   MOVE BG-BUDGET-AMOUNT TO WS-BUDGET-AMOUNT
               WHEN BG-BUDGET-DATE = ZERO
                   SET WS-BUDGET-DEFAULT-FOUND TO TRUE
                   MOVE BG-BUDGET-AMOUNT TO WS-BUDGET-DEFAULT-AMT
           END-EVALUATE.

       165-INIT-YTD-MASTER.
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
                   "20000-entry index table, index disabled for this "
                   "run (archive with SCOREARC, then IDXBUILD)"
           ELSE
      * A PARTITION HAS SCOREIDX.DAT READ ONLY AND SHARES IT WITH THE
      * OTHER PARTITIONS - IT USES THE REBUILT TABLE IN MEMORY AND
      * LEAVES THE FILE FOR THE MERGE'S OWN STARTUP TO REPAIR.
               IF NOT WS-PARTITION-MODE
                   PERFORM 162-REWRITE-INDEX-FILE
               END-IF
               SET WS-INDEX-USABLE TO TRUE
           END-IF.

      * ABORT AND LET THE OPERATOR DECIDE: CLEAR CHKPOINT.DAT AND
      * RERUN THE DAY FROM ITS INPUTS, OR FINISH THE INTERRUPTED RUN
      * ON THE PRIOR RELEASE FIRST.
                           DISPLAY "VibeGarden FATAL - "
                               WS-CKPT-FILE-NAME
                               " was written by a different layout "
                               "(eyecatcher '" CKPT-LAYOUT-EYE
                               "', expected '" WS-CKPT-LAYOUT-EYE
                               "') - clear the checkpoint or rerun "
               IF WS-RECORDS-READ > ZERO OR WS-CKPT-SOURCE-IDX > 1
                   SET WS-JOB-RESTART-IN-PROGRESS TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-JOB-RESTART-IN-PROGRESS
                       CONTINUE
                   WHEN WS-MERGE-MODE
                       DISPLAY "VibeGarden restart detected - resuming "
                           "partition " WS-CKPT-SOURCE-IDX
                           " after work record " WS-RECORDS-READ
                   WHEN OTHER
                       DISPLAY "VibeGarden restart detected - resuming "
                           "source " WS-CKPT-SOURCE-IDX
                           " after input record " WS-RECORDS-READ
               END-EVALUATE
           END-IF.

       175-RESTORE-CHECKPOINT-FIELDS.
           MOVE CKPT-MTH-MONTH     TO WS-CKPT-MTH-MONTH
           MOVE CKPT-MTH-TOTAL     TO WS-CKPT-MTH-TOTAL
           MOVE CKPT-MTH-COUNT     TO WS-CKPT-MTH-COUNT
           MOVE CKPT-SOURCE-IDX    TO WS-CKPT-SOURCE-IDX
           MOVE CKPT-SOURCE-IDX    TO WS-TRL-FIRST-SOURCE
           MOVE CKPT-HELD-COUNT    TO WS-HELD-COUNT
           MOVE CKPT-BUDGET-CAP-SW TO WS-BUDGET-CAP-SW
           MOVE CKPT-BUDGET-FACTOR TO WS-BUDGET-FACTOR
           MOVE CKPT-BUDGET-PRIOR  TO WS-BUDGET-PRIOR
           MOVE CKPT-BUDGET-PROJECTED TO WS-BUDGET-PROJECTED
           MOVE CKPT-PRECAP-TOTAL  TO WS-PRECAP-TOTAL.

       180-SKIP-PROCESSED-RECORDS.
           IF WS-RECORDS-READ > ZERO AND NOT WS-EOF-REACHED
               END-IF
           ELSE
               PERFORM 154-LOAD-FLAT-TABLE
           END-IF
           IF WS-TIER-MODE-MARGINAL AND NOT WS-RUN-ABORTED
               DISPLAY "VibeGarden NOTE - marginal (bracket) pricing "
                   "in effect for " WS-TIER-TABLE-SOURCE
           END-IF.

       151-LOAD-EFFECTIVE-SETS.
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

      * THE SET IN EFFECT FOR WS-SET-TARGET-DATE IS THE ONE WITH THE
                 TO WS-TIER-HIGH (WS-TIER-IDX)
               MOVE WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MULT (WS-TIER-IDX)
               MOVE WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MODE (WS-TIER-IDX)
           END-PERFORM
           MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE.

      * VibeGarden: BONUSTBL.DAT IS A FLAT FILE AN OPERATOR CAN HAND
      * EDIT, SO IT GETS THE SAME LOW/HIGH, OVERLAP AND DUPLICATE-KEY
                           " has a low score that exceeds its high "
                           "score"
                   END-IF
      * ONE TABLE PRICES ONE WAY - A SET WHOSE ROWS DISAGREE ON THE
      * MODE (BLANK COUNTS AS FLAT) HAS NO SINGLE MEANING.
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
      * table in charge. THE PARM MAY ALSO (OR INSTEAD) CARRY THE
      * FORCE TOKEN FOR 105-CHECK-RUN-CONTROL, COMMA-SEPARATED FROM
      * THE MULTIPLIER - "1.5", "FORCE" AND "FORCE,1.5" ARE ALL VALID.
      * A PART=NN/MM OR MERGE=MM TOKEN SELECTS A PARTITIONED RUN (SEE
      * WS-PARTITION-CONTROLS): "PART=02/04,1.5" PRICES PARTITION 2 OF
      * 4 AT 1.5, "MERGE=04,FORCE" POSTS ALL 4 OVER A COMPLETED DAY.
       190-GET-PARM-OVERRIDE.
           MOVE SPACES TO WS-PARM-RAW
           MOVE 'N' TO WS-OVERRIDE-SWITCH
               PERFORM 191-APPLY-PARM-TOKEN
               MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
               PERFORM 191-APPLY-PARM-TOKEN
           END-IF
      * THE PARTITIONS PRICE, SO THEY TAKE THE MULTIPLIER; THE MERGE
      * POSTS, SO IT TAKES FORCE. EACH IGNORES THE OTHER'S TOKEN.
           IF WS-MERGE-MODE AND WS-OVERRIDE-ACTIVE
               DISPLAY "VibeGarden PARM ignored (multiplier is "
                   "applied by the partition steps): " WS-OVERRIDE-MULT
               MOVE 'N' TO WS-OVERRIDE-SWITCH
           END-IF
           IF WS-PARTITION-MODE AND WS-FORCE-ACTIVE
               DISPLAY "VibeGarden PARM ignored (FORCE is applied by "
                   "the merge step): FORCE"
               MOVE 'N' TO WS-FORCE-SWITCH
           END-IF.

       191-APPLY-PARM-TOKEN.
           IF WS-PARM-TOKEN NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-PARM-TOKEN = "FORCE"
                       SET WS-FORCE-ACTIVE TO TRUE
                       DISPLAY "VibeGarden PARM FORCE - same-day rerun "
                           "guard overridden by operator"
                   WHEN WS-PARM-TOKEN (1:5) = "PART="
                       PERFORM 193-APPLY-PART-TOKEN
                   WHEN WS-PARM-TOKEN (1:6) = "MERGE="
                       PERFORM 194-APPLY-MERGE-TOKEN
                   WHEN OTHER
                       PERFORM 192-APPLY-MULT-OVERRIDE
               END-EVALUATE
           END-IF.

      * PART=NN/MM - EXACTLY TWO DIGITS EACH, 01 <= NN <= MM <= 20.
      * THE PARTITION'S CHECKPOINT AND WORK FILE ARE NAMED FOR NN SO
      * NO TWO PARTITIONS SHARE EITHER.
       193-APPLY-PART-TOKEN.
           IF NOT WS-SERIAL-MODE
               DISPLAY "VibeGarden PARM ignored (run mode already "
                   "set): " WS-PARM-TOKEN
           ELSE
               SET WS-PARTITION-MODE TO TRUE
               MOVE WS-PARM-TOKEN (6:2) TO WS-PART-NO-X
               MOVE WS-PARM-TOKEN (9:2) TO WS-PART-TOTAL-X
               IF WS-PARM-TOKEN (8:1) NOT = "/"
                  OR WS-PART-NO-X NOT NUMERIC
                  OR WS-PART-TOTAL-X NOT NUMERIC
                  OR WS-PARM-TOKEN (11:10) NOT = SPACES
                   PERFORM 196-REJECT-MODE-TOKEN
               ELSE
                   MOVE WS-PART-NO-X    TO WS-PART-NO
                   MOVE WS-PART-TOTAL-X TO WS-PART-TOTAL
                   IF WS-PART-NO < 1
                      OR WS-PART-NO > WS-PART-TOTAL
                      OR WS-PART-TOTAL > WS-PART-MAX
                       PERFORM 196-REJECT-MODE-TOKEN
                   ELSE
                       MOVE SPACES TO WS-CKPT-FILE-NAME
                       STRING "CHKPT" DELIMITED BY SIZE
                           WS-PART-NO-X DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO WS-CKPT-FILE-NAME
                       END-STRING
                       PERFORM 197-SET-WORK-FILE-NAME
                       DISPLAY "VibeGarden PARM partition " WS-PART-NO
                           " of " WS-PART-TOTAL " - work file "
                           WS-WORK-FILE-NAME ", checkpoint "
                           WS-CKPT-FILE-NAME
                   END-IF
               END-IF
           END-IF.

      * MERGE=MM - THE SAME MM EVERY PARTITION STEP WAS GIVEN.
       194-APPLY-MERGE-TOKEN.
           IF NOT WS-SERIAL-MODE
               DISPLAY "VibeGarden PARM ignored (run mode already "
                   "set): " WS-PARM-TOKEN
           ELSE
               SET WS-MERGE-MODE TO TRUE
               MOVE WS-PARM-TOKEN (7:2) TO WS-PART-TOTAL-X
               IF WS-PART-TOTAL-X NOT NUMERIC
                  OR WS-PARM-TOKEN (9:12) NOT = SPACES
                   PERFORM 196-REJECT-MODE-TOKEN
               ELSE
                   MOVE WS-PART-TOTAL-X TO WS-PART-TOTAL
                   IF WS-PART-TOTAL < 1
                      OR WS-PART-TOTAL > WS-PART-MAX
                       PERFORM 196-REJECT-MODE-TOKEN
                   ELSE
                       MOVE "CHKPTMRG.DAT" TO WS-CKPT-FILE-NAME
                       DISPLAY "VibeGarden PARM merge of "
                           WS-PART-TOTAL " partitions - checkpoint "
                           WS-CKPT-FILE-NAME
                   END-IF
               END-IF
           END-IF.

      * A MALFORMED PART=/MERGE= TOKEN IS NOT IGNORED LIKE A BAD
      * MULTIPLIER - GUESSING WOULD EITHER RUN THE WHOLE DAY IN ONE
      * PARTITION'S STEP OR POST ONLY PART OF IT. THE MODE IS LEFT SET
      * SO THE STEP ENDS DOWN ITS OWN PATH WITHOUT A RUNCTL.DAT RECORD.
       196-REJECT-MODE-TOKEN.
           DISPLAY "VibeGarden FATAL - PARM token " WS-PARM-TOKEN
               " is not PART=NN/MM or MERGE=MM (NN and MM 01-20, "
               "NN not above MM) - run aborted"
           SET WS-EOF-REACHED TO TRUE
           SET WS-RUN-ABORTED TO TRUE
           SET WS-RUN-NOT-STARTED TO TRUE
           MOVE 16 TO RETURN-CODE.

      * PARTWKNN.DAT FOR PARTITION NN, TAKEN FROM WS-PART-NO-X.
       197-SET-WORK-FILE-NAME.
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING "PARTWK" DELIMITED BY SIZE
               WS-PART-NO-X DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-WORK-FILE-NAME
           END-STRING.

       192-APPLY-MULT-OVERRIDE.
           MOVE FUNCTION TEST-NUMVAL(WS-PARM-TOKEN)
             TO WS-PARM-TEST-RESULT
                   ADD 1 TO WS-RECORDS-READ
                   MOVE SI-SIGN            TO WS-SIGN
                   MOVE SI-BASE-SCORE-RAW  TO WS-BASE-SCORE-RAW
                   MOVE SI-PARTICIPANT-ID  TO WS-PARTICIPANT-ID
           END-READ.

       250-EDIT-SCORE.
               END-IF
           END-IF.

      * VibeGarden: EVERY SCORE MUST BELONG TO A PARTICIPANT ON
      * PARTMST.DAT. A BLANK OR UNKNOWN ID, OR A CLOSED PARTICIPANT, IS
      * REJECTED WITH ITS OWN REASON SO THE REJECT QUEUE SHOWS WHY. A
      * SUSPENDED PARTICIPANT'S SCORE STILL POSTS, BUT ITS PAYMENT IS
      * HELD (SEE 475-WRITE-PAYMENT-EXTRACT).
       252-CHECK-PARTICIPANT.
           MOVE 'N' TO WS-PAY-HOLD-SW
           SEARCH ALL WS-PART-ENTRY
               AT END
                   SET WS-SCORE-INVALID TO TRUE
                   MOVE "UNKNOWN PARTICIPANT" TO WS-REJECT-REASON
               WHEN WS-PART-ID (WS-PART-IDX) = WS-PARTICIPANT-ID
                   IF WS-PART-CLOSED (WS-PART-IDX)
                       SET WS-SCORE-INVALID TO TRUE
                       MOVE "CLOSED PARTICIPANT" TO WS-REJECT-REASON
                   END-IF
                   IF WS-PART-SUSPENDED (WS-PART-IDX)
                       SET WS-PAYMENT-HELD TO TRUE
                   END-IF
           END-SEARCH.

      * VibeGarden: SCANS SCOREMST.DAT FOR A RECORD ALREADY POSTED TODAY
      * FOR THE SAME PARTICIPANT WITH THE SAME BASE SCORE, SO THE SAME
      * SUBMISSION FED IN TWICE (E.G. A RERUN OF SCOREIN.DAT ATOP AN
      * ALREADY-COMPLETED DAY) GETS FLAGGED RATHER THAN DOUBLE-PAID.
      * ONLY SCANS RECORDS THAT EXISTED WHEN THE CURRENT SOURCE STARTED
      * (WS-DUP-SCAN-LIMIT, SNAPSHOT FROM WS-NEXT-MASTER-KEY IN
      * 140-PROCESS-ONE-SOURCE) - SO A SOURCE FILE LISTED TWICE IN
      * SCORESRC.DAT IS CAUGHT AGAINST THE EARLIER SOURCE'S POSTINGS,
      * WHILE THE RECORDS THE CURRENT SOURCE ITSELF IS WRITING ARE NOT
      * TREATED AS DUPLICATES OF THEMSELVES. THIS SCAN STILL HAS TO
      * POINT THE FILE'S OWN WS-MASTER-REL-KEY AT EACH SLOT TO READ IT
      * (THAT IS THE ONLY KEY RANDOM ACCESS CAN USE), BUT THE LOOP IS
      * DRIVEN OFF ITS OWN WS-DUP-SCAN-KEY, NOT WS-MASTER-REL-KEY -
      * 460-WRITE-MASTER-RECORD TRACKS THE NEXT SLOT TO WRITE IN
      * WS-NEXT-MASTER-KEY INSTEAD OF TRUSTING WHATEVER THIS SCAN LAST
      * LEFT WS-MASTER-REL-KEY POINTING AT, SO THE TWO USES OF THAT KEY
                           NOT INVALID KEY
                               IF MS-ID-DATE = WS-RUN-DATE-NUM
                                  AND MS-BASE-SCORE = WS-BASE-SCORE
                                  AND MS-PARTICIPANT-ID
                                    = WS-PARTICIPANT-ID
                                   SET WS-DUP-FOUND TO TRUE
                               END-IF
                       END-READ
                       NOT INVALID KEY
                           IF MS-ID-DATE = WS-RUN-DATE-NUM
                              AND MS-BASE-SCORE = WS-BASE-SCORE
                              AND MS-PARTICIPANT-ID = WS-PARTICIPANT-ID
                               SET WS-DUP-FOUND TO TRUE
                           END-IF
                   END-READ
       260-FLAG-INVALID-SCORE.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "VibeGarden REJECTED score '" WS-SIGN
               WS-BASE-SCORE-RAW "' participant '" WS-PARTICIPANT-ID
               "' - reason: " WS-REJECT-REASON
           PERFORM 270-WRITE-REJECT-RECORD.

      * THE REJECT IS DATED WITH THE POSTING DATE (TIMED BY THE CLOCK)
      * SO DAYSUMM AND REJRECYC FILE IT UNDER THE SAME BUSINESS DAY AS
      * THE RUN THAT REJECTED IT.
       270-WRITE-REJECT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-RUN-YYYY  TO WS-REJ-YYYY
           MOVE WS-RUN-MM    TO WS-REJ-MM
           MOVE WS-RUN-DD    TO WS-REJ-DD
           MOVE WS-CURR-HH   TO WS-REJ-HH
           MOVE WS-CURR-MIN  TO WS-REJ-MIN
           MOVE WS-CURR-SEC  TO WS-REJ-SEC
           MOVE WS-SIGN           TO WS-REJ-SIGN
           MOVE WS-BASE-SCORE-RAW TO WS-REJ-RAW
           MOVE WS-REJECT-REASON  TO WS-REJ-REASON
           MOVE WS-PARTICIPANT-ID TO WS-REJ-PARTICIPANT
           WRITE REJECT-RECORD FROM WS-REJECT-LINE.

       300-CALCULATE-SCORE.
           PERFORM 310-COMPUTE-UNCAPPED-RESULT
           PERFORM 305-APPLY-BUDGET-CAP.

      * THE BUDGET SCALING IS TRUNCATED, NOT ROUNDED - ROUNDING EACH
      * RESULT UP COULD PUSH THE DAY'S SCALED SUM A FEW CENTS OVER THE
      * BUDGET IT WAS SCALED TO FIT. THE MERGE COMES IN HERE DIRECTLY,
      * WITH THE UNCAPPED RESULT ITS PARTITION CALCULATED.
       305-APPLY-BUDGET-CAP.
           ADD WS-UNCAPPED-RESULT TO WS-PRECAP-TOTAL
           IF WS-BUDGET-CAPPED
               COMPUTE WS-TOTAL-RESULT =
                   WS-UNCAPPED-RESULT * WS-BUDGET-FACTOR
           ELSE
               MOVE WS-UNCAPPED-RESULT TO WS-TOTAL-RESULT
           END-IF.

      * A PARM OVERRIDE IS ONE RATE FOR THE WHOLE SCORE, SO IT ALWAYS
      * PRICES FLAT WHATEVER MODE THE TIER TABLE CARRIES.
       310-COMPUTE-UNCAPPED-RESULT.
           PERFORM 350-LOOKUP-BONUS-TIER
           IF WS-TIER-MODE-MARGINAL AND NOT WS-OVERRIDE-ACTIVE
               MOVE WS-BASE-SCORE TO WS-MRG-BASE
               PERFORM 360-COMPUTE-MARGINAL-RESULT
               MOVE WS-MRG-RESULT TO WS-UNCAPPED-RESULT
               MOVE 'M' TO WS-CALC-MODE-USED
           ELSE
      * VibeGarden Logic (tiered multiplier looked up by base score)
               COMPUTE WS-UNCAPPED-RESULT =
                   WS-BASE-SCORE * WS-BONUS-MULTIPLIER
               MOVE 'F' TO WS-CALC-MODE-USED
           END-IF.

       350-LOOKUP-BONUS-TIER.
           MOVE 'N' TO WS-DEFAULT-TIER-SW
               END-SEARCH
           END-IF.

      * VibeGarden: MARGINAL (BRACKET) PRICING - EACH BAND'S SLICE OF
      * WS-MRG-BASE EARNS THAT BAND'S MULTIPLIER AND ANY UNBANDED PART
      * EARNS THE DEFAULT. THE TABLE NEED NOT BE IN BAND ORDER. THIS
      * PARAGRAPH IS REPEATED WORD FOR WORD IN SUBPGM1, RECONCIL,
      * SCOREADJ AND SCOREWIF SO EVERY PROGRAM PRICES A MARGINAL SCORE
      * TO THE SAME CENT - SEE THE RULE IN WSBONUS.cpy'S HEADER.
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

       400-WRITE-RESULT.
           MOVE WS-TOTAL-RESULT TO WS-DISPLAY-FINAL
           MOVE WS-TOTAL-RESULT TO WS-OUT-RESULT
      * CANNOT MAKE THIS PARAGRAPH COMPUTE THE SAME KEY TWICE.
           ADD 1 TO WS-NEXT-MASTER-KEY
           MOVE WS-NEXT-MASTER-KEY TO WS-MASTER-REL-KEY
           MOVE WS-RUN-DATE-NUM     TO MS-ID-DATE
           MOVE WS-RUN-SEQ          TO MS-ID-SEQ
           MOVE WS-BASE-SCORE       TO MS-BASE-SCORE
           MOVE WS-BONUS-MULTIPLIER TO MS-MULTIPLIER
           MOVE WS-TOTAL-RESULT     TO MS-TOTAL-RESULT
           MOVE WS-PARTICIPANT-ID   TO MS-PARTICIPANT-ID
           MOVE WS-BUDGET-FACTOR    TO MS-CAP-FACTOR
           MOVE WS-CALC-MODE-USED   TO MS-CALC-MODE
      * THE INDEX APPEND RIDES THE NOT INVALID KEY PATH (SAME WAY
      * SCOREHRT'S RESTORE DOES) - A FAILED MASTER WRITE MUST NOT
      * LEAVE AN INDEX ENTRY, ON FILE OR IN THE TABLE THE DUPLICATE
           MOVE WS-BASE-SCORE       TO WS-PRT-BASE-SCORE
           MOVE WS-BONUS-MULTIPLIER TO WS-PRT-MULT
           MOVE WS-TOTAL-RESULT     TO WS-PRT-RESULT
           MOVE WS-PARTICIPANT-ID   TO WS-PRT-PARTICIPANT
           MOVE WS-CALC-MODE-USED   TO WS-PRT-MODE
           WRITE SCORE-PRINT-RECORD FROM WS-PRT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      * VibeGarden: ONE UNEDITED LINE PER POSTED SCORE FOR THE
      * DOWNSTREAM PAYMENT/BILLING EXTRACT - SEE THE SELECT PAYMENT-
      * EXTRACT-FILE NOTE FOR WHY THE FIELDS CARRY NO PUNCTUATION. A
      * SUSPENDED PARTICIPANT'S LINE GOES TO PAYHELD.DAT INSTEAD.
       475-WRITE-PAYMENT-EXTRACT.
           MOVE MS-SCORE-ID           TO WS-PEX-SCORE-ID
           MOVE WS-BASE-SCORE-RAW     TO WS-PEX-BASE-SCORE
           MOVE WS-BONUS-MULTIPLIER-RAW TO WS-PEX-MULTIPLIER
           MOVE WS-TOTAL-RESULT-RAW   TO WS-PEX-TOTAL-RESULT
           MOVE WS-RUN-DATE-NUM       TO WS-PEX-RUN-DATE
           MOVE WS-PARTICIPANT-ID     TO WS-PEX-PARTICIPANT-ID
           IF WS-PAYMENT-HELD
               WRITE PAYMENT-HELD-RECORD FROM WS-PAYEXTR-LINE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               WRITE PAYMENT-EXTRACT-RECORD FROM WS-PAYEXTR-LINE
           END-IF.

       480-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           WRITE SCORE-PRINT-RECORD FROM WS-PRT-HEADING-4
           MOVE ZERO TO WS-LINE-COUNT.

      * VibeGarden: PARTITION WORK RECORDS - SEE THE FD FOR THE LAYOUT
      * AND THE SOURCE/RECORD-NUMBER KEY THE MERGE ORDERS THEM BY. THE
      * DETAIL CARRIES EVERYTHING 400-WRITE-RESULT NEEDS EXCEPT THE
      * BUDGET CAP, WHICH ONLY THE MERGE CAN APPLY.
       500-WRITE-WORK-DETAIL.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO PARTITION-WORK-RECORD
           SET PW-DETAIL-REC TO TRUE
           MOVE WS-SOURCE-IDX       TO PW-SOURCE-IDX
           MOVE WS-RECORDS-READ     TO PW-INPUT-SEQ
           MOVE WS-SIGN             TO PW-SIGN
           MOVE WS-BASE-SCORE-RAW   TO PW-BASE-SCORE-RAW
           MOVE WS-PARTICIPANT-ID   TO PW-PARTICIPANT-ID
           MOVE WS-BONUS-MULTIPLIER TO PW-MULTIPLIER
           MOVE WS-UNCAPPED-RESULT  TO PW-UNCAPPED-RESULT
           MOVE WS-CALC-MODE-USED   TO PW-CALC-MODE
           MOVE WS-DEFAULT-TIER-SW  TO PW-DEFAULT-TIER-SW
           MOVE WS-PAY-HOLD-SW      TO PW-PAY-HOLD-SW
           WRITE PARTITION-WORK-RECORD.

       505-WRITE-WORK-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO PARTITION-WORK-RECORD
           SET PW-REJECT-REC TO TRUE
           MOVE WS-SOURCE-IDX       TO PW-SOURCE-IDX
           MOVE WS-RECORDS-READ     TO PW-INPUT-SEQ
           MOVE WS-SIGN             TO PW-SIGN
           MOVE WS-BASE-SCORE-RAW   TO PW-BASE-SCORE-RAW
           MOVE WS-PARTICIPANT-ID   TO PW-PARTICIPANT-ID
           MOVE WS-REJECT-REASON    TO PW-REJECT-REASON
           WRITE PARTITION-WORK-RECORD.

       510-WRITE-WORK-ENVELOPE.
           DISPLAY "VibeGarden ENVELOPE INVALID - source "
               WS-CURRENT-SOURCE-FILE " will not post: "
               WS-ENV-FAIL-REASON
           MOVE SPACES TO PARTITION-WORK-RECORD
           SET PW-ENVELOPE-REC TO TRUE
           MOVE WS-SOURCE-IDX          TO PW-SOURCE-IDX
           MOVE ZERO                   TO PW-INPUT-SEQ
           MOVE WS-CURRENT-SOURCE-FILE TO PW-SOURCE-NAME
           MOVE 'N'                    TO PW-SOURCE-POSTED
           MOVE WS-ENV-FAIL-REASON     TO PW-ENV-REASON
           WRITE PARTITION-WORK-RECORD.

      * THE MERGE COUNTS THESE AGAINST THE PARTITION'S SHARE OF
      * SCORESRC.DAT AND POSTS SRCVOL.DAT FROM THEM.
       515-WRITE-WORK-SOURCE-END.
           MOVE SPACES TO PARTITION-WORK-RECORD
           SET PW-SOURCE-END-REC TO TRUE
           MOVE WS-SOURCE-IDX          TO PW-SOURCE-IDX
           MOVE 9999999                TO PW-INPUT-SEQ
           MOVE WS-CURRENT-SOURCE-FILE TO PW-SOURCE-NAME
           IF WS-ENVELOPE-INVALID
               MOVE 'N'                TO PW-SOURCE-POSTED
           ELSE
               MOVE 'Y'                TO PW-SOURCE-POSTED
           END-IF
           MOVE WS-ENV-FAIL-REASON     TO PW-ENV-REASON
           WRITE PARTITION-WORK-RECORD.

      * WHAT THE MERGE CHECKS BEFORE IT WILL POST THIS PARTITION'S
      * WORK - SEE 607-VERIFY-COMPLETION.
       520-WRITE-WORK-COMPLETION.
           MOVE SPACES TO PARTITION-WORK-RECORD
           SET PW-COMPLETION-REC TO TRUE
           MOVE WS-PART-NO           TO PW-CMP-PART-NO
           MOVE WS-PART-TOTAL        TO PW-CMP-PART-COUNT
           MOVE WS-RUN-DATE-NUM      TO PW-CMP-RUN-DATE
           MOVE WS-SOURCE-COUNT      TO PW-CMP-SOURCE-COUNT
           MOVE WS-PART-FIRST-SRC    TO PW-CMP-FIRST-SOURCE
           MOVE WS-PART-LAST-SRC     TO PW-CMP-LAST-SOURCE
           MOVE WS-RECORD-COUNT      TO PW-CMP-DETAILS
           MOVE WS-REJECT-COUNT      TO PW-CMP-REJECTS
           MOVE RETURN-CODE          TO PW-CMP-RETURN-CODE
           MOVE WS-TIER-TABLE-SOURCE TO PW-CMP-TIER-SOURCE
           MOVE WS-OVERRIDE-SWITCH   TO PW-CMP-OVERRIDE-SW
           IF WS-OVERRIDE-ACTIVE
               MOVE WS-OVERRIDE-MULT TO PW-CMP-OVERRIDE-MULT
           ELSE
               MOVE ZERO             TO PW-CMP-OVERRIDE-MULT
           END-IF
           WRITE PARTITION-WORK-RECORD.

      * VibeGarden: THE MERGE'S GATE. EVERY PARTITION'S WORK FILE IS
      * READ THROUGH AND EVERY PROBLEM LISTED BEFORE THE DECISION, SO
      * ONE RERUN CAN FIX THEM ALL. ANY PARTITION THAT IS MISSING,
      * DID NOT FINISH (NO COMPLETION RECORD LAST), RAN FOR ANOTHER
      * DATE, SPLIT OR SOURCE LIST, OR PRICED WITH A DIFFERENT TIER
      * SET OR MULTIPLIER THAN THE OTHERS REFUSES THE WHOLE MERGE -
      * NOTHING IS POSTED, SO THE DAY IS NEVER HALF-PAID. WHILE IT
      * READS, IT SUMS THE UNCAPPED RESULTS FOR 124'S BUDGET CHECK.
       600-VERIFY-PARTITIONS.
           MOVE ZERO TO WS-VFY-NOT-READY
           MOVE ZERO TO WS-MRG-PROJECTED
           MOVE ZERO TO WS-MRG-MAX-PART-RC
           MOVE 'Y' TO WS-VFY-FIRST-SW
           PERFORM VARYING WS-MRG-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRG-PART-IDX > WS-PART-TOTAL
               PERFORM 605-VERIFY-ONE-PARTITION
           END-PERFORM
           IF WS-VFY-NOT-READY > ZERO
               DISPLAY "VibeGarden FATAL - " WS-VFY-NOT-READY " of "
                   WS-PART-TOTAL " partitions not ready - merge "
                   "refused, nothing posted; rerun the failed "
                   "partition step(s), then this merge"
               SET WS-EOF-REACHED TO TRUE
               SET WS-RUN-ABORTED TO TRUE
               SET WS-RUN-NOT-STARTED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-VFY-TIER-SOURCE TO WS-TIER-TABLE-SOURCE
               DISPLAY "VibeGarden merge - " WS-PART-TOTAL
                   " partitions verified, priced with "
                   WS-TIER-TABLE-SOURCE
               IF WS-MRG-MAX-PART-RC > RETURN-CODE
                   MOVE WS-MRG-MAX-PART-RC TO RETURN-CODE
               END-IF
           END-IF.

       605-VERIFY-ONE-PARTITION.
           MOVE WS-MRG-PART-IDX TO WS-PART-NO-X
           PERFORM 197-SET-WORK-FILE-NAME
           MOVE WS-MRG-PART-IDX TO WS-PART-CALC-NO
           PERFORM 132-SET-PARTITION-RANGE
           MOVE SPACE  TO WS-VFY-LAST-TYPE
           MOVE ZERO   TO WS-VFY-SOURCES
           MOVE 'Y'    TO WS-VFY-NAME-SW
           MOVE SPACES TO WS-VFY-REASON
           MOVE ZERO   TO WS-MRG-LAST-KEY
           MOVE 'N'    TO WS-WORK-EOF-SWITCH
           OPEN INPUT PARTITION-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               MOVE "WORK FILE NOT ON FILE" TO WS-VFY-REASON
           ELSE
               PERFORM UNTIL WS-WORK-EOF
                   READ PARTITION-WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM 606-VERIFY-ONE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARTITION-WORK-FILE
               EVALUATE TRUE
                   WHEN WS-VFY-LAST-TYPE NOT = 'C'
                       MOVE "PARTITION DID NOT FINISH"
                         TO WS-VFY-REASON
                   WHEN WS-VFY-REASON NOT = SPACES
                       CONTINUE
                   WHEN NOT WS-VFY-NAMES-AGREE
                       MOVE "SOURCE LIST CHANGED SINCE PARTITION RAN"
                         TO WS-VFY-REASON
                   WHEN WS-VFY-SOURCES NOT = WS-PART-SRC-COUNT
                       MOVE "SOURCES MISSING FROM WORK FILE"
                         TO WS-VFY-REASON
               END-EVALUATE
           END-IF
           IF WS-VFY-REASON NOT = SPACES
               ADD 1 TO WS-VFY-NOT-READY
               DISPLAY "VibeGarden partition " WS-MRG-PART-IDX " ("
                   WS-WORK-FILE-NAME ") not ready: " WS-VFY-REASON
           END-IF.

      * A RECORD WHOSE KEY IS NOT ABOVE THE LAST ONE TAKEN IS A
      * RESTARTED PARTITION'S SECOND COPY AND COUNTS FOR NOTHING.
       606-VERIFY-ONE-WORK-RECORD.
           MOVE PW-RECORD-TYPE TO WS-VFY-LAST-TYPE
           EVALUATE TRUE
               WHEN PW-COMPLETION-REC
                   PERFORM 607-VERIFY-COMPLETION
               WHEN NOT (PW-DETAIL-REC OR PW-REJECT-REC
                         OR PW-ENVELOPE-REC OR PW-SOURCE-END-REC)
                   MOVE "UNREADABLE WORK RECORD" TO WS-VFY-REASON
               WHEN PW-SOURCE-IDX NOT NUMERIC
                 OR PW-INPUT-SEQ NOT NUMERIC
                   MOVE "UNREADABLE WORK RECORD" TO WS-VFY-REASON
               WHEN OTHER
                   COMPUTE WS-MRG-REC-KEY =
                       PW-SOURCE-IDX * 10000000 + PW-INPUT-SEQ
                   IF WS-MRG-REC-KEY > WS-MRG-LAST-KEY
                       MOVE WS-MRG-REC-KEY TO WS-MRG-LAST-KEY
                       IF PW-DETAIL-REC
                           ADD PW-UNCAPPED-RESULT TO WS-MRG-PROJECTED
                       END-IF
                       IF PW-SOURCE-END-REC
                           PERFORM 608-VERIFY-SOURCE-END
                       END-IF
                   END-IF
           END-EVALUATE.

      * EACH SOURCE-END RECORD MUST NAME THE SOURCE TODAY'S LIST HAS
      * AT THAT POSITION, AND THAT POSITION MUST BE THIS PARTITION'S.
       608-VERIFY-SOURCE-END.
           ADD 1 TO WS-VFY-SOURCES
           IF PW-SOURCE-IDX < WS-PART-FIRST-SRC
              OR PW-SOURCE-IDX > WS-PART-LAST-SRC
               MOVE 'N' TO WS-VFY-NAME-SW
           ELSE
               SET WS-SRC-TBL-IDX TO PW-SOURCE-IDX
               IF PW-SOURCE-NAME NOT = WS-SOURCE-ENTRY (WS-SRC-TBL-IDX)
                   MOVE 'N' TO WS-VFY-NAME-SW
               END-IF
           END-IF.

      * THE FIRST GOOD COMPLETION RECORD SETS THE TIER SET AND PARM
      * MULTIPLIER EVERY OTHER PARTITION MUST HAVE PRICED WITH.
       607-VERIFY-COMPLETION.
           EVALUATE TRUE
               WHEN PARTITION-WORK-RECORD (2:37) NOT NUMERIC
                   MOVE "UNREADABLE COMPLETION RECORD"
                     TO WS-VFY-REASON
               WHEN PW-CMP-PART-NO NOT = WS-MRG-PART-IDX
                 OR PW-CMP-PART-COUNT NOT = WS-PART-TOTAL
                   MOVE "WRITTEN FOR A DIFFERENT PARTITION SPLIT"
                     TO WS-VFY-REASON
               WHEN PW-CMP-RUN-DATE NOT = WS-RUN-DATE-NUM
                   MOVE "WRITTEN FOR ANOTHER POSTING DATE"
                     TO WS-VFY-REASON
               WHEN PW-CMP-SOURCE-COUNT NOT = WS-SOURCE-COUNT
                 OR PW-CMP-FIRST-SOURCE NOT = WS-PART-FIRST-SRC
                 OR PW-CMP-LAST-SOURCE NOT = WS-PART-LAST-SRC
                   MOVE "SOURCE LIST CHANGED SINCE PARTITION RAN"
                     TO WS-VFY-REASON
               WHEN WS-VFY-FIRST-PART
                   MOVE 'N' TO WS-VFY-FIRST-SW
                   MOVE PW-CMP-TIER-SOURCE   TO WS-VFY-TIER-SOURCE
                   MOVE PW-CMP-OVERRIDE-SW   TO WS-VFY-OVERRIDE-SW
                   MOVE PW-CMP-OVERRIDE-MULT TO WS-VFY-OVERRIDE-MULT
               WHEN PW-CMP-TIER-SOURCE NOT = WS-VFY-TIER-SOURCE
                   MOVE "PRICED WITH A DIFFERENT TIER SET"
                     TO WS-VFY-REASON
               WHEN PW-CMP-OVERRIDE-SW NOT = WS-VFY-OVERRIDE-SW
                 OR PW-CMP-OVERRIDE-MULT NOT = WS-VFY-OVERRIDE-MULT
                   MOVE "PRICED WITH A DIFFERENT PARM MULTIPLIER"
                     TO WS-VFY-REASON
           END-EVALUATE
           IF PARTITION-WORK-RECORD (2:37) IS NUMERIC
              AND PW-CMP-RETURN-CODE > WS-MRG-MAX-PART-RC
               MOVE PW-CMP-RETURN-CODE TO WS-MRG-MAX-PART-RC
           END-IF.

      * VibeGarden: THE POSTING PASS. PARTITIONS ARE MERGED IN ORDER,
      * AND EACH ONE'S WORK FILE IS ALREADY IN SOURCE THEN INPUT-RECORD
      * ORDER, SO SCORES TAKE THEIR MS-ID-SEQ NUMBERS IN EXACTLY THE
      * ORDER A ONE-STEP RUN WOULD HAVE GIVEN THEM. THE MERGE'S OWN
      * CHECKPOINT (CHKPTMRG.DAT) HOLDS THE PARTITION AND THE NUMBER
      * OF WORK RECORDS ALREADY TAKEN FROM IT.
       610-MERGE-ALL-PARTITIONS.
           MOVE ZERO TO WS-MRG-LAST-KEY
           MOVE ZERO TO WS-MRG-CUR-SOURCE
           PERFORM VARYING WS-MRG-PART-IDX FROM 1 BY 1
                   UNTIL WS-MRG-PART-IDX > WS-PART-TOTAL
                      OR WS-RUN-ABORTED
               IF WS-MRG-PART-IDX >= WS-CKPT-SOURCE-IDX
                   PERFORM 615-MERGE-ONE-PARTITION
               END-IF
           END-PERFORM.

       615-MERGE-ONE-PARTITION.
           MOVE WS-MRG-PART-IDX TO WS-PART-NO-X
           PERFORM 197-SET-WORK-FILE-NAME
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           OPEN INPUT PARTITION-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
      * 600 HAS JUST READ THIS FILE, SO THIS IS A FILE LOST MID-RUN -
      * STOP AND CHECKPOINT, EXACTLY AS 140 DOES FOR A SOURCE.
               DISPLAY "VibeGarden FATAL - " WS-WORK-FILE-NAME
                   " open failed, status " WS-WORK-FILE-STATUS
                   " - merge aborted, restart resumes at this "
                   "partition"
               SET WS-RUN-ABORTED TO TRUE
               MOVE 16 TO RETURN-CODE
               PERFORM 750-WRITE-CHECKPOINT
           ELSE
               IF WS-MRG-PART-IDX = WS-CKPT-SOURCE-IDX
                   PERFORM 645-SKIP-MERGED-RECORDS
               ELSE
                   MOVE ZERO TO WS-RECORDS-READ
               END-IF
               PERFORM UNTIL WS-WORK-EOF
                   READ PARTITION-WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 620-MERGE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARTITION-WORK-FILE
           END-IF
           MOVE ZERO TO WS-RECORDS-READ.

      * THE COMPLETION RECORD WAS 600'S BUSINESS AND POSTS NOTHING.
       620-MERGE-ONE-RECORD.
           IF NOT PW-COMPLETION-REC
               COMPUTE WS-MRG-REC-KEY =
                   PW-SOURCE-IDX * 10000000 + PW-INPUT-SEQ
               IF WS-MRG-REC-KEY > WS-MRG-LAST-KEY
                   MOVE WS-MRG-REC-KEY TO WS-MRG-LAST-KEY
                   IF PW-SOURCE-IDX NOT = WS-MRG-CUR-SOURCE
                       MOVE PW-SOURCE-IDX TO WS-MRG-CUR-SOURCE
                       PERFORM 635-START-MERGE-SOURCE
                   END-IF
                   EVALUATE TRUE
                       WHEN PW-DETAIL-REC
                           PERFORM 625-MERGE-DETAIL
                       WHEN PW-REJECT-REC
                           PERFORM 630-MERGE-REJECT
                       WHEN PW-ENVELOPE-REC
                           MOVE PW-ENV-REASON TO WS-ENV-FAIL-REASON
                           PERFORM 142-REPORT-BAD-ENVELOPE
                       WHEN PW-SOURCE-END-REC
                           PERFORM 640-MERGE-SOURCE-END
                   END-EVALUATE
               END-IF
               PERFORM 700-CHECKPOINT-IF-DUE
           END-IF.

      * THE DUPLICATE CHECK RUNS AGAIN HERE: A PARTITION COULD ONLY SEE
      * WHAT WAS POSTED BEFORE THE DAY STARTED, NOT WHAT AN EARLIER
      * SOURCE IN ANOTHER PARTITION HAS JUST POSTED. WITH THE CEILING
      * 635 SETS IT CATCHES A SCORE REPEATED ACROSS SOURCES EXACTLY AS
      * A ONE-STEP RUN DOES.
       625-MERGE-DETAIL.
           MOVE PW-SIGN            TO WS-SIGN
           MOVE PW-BASE-SCORE-RAW  TO WS-BASE-SCORE-RAW
           MOVE PW-PARTICIPANT-ID  TO WS-PARTICIPANT-ID
           MOVE PW-MULTIPLIER      TO WS-BONUS-MULTIPLIER
           MOVE PW-UNCAPPED-RESULT TO WS-UNCAPPED-RESULT
           MOVE PW-CALC-MODE       TO WS-CALC-MODE-USED
           MOVE PW-DEFAULT-TIER-SW TO WS-DEFAULT-TIER-SW
           MOVE PW-PAY-HOLD-SW     TO WS-PAY-HOLD-SW
           SET WS-SCORE-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 255-CHECK-DUPLICATE-SCORE
           IF WS-SCORE-VALID
               PERFORM 305-APPLY-BUDGET-CAP
               PERFORM 400-WRITE-RESULT
           ELSE
               PERFORM 260-FLAG-INVALID-SCORE
           END-IF.

       630-MERGE-REJECT.
           MOVE PW-SIGN            TO WS-SIGN
           MOVE PW-BASE-SCORE-RAW  TO WS-BASE-SCORE-RAW
           MOVE PW-PARTICIPANT-ID  TO WS-PARTICIPANT-ID
           MOVE PW-REJECT-REASON   TO WS-REJECT-REASON
           PERFORM 260-FLAG-INVALID-SCORE.

      * SAME PER-SOURCE SET-UP 140-PROCESS-ONE-SOURCE DOES.
       635-START-MERGE-SOURCE.
           MOVE WS-NEXT-MASTER-KEY TO WS-DUP-SCAN-LIMIT
           MOVE ZERO TO WS-SRC-RECORD-COUNT
           MOVE ZERO TO WS-SRC-GRAND-TOTAL
           SET WS-SRC-TBL-IDX TO WS-MRG-CUR-SOURCE
           MOVE WS-SOURCE-ENTRY (WS-SRC-TBL-IDX)
             TO WS-CURRENT-SOURCE-FILE.

       640-MERGE-SOURCE-END.
           IF PW-SOURCE-POSTED = 'Y'
               PERFORM 148-POST-SOURCE-VOLUME
           END-IF
           SET WS-SRT-IDX TO WS-MRG-CUR-SOURCE
           MOVE WS-SRC-RECORD-COUNT TO WS-SRT-RECORDS (WS-SRT-IDX)
           MOVE WS-SRC-GRAND-TOTAL  TO WS-SRT-TOTAL (WS-SRT-IDX).

      * A RESTARTED MERGE PASSES OVER THE WORK RECORDS ITS CHECKPOINT
      * SAYS WERE TAKEN, REBUILDING THE LAST KEY AND THE SOURCE IT WAS
      * IN SO THE DEDUPLICATION AND SOURCE TOTALS CARRY ON FROM THERE.
       645-SKIP-MERGED-RECORDS.
           MOVE WS-MRG-PART-IDX TO WS-PART-CALC-NO
           PERFORM 132-SET-PARTITION-RANGE
           MOVE WS-PART-FIRST-SRC TO WS-TRL-FIRST-SOURCE
           MOVE SPACE TO WS-VFY-LAST-TYPE
           IF WS-RECORDS-READ > ZERO
               PERFORM WS-RECORDS-READ TIMES
                   READ PARTITION-WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           PERFORM 646-SKIP-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF
           IF WS-MRG-CUR-SOURCE > ZERO
               IF WS-VFY-LAST-TYPE = 'S'
                   COMPUTE WS-TRL-FIRST-SOURCE = WS-MRG-CUR-SOURCE + 1
               ELSE
                   MOVE WS-MRG-CUR-SOURCE TO WS-TRL-FIRST-SOURCE
                   PERFORM 635-START-MERGE-SOURCE
               END-IF
           END-IF.

       646-SKIP-ONE-RECORD.
           IF NOT PW-COMPLETION-REC
               COMPUTE WS-MRG-REC-KEY =
                   PW-SOURCE-IDX * 10000000 + PW-INPUT-SEQ
               IF WS-MRG-REC-KEY > WS-MRG-LAST-KEY
                   MOVE WS-MRG-REC-KEY TO WS-MRG-LAST-KEY
                   MOVE PW-SOURCE-IDX  TO WS-MRG-CUR-SOURCE
                   MOVE PW-RECORD-TYPE TO WS-VFY-LAST-TYPE
               END-IF
           END-IF.

       700-CHECKPOINT-IF-DUE.
           IF FUNCTION MOD(WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 750-WRITE-CHECKPOINT
           MOVE WS-MTH-MONTH    TO CKPT-MTH-MONTH
           MOVE WS-MTH-TOTAL    TO CKPT-MTH-TOTAL
           MOVE WS-MTH-COUNT    TO CKPT-MTH-COUNT
           IF WS-MERGE-MODE
               MOVE WS-MRG-PART-IDX TO CKPT-SOURCE-IDX
           ELSE
               MOVE WS-SOURCE-IDX   TO CKPT-SOURCE-IDX
           END-IF
           MOVE WS-HELD-COUNT   TO CKPT-HELD-COUNT
           MOVE WS-BUDGET-CAP-SW TO CKPT-BUDGET-CAP-SW
           MOVE WS-BUDGET-FACTOR TO CKPT-BUDGET-FACTOR
           MOVE WS-BUDGET-PRIOR  TO CKPT-BUDGET-PRIOR
           MOVE WS-BUDGET-PROJECTED TO CKPT-BUDGET-PROJECTED
           MOVE WS-PRECAP-TOTAL  TO CKPT-PRECAP-TOTAL
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE

      * VibeGarden: ONE LINE PER SOURCE ALREADY POSTED THIS RUN (I.E.
      * NOT SKIPPED BY A RESTART), WRITTEN TO BOTH SCOREOUT.DAT AND
      * SCOREPRT.DAT AHEAD OF THE COMBINED GRAND-TOTAL TRAILER. A
      * RESTARTED MERGE STARTS FROM THE SOURCE IT WAS POSTING WHEN IT
      * STOPPED (SEE 645-SKIP-MERGED-RECORDS).
       795-WRITE-SOURCE-TRAILERS.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               IF WS-SOURCE-IDX >= WS-TRL-FIRST-SOURCE
                   SET WS-SRC-TBL-IDX TO WS-SOURCE-IDX
                   SET WS-SRT-IDX     TO WS-SOURCE-IDX
                   MOVE WS-SOURCE-ENTRY (WS-SRC-TBL-IDX)
           DISPLAY "VibeGarden Control Totals - Records: " WS-TRL-COUNT
               " Grand Total: " WS-TRL-TOTAL
               " Rejected: " WS-REJECT-COUNT
               " Defaulted to tier: " WS-TIEREXC-COUNT
               " Payments held: " WS-HELD-COUNT
           IF WS-BUDGET-IN-EFFECT OR WS-BUDGET-CAPPED
               PERFORM 805-WRITE-BUDGET-TRAILER
           END-IF.

      * VibeGarden: SHOWS EXACTLY WHAT THE BUDGET CAP TOOK - ON THE
      * PRINTED REPORT UNDER THE CONTROL TOTALS, ON THE AUDIT LOG, AND
      * ON THE CONSOLE. PRE-CAP AND POST-CAP COVER THIS RUN'S POSTINGS
      * ONLY; PRIOR IS WHAT EARLIER RUNS HAD POSTED AGAINST THE DAY.
       805-WRITE-BUDGET-TRAILER.
           IF WS-PRECAP-TOTAL > WS-GRAND-TOTAL
               COMPUTE WS-WITHHELD-TOTAL =
                   WS-PRECAP-TOTAL - WS-GRAND-TOTAL
           ELSE
               MOVE ZERO TO WS-WITHHELD-TOTAL
           END-IF
           MOVE WS-BUDGET-AMOUNT  TO WS-BGT-AMOUNT
           MOVE WS-BUDGET-PRIOR   TO WS-BGT-PRIOR
           MOVE WS-BUDGET-FACTOR  TO WS-BGT-FACTOR
           MOVE WS-PRECAP-TOTAL   TO WS-BGT-PRECAP
           MOVE WS-GRAND-TOTAL    TO WS-BGT-POSTCAP
           MOVE WS-WITHHELD-TOTAL TO WS-BGT-WITHHELD
           WRITE SCORE-PRINT-RECORD FROM WS-BUDGET-TRAILER-1
           WRITE SCORE-PRINT-RECORD FROM WS-BUDGET-TRAILER-2
           MOVE WS-RUN-YYYY       TO WS-BAU-YYYY
           MOVE WS-RUN-MM         TO WS-BAU-MM
           MOVE WS-RUN-DD         TO WS-BAU-DD
           MOVE WS-BUDGET-FACTOR  TO WS-BAU-FACTOR
           MOVE WS-PRECAP-TOTAL   TO WS-BAU-PRECAP
           MOVE WS-GRAND-TOTAL    TO WS-BAU-POSTCAP
           WRITE AUDIT-LOG-RECORD FROM WS-BUDGET-AUDIT-LINE
           DISPLAY "VibeGarden Payout Budget - Factor: " WS-BGT-FACTOR
               " Pre-cap: " WS-BGT-PRECAP
               " Post-cap: " WS-BGT-POSTCAP
               " Withheld: " WS-BGT-WITHHELD.

       900-TERMINATE.
      * A FATAL ABORT (UNOPENABLE SOURCE MID-LOOP, BAD TIER TABLE,
      * NEVER STARTED (107 WAS SKIPPED) AND THE DAY'S CLEAN END
      * RECORD IS ALREADY ON FILE - LOGGING ANOTHER END WOULD MAKE
      * RUNINQ CALL A COMPLETED DAY ABNORMAL AND INFLATE AUDSUMM'S
      * RUNS-PER-DAY COUNT. A MERGE REFUSED OVER AN UNFINISHED
      * PARTITION (OR A BAD PART=/MERGE= TOKEN) LIKEWISE NEVER STARTED.
           IF NOT WS-RERUN-REFUSED AND NOT WS-RUN-NOT-STARTED
               PERFORM 908-WRITE-RUN-END
           END-IF
           CLOSE SCORE-OUT-FILE
           CLOSE TIER-EXCEPTION-FILE
           CLOSE YTD-MASTER-FILE
           CLOSE MONTHLY-MASTER-FILE
           CLOSE PAYMENT-EXTRACT-FILE
           CLOSE PAYMENT-HELD-FILE.

       908-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE WS-RECORD-COUNT  TO RC-RECORDS
           MOVE WS-REJECT-COUNT  TO RC-REJECTS
           MOVE WS-GRAND-TOTAL-RAW TO RC-GRAND-TOTAL
           MOVE WS-CLOCK-DATE-NUM TO RC-CLOCK-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

      * VibeGarden: A PARTITION'S END. A FINISHED PARTITION WRITES ITS
      * COMPLETION RECORD AND CLEARS ITS CHECKPOINT; ONE THAT STOPPED
      * KEEPS ITS CHECKPOINT FOR THE RERUN AND LEAVES NO COMPLETION
      * RECORD, SO THE MERGE WILL REFUSE TO POST UNTIL IT IS RERUN.
      * NOTHING GOES TO RUNCTL.DAT - THE MERGE IS THE DAY'S RUN.
       910-TERMINATE-PARTITION.
           IF NOT WS-RUN-ABORTED
               PERFORM 520-WRITE-WORK-COMPLETION
               PERFORM 780-CLEAR-CHECKPOINT
               DISPLAY "VibeGarden partition " WS-PART-NO " of "
                   WS-PART-TOTAL " complete - sources "
                   WS-PART-FIRST-SRC " to " WS-PART-LAST-SRC
                   ", details " WS-RECORD-COUNT
                   ", rejects " WS-REJECT-COUNT
           ELSE
               IF NOT WS-RUN-NOT-STARTED
                   DISPLAY "VibeGarden partition " WS-PART-NO " of "
                       WS-PART-TOTAL " did not finish - rerun this "
                       "step, it resumes from " WS-CKPT-FILE-NAME
               END-IF
           END-IF
           CLOSE PARTITION-WORK-FILE
           CLOSE SCORE-MASTER-FILE.

      * WS-STL-STEP-NAME STILL HOLDS THE NAME 050 LOGGED THE START
      * UNDER.
       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-RECORD-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       490-UPDATE-YTD-MASTER.
           MOVE 1            TO WS-YTD-REL-KEY
           MOVE WS-YTD-YEAR   TO YTD-YEAR
