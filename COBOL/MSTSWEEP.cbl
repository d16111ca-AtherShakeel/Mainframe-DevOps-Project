       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTSWEEP.
      *---------------------------------------------------------------*
      * VIBEGARDEN: SCORE MASTER RECORD-LEVEL INTEGRITY SWEEP
      * YTDRECON, MTHCLOSE AND IDXBUILD CHECK SCOREMST.DAT'S TOTALS AND
      * ITS INDEX; THIS JOB CHECKS THE RECORDS THEMSELVES. IT READS
      * EVERY SLOT OF SCOREMST.DAT ONCE, CHANGES NOTHING, AND REPORTS
      * EACH FINDING UNDER ONE OF SIX CATEGORIES WITH THE RELATIVE
      * SLOT AND SCORE ID, SO IT CAN BE PUT RIGHT THROUGH SCOREADJ:
      *
      *   1 EMPTY SLOT     A SLOT WITH NO RECORD (NEVER WRITTEN, OR AN
      *                    ALL-ZERO SCORE ID) THAT HAS A LIVE RECORD
      *                    AFTER IT. EMPTY SLOTS AT THE END OF THE
      *                    FILE ARE NOT A FINDING.
      *   2 BAD DATE/ID    MS-ID-DATE IS NOT A CALENDAR DATE OR IS
      *                    LATER THAN TODAY, OR MS-ID-SEQ IS ZERO. THE
      *                    RECORD CANNOT BE PRICED AGAINST A TIER SET,
      *                    SO CATEGORIES 4 AND 5 ARE NOT TRIED ON IT.
      *   3 DUPLICATE ID   THE SAME MS-SCORE-ID IN MORE THAN ONE SLOT
      *                    (REPORTED ON THE LATER SLOT, NAMING THE
      *                    EARLIER ONE).
      *   4 RESULT         MS-TOTAL-RESULT IS NOT WHAT THE RECORD'S
      *                    OWN FIELDS PRICE TO: BASE * MULTIPLIER ON A
      *                    FLAT RECORD, THE MARGINAL SLICES OF THE SET
      *                    IN EFFECT ON MS-ID-DATE ON A MARGINAL ONE,
      *                    THEN * MS-CAP-FACTOR - THE SAME TWO
      *                    TRUNCATING STEPS CALCDVOP.cbl'S 300-
      *                    CALCULATE-SCORE TAKES. NON-NUMERIC FIELDS
      *                    ARE REPORTED HERE TOO.
      *   5 BAND           MS-MULTIPLIER IS NOT THE RATE OF THE BAND
      *                    MS-BASE-SCORE FALLS IN (OR THE DEFAULT, IF
      *                    NONE) IN THE SET IN EFFECT ON MS-ID-DATE, OR
      *                    MS-CALC-MODE IS NOT THAT SET'S MODE. A DAY
      *                    POSTED UNDER A CALCDVOP PARM MULTIPLIER
      *                    OVERRIDE SHOWS UP HERE - BY DESIGN, SINCE
      *                    NOTHING ON THE MASTER SAYS IT WAS ONE.
      *   6 ADJHIST        A RECORD SCOREADJ HAS CORRECTED IS CHECKED
      *                    AGAINST ITS LATEST ADJHIST.DAT LINE INSTEAD
      *                    OF CATEGORIES 4 AND 5 - BASE, MULTIPLIER AND
      *                    RESULT MUST BE THE NEW VALUES THAT LINE
      *                    LOGGED.
      *
      * THE TIER SETS ARE LOADED THE WAY SCOREADJ.cbl LOADS THEM (EVERY
      * SET, NONE SELECTED UP FRONT) AND THE ONE IN EFFECT ON EACH
      * RECORD'S MS-ID-DATE IS SELECTED AS THE SWEEP REACHES IT. WITH
      * NO BONUSEFF.DAT, BONUSTBL.DAT PRICES EVERY DATE.
      *
      * REPORT MSTSWEEP.DAT. RETURN CODES: 0 NO FINDINGS, 8 ANY
      * FINDING, 16 SCOREMST.DAT OR THE TIER TABLE COULD NOT BE READ.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME RELATIVE ORGANIZATION AS CALCDVOP.cbl AND IDXBUILD.cbl.
           SELECT SCORE-MASTER-FILE ASSIGN TO "SCOREMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-MASTER-REL-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT BONUS-TIER-FILE ASSIGN TO "BONUSTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-FILE-STATUS.

           SELECT BONUS-EFF-FILE ASSIGN TO "BONUSEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONEFF-FILE-STATUS.

           SELECT ADJUSTMENT-HIST-FILE ASSIGN TO "ADJHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

           SELECT SWEEP-RPT-FILE ASSIGN TO "MSTSWEEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-MASTER-FILE.
       01  MASTER-SCORE-RECORD.
           05  MS-SCORE-ID.
               10  MS-ID-DATE      PIC 9(8).
               10  MS-ID-SEQ       PIC 9(4).
           05  MS-BASE-SCORE       PIC 9(3)V99.
           05  MS-MULTIPLIER       PIC 9V9.
           05  MS-TOTAL-RESULT     PIC 9(7)V99.
           05  MS-PARTICIPANT-ID   PIC X(8).
           05  MS-CAP-FACTOR       PIC 9V9(6).
           05  MS-CALC-MODE        PIC X.

       FD  BONUS-TIER-FILE
           RECORDING MODE IS F.
       01  BONUS-TIER-RECORD.
           05  BT-TIER-NO         PIC 9(2).
           05  BT-TIER-LOW        PIC 9(3)V99.
           05  BT-TIER-HIGH       PIC 9(3)V99.
           05  BT-TIER-MULT       PIC 9V9.
           05  BT-CALC-MODE       PIC X.

       FD  BONUS-EFF-FILE
           RECORDING MODE IS F.
       01  BONUS-EFF-RECORD.
           05  BE-EFF-DATE        PIC 9(8).
           05  BE-TIER-NO         PIC 9(2).
           05  BE-TIER-LOW        PIC 9(3)V99.
           05  BE-TIER-HIGH       PIC 9(3)V99.
           05  BE-TIER-MULT       PIC 9V9.
           05  BE-CALC-MODE       PIC X.

       FD  ADJUSTMENT-HIST-FILE
           RECORDING MODE IS F.
       01  ADJHIST-RECORD           PIC X(250).

       FD  SWEEP-RPT-FILE
           RECORDING MODE IS F.
       01  SWEEP-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WSBONUS.

       COPY WSBONEFF.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-BONUS-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-ADJHIST-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-FATAL-SW            PIC X VALUE 'N'.
             88 WS-SWEEP-FATAL      VALUE 'Y'.

       01 WS-MASTER-REL-KEY         PIC 9(9) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 FILLER                 PIC X(13).

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.

      * SLOT BOOKKEEPING FOR CATEGORY 1 - A RUN OF EMPTY SLOTS IS HELD
      * OPEN UNTIL A LIVE RECORD TURNS UP AFTER IT.
       01 WS-SLOT-CONTROLS.
          05 WS-PREV-SLOT           PIC 9(9) VALUE ZERO.
          05 WS-GAP-FIRST           PIC 9(9) VALUE ZERO.
          05 WS-GAP-COUNT           PIC 9(9) VALUE ZERO.
          05 WS-GAP-COUNT-ED        PIC ZZZ,ZZ9.
          05 WS-GAP-LAST-ED         PIC ZZZZZZZZ9.

      * EVERY SCORE ID SEEN, IN SLOT ORDER, FOR CATEGORY 3. CALCDVOP
      * APPENDS IN ASCENDING ID ORDER, SO AN ID ABOVE THE HIGHEST SO
      * FAR CANNOT BE A DUPLICATE AND ONLY AN OUT-OF-ORDER ID IS
      * SEARCHED FOR. SAME 20000 CEILING AS THE SCOREIDX TABLES.
       01 WS-SEEN-TABLE.
          05 WS-SEEN-COUNT          PIC 9(5) VALUE ZERO.
          05 WS-SEEN-MAX            PIC 9(5) VALUE 20000.
          05 WS-SEEN-HIGH-ID        PIC 9(12) VALUE ZERO.
          05 WS-SEEN-FULL-SW        PIC X VALUE 'N'.
             88 WS-SEEN-TABLE-FULL  VALUE 'Y'.
          05 WS-SEEN-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-SEEN-IDX.
             10 WS-SEEN-ID          PIC 9(12).
             10 WS-SEEN-SLOT        PIC 9(9).

      * MIRROR OF SCOREADJ.cbl'S WS-ADJHIST-LINE - ONLY THE COLUMNS
      * THIS JOB READS ARE NAMED.
       01 WS-ADJHIST-LINE.
          05 FILLER                PIC X(27).
          05 WS-AHL-SCORE-ID       PIC X(12).
          05 FILLER                PIC X(9).
          05 WS-AHL-OLD-BASE       PIC ZZZ.99.
          05 FILLER                PIC X(9).
          05 WS-AHL-OLD-MULT       PIC Z.9.
          05 FILLER                PIC X(9).
          05 WS-AHL-OLD-RESULT     PIC ZZZZZZ9.99.
          05 FILLER                PIC X(9).
          05 WS-AHL-NEW-BASE       PIC ZZZ.99.
          05 FILLER                PIC X(9).
          05 WS-AHL-NEW-MULT       PIC Z.9.
          05 FILLER                PIC X(9).
          05 WS-AHL-NEW-RESULT     PIC ZZZZZZ9.99.
          05 FILLER                PIC X(119).

      * THE LATEST ADJHIST LINE FOR EVERY SCORE SCOREADJ HAS TOUCHED.
      * ADJHIST.DAT IS IN TIME ORDER, SO A LATER LINE FOR THE SAME ID
      * REPLACES AN EARLIER ONE.
       01 WS-ADJ-TABLE.
          05 WS-ADJ-COUNT           PIC 9(4) VALUE ZERO.
          05 WS-ADJ-MAX             PIC 9(4) VALUE 3000.
          05 WS-ADJ-LINES           PIC 9(7) VALUE ZERO.
          05 WS-ADJ-SKIPPED         PIC 9(7) VALUE ZERO.
          05 WS-ADJ-DROPPED         PIC 9(7) VALUE ZERO.
          05 WS-ADJ-SCAN            PIC 9(4) VALUE ZERO.
          05 WS-ADJ-FOUND           PIC 9(4) VALUE ZERO.
          05 WS-ADJ-ENTRY OCCURS 3000 TIMES.
             10 WS-ADJ-ID           PIC 9(12).
             10 WS-ADJ-BASE         PIC 9(3)V99.
             10 WS-ADJ-MULT         PIC 9V9.
             10 WS-ADJ-RESULT       PIC 9(7)V99.

      * PRICING WORK FOR CATEGORIES 4 AND 5.
       01 WS-CHECK-WORK.
          05 WS-LAST-SET-DATE       PIC 9(8) VALUE ZERO.
          05 WS-EXPECT-MULT         PIC 9V9 VALUE ZERO.
          05 WS-EXPECT-UNCAPPED     PIC 9(7)V99 VALUE ZERO.
          05 WS-EXPECT-RESULT       PIC 9(7)V99 VALUE ZERO.
          05 WS-RECORD-MODE         PIC X VALUE SPACE.
          05 WS-SET-MODE            PIC X VALUE SPACE.
          05 WS-DATE-OK-SW          PIC X VALUE 'Y'.
             88 WS-DATE-OK          VALUE 'Y'.
          05 WS-FIELDS-OK-SW        PIC X VALUE 'Y'.
             88 WS-FIELDS-OK        VALUE 'Y'.
          05 WS-EDIT-MULT           PIC 9.9.
          05 WS-EDIT-MULT-2         PIC 9.9.
          05 WS-EDIT-RESULT         PIC ZZZZZZ9.99.
          05 WS-EDIT-RESULT-2       PIC ZZZZZZ9.99.
          05 WS-EDIT-BASE           PIC ZZ9.99.
          05 WS-EDIT-BASE-2         PIC ZZ9.99.

       01 WS-CONTROL-TOTALS.
          05 WS-SLOTS-READ          PIC 9(9) VALUE ZERO.
          05 WS-LIVE-RECORDS        PIC 9(9) VALUE ZERO.
          05 WS-ADJUSTED-RECORDS    PIC 9(9) VALUE ZERO.
          05 WS-FINDING-TOTAL       PIC 9(7) VALUE ZERO.

      * CATEGORY NAMES AND COUNTS, IN REPORT ORDER.
       01 WS-CATEGORY-NAMES.
          05 FILLER PIC X(14) VALUE "EMPTY SLOT".
          05 FILLER PIC X(14) VALUE "BAD DATE/ID".
          05 FILLER PIC X(14) VALUE "DUPLICATE ID".
          05 FILLER PIC X(14) VALUE "RESULT".
          05 FILLER PIC X(14) VALUE "BAND".
          05 FILLER PIC X(14) VALUE "ADJHIST".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
          05 WS-CAT-NAME OCCURS 6 TIMES PIC X(14).
       01 WS-CATEGORY-COUNTS.
          05 WS-CAT-COUNT OCCURS 6 TIMES PIC 9(7).
       01 WS-CAT                    PIC 9 VALUE ZERO.

      * FINDINGS ARE HELD UNTIL THE SWEEP ENDS SO THE REPORT CAN LIST
      * THEM CATEGORY BY CATEGORY. PAST 2000 THEY ARE STILL COUNTED,
      * BUT NOT LISTED.
       01 WS-FINDING-TABLE.
          05 WS-FND-COUNT           PIC 9(4) VALUE ZERO.
          05 WS-FND-MAX             PIC 9(4) VALUE 2000.
          05 WS-FND-SCAN            PIC 9(4) VALUE ZERO.
          05 WS-FND-UNLISTED        PIC 9(7) VALUE ZERO.
          05 WS-FND-ENTRY OCCURS 2000 TIMES.
             10 WS-FND-CAT          PIC 9.
             10 WS-FND-SLOT         PIC 9(9).
             10 WS-FND-ID           PIC X(12).
             10 WS-FND-TEXT         PIC X(55).

       01 WS-NEW-FINDING.
          05 WS-NEW-CAT             PIC 9.
          05 WS-NEW-SLOT            PIC 9(9).
          05 WS-NEW-ID              PIC X(12).
          05 WS-NEW-TEXT            PIC X(55).

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN SCORE MASTER INTEGRITY SWEEP".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-YYYY            PIC 9(4).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-MM              PIC 9(2).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-DD              PIC 9(2).
          05 FILLER                 PIC X(20)
             VALUE "   TIER TABLE FROM: ".
          05 WS-HDG-TABLE           PIC X(12).
          05 FILLER                 PIC X(28) VALUE SPACES.

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".

       01 WS-RPT-CATEGORY-LINE.
          05 FILLER                 PIC X(9)  VALUE "CATEGORY ".
          05 WS-RCL-CAT             PIC 9.
          05 FILLER                 PIC X(2)  VALUE ": ".
          05 WS-RCL-NAME            PIC X(14).
          05 FILLER                 PIC X(3)  VALUE " - ".
          05 WS-RCL-COUNT           PIC Z,ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE " FINDING(S)".
          05 FILLER                 PIC X(30) VALUE SPACES.

       01 WS-RPT-COLUMN-LINE.
          05 FILLER                 PIC X(40)
             VALUE "     SLOT  SCORE ID      DETAIL         ".
          05 FILLER                 PIC X(40) VALUE SPACES.

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-SLOT            PIC ZZZZZZZZ9.
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 WS-RDL-ID              PIC X(12).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 WS-RDL-TEXT            PIC X(55).

       01 WS-RPT-STATUS-LINE        PIC X(80).

       01 WS-RPT-TOTALS-LINE.
          05 FILLER                 PIC X(14) VALUE "SLOTS READ:   ".
          05 WS-RTL-SLOTS           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(8)  VALUE "  LIVE: ".
          05 WS-RTL-LIVE            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE "  ADJUSTED: ".
          05 WS-RTL-ADJUSTED        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(13) VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(24)
             VALUE "** INTEGRITY SWEEP END *".
          05 FILLER                 PIC X(12) VALUE "* FINDINGS: ".
          05 WS-TRL-FINDINGS        PIC Z,ZZZ,ZZ9.
          05 FILLER                 PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF NOT WS-SWEEP-FATAL
               PERFORM 200-LOAD-ADJUSTMENT-HISTORY
               PERFORM 300-SWEEP-MASTER
               PERFORM 600-WRITE-REPORT
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-YYYY TO WS-HDG-YYYY
           MOVE WS-CURR-MM   TO WS-HDG-MM
           MOVE WS-CURR-DD   TO WS-HDG-DD
           COMPUTE WS-RUN-DATE =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 6
               MOVE ZERO TO WS-CAT-COUNT (WS-CAT)
           END-PERFORM
           OPEN OUTPUT SWEEP-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - MSTSWEEP.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-SWEEP-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-SWEEP-FATAL
               PERFORM 150-LOAD-BONUS-TABLE
           END-IF
           IF NOT WS-SWEEP-FATAL
               OPEN INPUT SCORE-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - SCOREMST.DAT open "
                       "failed, status " WS-MASTER-FILE-STATUS
                   SET WS-SWEEP-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * VibeGarden: SAME EFFECTIVE-DATED SET HANDLING AS SCOREADJ.cbl -
      * EVERY SET LOADED, THE ONE FOR EACH RECORD'S MS-ID-DATE PICKED
      * IN 350-PRICE-FROM-FIELDS. A SWEEP THAT CANNOT LOAD A TABLE
      * CANNOT CHECK A BAND, SO A MISSING BONUSTBL.DAT IS FATAL HERE
      * RATHER THAN A FALL-BACK TO THE DEFAULT MULTIPLIER.
       150-LOAD-BONUS-TABLE.
           PERFORM 151-LOAD-EFFECTIVE-SETS
           IF WS-SET-TABLE-LOADED
               MOVE "BONUSEFF.DAT" TO WS-HDG-TABLE
           ELSE
               MOVE "BONUSTBL.DAT" TO WS-HDG-TABLE
               PERFORM 154-LOAD-FLAT-TABLE
           END-IF.

       151-LOAD-EFFECTIVE-SETS.
           MOVE ZERO TO WS-SET-COUNT
           MOVE 'N' TO WS-SET-LOADED-SW
           MOVE 'N' TO WS-BONEFF-EOF-SWITCH
           OPEN INPUT BONUS-EFF-FILE
           IF WS-BONEFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-BONEFF-EOF
                   READ BONUS-EFF-FILE
                       AT END
                           SET WS-BONEFF-EOF TO TRUE
                       NOT AT END
                           PERFORM 152-ADD-EFFECTIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE BONUS-EFF-FILE
               IF WS-SET-COUNT > ZERO
                   SET WS-SET-TABLE-LOADED TO TRUE
               END-IF
           END-IF.

       152-ADD-EFFECTIVE-ROW.
           MOVE ZERO TO WS-SET-PICKED-SLOT
           IF WS-SET-COUNT > ZERO
               PERFORM VARYING WS-SET-SCAN-SLOT FROM 1 BY 1
                       UNTIL WS-SET-SCAN-SLOT > WS-SET-COUNT
                   SET WS-SET-IDX TO WS-SET-SCAN-SLOT
                   IF WS-SET-EFF-DATE (WS-SET-IDX) = BE-EFF-DATE
                       MOVE WS-SET-SCAN-SLOT TO WS-SET-PICKED-SLOT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SET-PICKED-SLOT = ZERO AND WS-SET-COUNT < 12
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SET-COUNT TO WS-SET-PICKED-SLOT
               SET WS-SET-IDX TO WS-SET-PICKED-SLOT
               MOVE BE-EFF-DATE TO WS-SET-EFF-DATE (WS-SET-IDX)
               MOVE ZERO TO WS-SET-TIER-FILL (WS-SET-IDX)
           END-IF
           IF WS-SET-PICKED-SLOT > ZERO
               SET WS-SET-IDX TO WS-SET-PICKED-SLOT
               IF WS-SET-TIER-FILL (WS-SET-IDX) < WS-TIER-COUNT
                   ADD 1 TO WS-SET-TIER-FILL (WS-SET-IDX)
                   SET WS-SET-TIER-IDX
                     TO WS-SET-TIER-FILL (WS-SET-IDX)
                   MOVE BE-TIER-NO
                     TO WS-SET-TIER-NO (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-TIER-LOW
                     TO WS-SET-TIER-LOW (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-TIER-HIGH
                     TO WS-SET-TIER-HIGH (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-TIER-MULT
                     TO WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                   MOVE BE-CALC-MODE
                     TO WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
               END-IF
           END-IF.

       154-LOAD-FLAT-TABLE.
           OPEN INPUT BONUS-TIER-FILE
           IF WS-BONUS-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - BONUSTBL.DAT open failed, "
                   "status " WS-BONUS-FILE-STATUS
               SET WS-SWEEP-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
              SET WS-TIER-IDX TO 1
              PERFORM UNTIL WS-TIER-IDX > WS-TIER-COUNT
                  READ BONUS-TIER-FILE
                      AT END
                          SET WS-TIER-IDX TO WS-TIER-COUNT
                      NOT AT END
                          MOVE BT-TIER-NO   TO WS-TIER-NO (WS-TIER-IDX)
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

      * SAME SELECTION RULE AS SCOREADJ.cbl'S 156-SELECT-TIER-SET:
      * LATEST EFFECTIVE DATE NOT AFTER WS-SET-TARGET-DATE, FALLING
      * BACK TO THE EARLIEST SET FOR A TARGET OLDER THAN EVERYTHING
      * ON FILE.
       156-SELECT-TIER-SET.
           MOVE ZERO TO WS-SET-PICKED-SLOT
           MOVE ZERO TO WS-SET-PICKED-DATE
           PERFORM VARYING WS-SET-SCAN-SLOT FROM 1 BY 1
                   UNTIL WS-SET-SCAN-SLOT > WS-SET-COUNT
               SET WS-SET-IDX TO WS-SET-SCAN-SLOT
               IF WS-SET-EFF-DATE (WS-SET-IDX) <= WS-SET-TARGET-DATE
                  AND WS-SET-EFF-DATE (WS-SET-IDX)
                        >= WS-SET-PICKED-DATE
                   MOVE WS-SET-EFF-DATE (WS-SET-IDX)
                     TO WS-SET-PICKED-DATE
                   MOVE WS-SET-SCAN-SLOT TO WS-SET-PICKED-SLOT
               END-IF
           END-PERFORM
           IF WS-SET-PICKED-SLOT = ZERO
               MOVE 99999999 TO WS-SET-PICKED-DATE
               PERFORM VARYING WS-SET-SCAN-SLOT FROM 1 BY 1
                       UNTIL WS-SET-SCAN-SLOT > WS-SET-COUNT
                   SET WS-SET-IDX TO WS-SET-SCAN-SLOT
                   IF WS-SET-EFF-DATE (WS-SET-IDX)
                        < WS-SET-PICKED-DATE
                       MOVE WS-SET-EFF-DATE (WS-SET-IDX)
                         TO WS-SET-PICKED-DATE
                       MOVE WS-SET-SCAN-SLOT TO WS-SET-PICKED-SLOT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 157-COPY-PICKED-SET.

       157-COPY-PICKED-SET.
           SET WS-SET-IDX TO WS-SET-PICKED-SLOT
           MOVE WS-SET-EFF-DATE (WS-SET-IDX) TO WS-SET-PICKED-DATE
           PERFORM VARYING WS-SET-SCAN-SLOT FROM 1 BY 1
                   UNTIL WS-SET-SCAN-SLOT > WS-TIER-COUNT
               SET WS-SET-TIER-IDX TO WS-SET-SCAN-SLOT
               SET WS-TIER-IDX     TO WS-SET-SCAN-SLOT
               MOVE WS-SET-TIER-NO (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-NO (WS-TIER-IDX)
               MOVE WS-SET-TIER-LOW (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-LOW (WS-TIER-IDX)
               MOVE WS-SET-TIER-HIGH (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-HIGH (WS-TIER-IDX)
               MOVE WS-SET-TIER-MULT (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MULT (WS-TIER-IDX)
               MOVE WS-SET-TIER-MODE (WS-SET-IDX WS-SET-TIER-IDX)
                 TO WS-TIER-MODE (WS-TIER-IDX)
           END-PERFORM
           MOVE WS-TIER-MODE (1) TO WS-TIER-CALC-MODE.

      * NO ADJHIST.DAT SIMPLY MEANS NOTHING HAS BEEN CORRECTED - EVERY
      * RECORD IS THEN CHECKED BY CATEGORIES 4 AND 5.
       200-LOAD-ADJUSTMENT-HISTORY.
           OPEN INPUT ADJUSTMENT-HIST-FILE
           IF WS-ADJHIST-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden NOTE - no ADJHIST.DAT, no record "
                   "treated as adjusted"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ ADJUSTMENT-HIST-FILE INTO WS-ADJHIST-LINE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ADJ-LINES
                           PERFORM 210-TAKE-IN-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-HIST-FILE
           END-IF
           IF WS-ADJ-SKIPPED > ZERO
               DISPLAY "VibeGarden WARNING - " WS-ADJ-SKIPPED
                   " ADJHIST.DAT line(s) unreadable, not used"
           END-IF
           IF WS-ADJ-DROPPED > ZERO
               DISPLAY "VibeGarden WARNING - more than " WS-ADJ-MAX
                   " adjusted scores on ADJHIST.DAT - "
                   WS-ADJ-DROPPED " line(s) not held"
           END-IF.

       210-TAKE-IN-ADJUSTMENT.
           IF WS-AHL-SCORE-ID IS NOT NUMERIC
               ADD 1 TO WS-ADJ-SKIPPED
           ELSE
               MOVE ZERO TO WS-ADJ-FOUND
               PERFORM VARYING WS-ADJ-SCAN FROM 1 BY 1
                       UNTIL WS-ADJ-SCAN > WS-ADJ-COUNT
                          OR WS-ADJ-FOUND > ZERO
                   IF WS-ADJ-ID (WS-ADJ-SCAN) = WS-AHL-SCORE-ID
                       MOVE WS-ADJ-SCAN TO WS-ADJ-FOUND
                   END-IF
               END-PERFORM
               IF WS-ADJ-FOUND = ZERO
                   IF WS-ADJ-COUNT < WS-ADJ-MAX
                       ADD 1 TO WS-ADJ-COUNT
                       MOVE WS-ADJ-COUNT TO WS-ADJ-FOUND
                       MOVE WS-AHL-SCORE-ID
                         TO WS-ADJ-ID (WS-ADJ-FOUND)
                   ELSE
                       ADD 1 TO WS-ADJ-DROPPED
                   END-IF
               END-IF
               IF WS-ADJ-FOUND > ZERO
                   MOVE WS-AHL-NEW-BASE   TO WS-ADJ-BASE (WS-ADJ-FOUND)
                   MOVE WS-AHL-NEW-MULT   TO WS-ADJ-MULT (WS-ADJ-FOUND)
                   MOVE WS-AHL-NEW-RESULT
                     TO WS-ADJ-RESULT (WS-ADJ-FOUND)
               END-IF
           END-IF.

      * READ NEXT LEAVES THE RECORD'S SLOT IN THE RELATIVE KEY FIELD
      * (SEE IDXBUILD.cbl) - A JUMP IN IT IS A RUN OF SLOTS THAT WERE
      * NEVER WRITTEN.
       300-SWEEP-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-REACHED
               READ SCORE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SLOTS-READ
                       PERFORM 310-CHECK-SLOT
               END-READ
           END-PERFORM
           CLOSE SCORE-MASTER-FILE.

       310-CHECK-SLOT.
           IF WS-MASTER-REL-KEY > WS-PREV-SLOT + 1
               IF WS-GAP-COUNT = ZERO
                   COMPUTE WS-GAP-FIRST = WS-PREV-SLOT + 1
               END-IF
               COMPUTE WS-GAP-COUNT = WS-GAP-COUNT
                   + WS-MASTER-REL-KEY - WS-PREV-SLOT - 1
           END-IF
           MOVE WS-MASTER-REL-KEY TO WS-PREV-SLOT
           IF MS-SCORE-ID = ZERO OR MS-SCORE-ID = SPACES
               IF WS-GAP-COUNT = ZERO
                   MOVE WS-MASTER-REL-KEY TO WS-GAP-FIRST
               END-IF
               ADD 1 TO WS-GAP-COUNT
           ELSE
               ADD 1 TO WS-LIVE-RECORDS
               IF WS-GAP-COUNT > ZERO
                   PERFORM 320-REPORT-GAP
               END-IF
               PERFORM 330-CHECK-DATE-AND-ID
               IF WS-DATE-OK
                   PERFORM 340-CHECK-DUPLICATE
               END-IF
               PERFORM 345-FIND-ADJUSTMENT
               IF WS-ADJ-FOUND > ZERO
                   ADD 1 TO WS-ADJUSTED-RECORDS
                   PERFORM 380-CHECK-AGAINST-HISTORY
               ELSE
                   IF WS-DATE-OK
                       PERFORM 350-PRICE-FROM-FIELDS
                   END-IF
               END-IF
           END-IF.

       320-REPORT-GAP.
           MOVE 1 TO WS-NEW-CAT
           MOVE WS-GAP-FIRST TO WS-NEW-SLOT
           MOVE SPACES TO WS-NEW-ID
           MOVE WS-GAP-COUNT TO WS-GAP-COUNT-ED
           COMPUTE WS-GAP-LAST-ED = WS-GAP-FIRST + WS-GAP-COUNT - 1
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-GAP-COUNT-ED DELIMITED BY SIZE
               " EMPTY SLOT(S) THROUGH SLOT " DELIMITED BY SIZE
               WS-GAP-LAST-ED DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING
           PERFORM 500-ADD-FINDING
           MOVE ZERO TO WS-GAP-COUNT.

      * INTEGER-OF-DATE IS ZERO FOR A DATE THAT IS NOT ON THE CALENDAR
      * (SAME TEST BUSDAY.cbl MAKES ON ITS CALENDAR ROWS).
       330-CHECK-DATE-AND-ID.
           MOVE 'Y' TO WS-DATE-OK-SW
           MOVE MS-SCORE-ID TO WS-NEW-ID
           MOVE SPACES TO WS-NEW-TEXT
           EVALUATE TRUE
               WHEN MS-SCORE-ID IS NOT NUMERIC
                   MOVE "SCORE ID IS NOT NUMERIC" TO WS-NEW-TEXT
               WHEN MS-ID-DATE < 16010101
                   MOVE "MS-ID-DATE IS NOT A CALENDAR DATE"
                     TO WS-NEW-TEXT
               WHEN FUNCTION INTEGER-OF-DATE (MS-ID-DATE) = ZERO
                   MOVE "MS-ID-DATE IS NOT A CALENDAR DATE"
                     TO WS-NEW-TEXT
               WHEN MS-ID-DATE > WS-RUN-DATE
                   MOVE "MS-ID-DATE IS LATER THAN TODAY"
                     TO WS-NEW-TEXT
               WHEN MS-ID-SEQ = ZERO
                   MOVE "MS-ID-SEQ IS ZERO" TO WS-NEW-TEXT
           END-EVALUATE
           IF WS-NEW-TEXT NOT = SPACES
               MOVE 'N' TO WS-DATE-OK-SW
               MOVE 2 TO WS-NEW-CAT
               MOVE WS-MASTER-REL-KEY TO WS-NEW-SLOT
               PERFORM 500-ADD-FINDING
           END-IF.

       340-CHECK-DUPLICATE.
           IF MS-SCORE-ID > WS-SEEN-HIGH-ID
               MOVE MS-SCORE-ID TO WS-SEEN-HIGH-ID
           ELSE
               SET WS-SEEN-IDX TO 1
               SEARCH WS-SEEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEEN-IDX > WS-SEEN-COUNT
                       CONTINUE
                   WHEN WS-SEEN-ID (WS-SEEN-IDX) = MS-SCORE-ID
                       MOVE 3 TO WS-NEW-CAT
                       MOVE WS-MASTER-REL-KEY TO WS-NEW-SLOT
                       MOVE MS-SCORE-ID TO WS-NEW-ID
                       MOVE WS-SEEN-SLOT (WS-SEEN-IDX)
                         TO WS-GAP-LAST-ED
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "SAME SCORE ID ALREADY IN SLOT "
                               DELIMITED BY SIZE
                           WS-GAP-LAST-ED DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 500-ADD-FINDING
               END-SEARCH
           END-IF
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE MS-SCORE-ID       TO WS-SEEN-ID (WS-SEEN-COUNT)
               MOVE WS-MASTER-REL-KEY TO WS-SEEN-SLOT (WS-SEEN-COUNT)
           ELSE
               IF NOT WS-SEEN-TABLE-FULL
                   SET WS-SEEN-TABLE-FULL TO TRUE
                   DISPLAY "VibeGarden WARNING - more than "
                       WS-SEEN-MAX " records, duplicate check "
                       "covers the first " WS-SEEN-MAX " only"
               END-IF
           END-IF.

       345-FIND-ADJUSTMENT.
           MOVE ZERO TO WS-ADJ-FOUND
           PERFORM VARYING WS-ADJ-SCAN FROM 1 BY 1
                   UNTIL WS-ADJ-SCAN > WS-ADJ-COUNT
                      OR WS-ADJ-FOUND > ZERO
               IF WS-ADJ-ID (WS-ADJ-SCAN) = MS-SCORE-ID
                   MOVE WS-ADJ-SCAN TO WS-ADJ-FOUND
               END-IF
           END-PERFORM.

      * CATEGORIES 4 AND 5 - REPRICE THE RECORD FROM ITS OWN FIELDS
      * UNDER THE SET IN EFFECT ON ITS MS-ID-DATE.
       350-PRICE-FROM-FIELDS.
           MOVE 'Y' TO WS-FIELDS-OK-SW
           IF MS-BASE-SCORE IS NOT NUMERIC
              OR MS-MULTIPLIER IS NOT NUMERIC
              OR MS-TOTAL-RESULT IS NOT NUMERIC
              OR MS-CAP-FACTOR IS NOT NUMERIC
               MOVE 'N' TO WS-FIELDS-OK-SW
               MOVE 4 TO WS-NEW-CAT
               MOVE WS-MASTER-REL-KEY TO WS-NEW-SLOT
               MOVE MS-SCORE-ID TO WS-NEW-ID
               MOVE "BASE/MULT/RESULT/FACTOR NOT NUMERIC"
                 TO WS-NEW-TEXT
               PERFORM 500-ADD-FINDING
           END-IF
           IF WS-FIELDS-OK
               IF WS-SET-TABLE-LOADED
                  AND MS-ID-DATE NOT = WS-LAST-SET-DATE
                   MOVE MS-ID-DATE TO WS-SET-TARGET-DATE
                   PERFORM 156-SELECT-TIER-SET
                   MOVE MS-ID-DATE TO WS-LAST-SET-DATE
               END-IF
               PERFORM 355-LOOKUP-BONUS-TIER
               PERFORM 360-CHECK-BAND
               PERFORM 370-CHECK-RESULT
           END-IF.

      * SAME TIER-BAND SEARCH AS CALCDVOP.cbl'S 350-LOOKUP-BONUS-TIER,
      * MINUS THE PARM OVERRIDE.
       355-LOOKUP-BONUS-TIER.
           MOVE WS-TIER-DEFAULT-MULT TO WS-EXPECT-MULT
           SET WS-TIER-IDX TO 1
           SEARCH WS-BONUS-TIER
               AT END
                   MOVE WS-TIER-DEFAULT-MULT TO WS-EXPECT-MULT
               WHEN MS-BASE-SCORE >= WS-TIER-LOW (WS-TIER-IDX)
                AND MS-BASE-SCORE <= WS-TIER-HIGH (WS-TIER-IDX)
                   MOVE WS-TIER-MULT (WS-TIER-IDX) TO WS-EXPECT-MULT
           END-SEARCH.

      * A BLANK MODE IS A RECORD POSTED BEFORE THE MODE EXISTED - FLAT.
       360-CHECK-BAND.
           MOVE MS-CALC-MODE TO WS-RECORD-MODE
           IF WS-RECORD-MODE = SPACE
               MOVE 'F' TO WS-RECORD-MODE
           END-IF
           IF WS-TIER-MODE-MARGINAL
               MOVE 'M' TO WS-SET-MODE
           ELSE
               MOVE 'F' TO WS-SET-MODE
           END-IF
           MOVE SPACES TO WS-NEW-TEXT
           IF MS-MULTIPLIER NOT = WS-EXPECT-MULT
               MOVE MS-MULTIPLIER  TO WS-EDIT-MULT
               MOVE WS-EXPECT-MULT TO WS-EDIT-MULT-2
               MOVE MS-BASE-SCORE  TO WS-EDIT-BASE
               STRING "MULT " DELIMITED BY SIZE
                   WS-EDIT-MULT DELIMITED BY SIZE
                   ", BAND FOR " DELIMITED BY SIZE
                   WS-EDIT-BASE DELIMITED BY SIZE
                   " ON ID DATE IS " DELIMITED BY SIZE
                   WS-EDIT-MULT-2 DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
           ELSE
               IF WS-RECORD-MODE NOT = WS-SET-MODE
                   STRING "MODE " DELIMITED BY SIZE
                       WS-RECORD-MODE DELIMITED BY SIZE
                       ", SET IN EFFECT ON ID DATE PRICES "
                           DELIMITED BY SIZE
                       WS-SET-MODE DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               END-IF
           END-IF
           IF WS-NEW-TEXT NOT = SPACES
               MOVE 5 TO WS-NEW-CAT
               MOVE WS-MASTER-REL-KEY TO WS-NEW-SLOT
               MOVE MS-SCORE-ID TO WS-NEW-ID
               PERFORM 500-ADD-FINDING
           END-IF.

      * PRICED AS THE RECORD SAYS IT WAS PRICED: A MARGINAL RECORD
      * THROUGH THE SLICES OF THE SET ON ITS DATE, ANY OTHER AS BASE *
      * ITS OWN MULTIPLIER. THEN SCALED BY ITS OWN CAP FACTOR.
       370-CHECK-RESULT.
           IF WS-RECORD-MODE = 'M'
               MOVE MS-BASE-SCORE TO WS-MRG-BASE
               PERFORM 375-COMPUTE-MARGINAL-RESULT
               MOVE WS-MRG-RESULT TO WS-EXPECT-UNCAPPED
           ELSE
               COMPUTE WS-EXPECT-UNCAPPED =
                   MS-BASE-SCORE * MS-MULTIPLIER
           END-IF
           COMPUTE WS-EXPECT-RESULT =
               WS-EXPECT-UNCAPPED * MS-CAP-FACTOR
           IF MS-TOTAL-RESULT NOT = WS-EXPECT-RESULT
               MOVE 4 TO WS-NEW-CAT
               MOVE WS-MASTER-REL-KEY TO WS-NEW-SLOT
               MOVE MS-SCORE-ID TO WS-NEW-ID
               MOVE MS-TOTAL-RESULT  TO WS-EDIT-RESULT
               MOVE WS-EXPECT-RESULT TO WS-EDIT-RESULT-2
               MOVE SPACES TO WS-NEW-TEXT
               STRING "RESULT " DELIMITED BY SIZE
                   WS-EDIT-RESULT DELIMITED BY SIZE
                   ", FIELDS PRICE TO " DELIMITED BY SIZE
                   WS-EDIT-RESULT-2 DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 500-ADD-FINDING
           END-IF.

      * SAME MARGINAL (BRACKET) PRICING AS CALCDVOP.cbl'S 360-COMPUTE-
      * MARGINAL-RESULT, WORD FOR WORD.
       375-COMPUTE-MARGINAL-RESULT.
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

      * CATEGORY 6 - THE RECORD MUST STAND AS SCOREADJ LAST LEFT IT.
       380-CHECK-AGAINST-HISTORY.
           MOVE SPACES TO WS-NEW-TEXT
           EVALUATE TRUE
               WHEN MS-BASE-SCORE IS NOT NUMERIC
                 OR MS-MULTIPLIER IS NOT NUMERIC
                 OR MS-TOTAL-RESULT IS NOT NUMERIC
                   MOVE "BASE/MULT/RESULT NOT NUMERIC"
                     TO WS-NEW-TEXT
               WHEN MS-BASE-SCORE NOT = WS-ADJ-BASE (WS-ADJ-FOUND)
                   MOVE MS-BASE-SCORE TO WS-EDIT-BASE
                   MOVE WS-ADJ-BASE (WS-ADJ-FOUND) TO WS-EDIT-BASE-2
                   STRING "BASE " DELIMITED BY SIZE
                       WS-EDIT-BASE DELIMITED BY SIZE
                       ", LAST ADJHIST NEW BASE " DELIMITED BY SIZE
                       WS-EDIT-BASE-2 DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               WHEN MS-MULTIPLIER NOT = WS-ADJ-MULT (WS-ADJ-FOUND)
                   MOVE MS-MULTIPLIER TO WS-EDIT-MULT
                   MOVE WS-ADJ-MULT (WS-ADJ-FOUND) TO WS-EDIT-MULT-2
                   STRING "MULT " DELIMITED BY SIZE
                       WS-EDIT-MULT DELIMITED BY SIZE
                       ", LAST ADJHIST NEW MULT " DELIMITED BY SIZE
                       WS-EDIT-MULT-2 DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               WHEN MS-TOTAL-RESULT NOT = WS-ADJ-RESULT (WS-ADJ-FOUND)
                   MOVE MS-TOTAL-RESULT TO WS-EDIT-RESULT
                   MOVE WS-ADJ-RESULT (WS-ADJ-FOUND) TO WS-EDIT-RESULT-2
                   STRING "RESULT " DELIMITED BY SIZE
                       WS-EDIT-RESULT DELIMITED BY SIZE
                       ", LAST ADJHIST " DELIMITED BY SIZE
                       WS-EDIT-RESULT-2 DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
           END-EVALUATE
           IF WS-NEW-TEXT NOT = SPACES
               MOVE 6 TO WS-NEW-CAT
               MOVE WS-MASTER-REL-KEY TO WS-NEW-SLOT
               MOVE MS-SCORE-ID TO WS-NEW-ID
               PERFORM 500-ADD-FINDING
           END-IF.

       500-ADD-FINDING.
           ADD 1 TO WS-CAT-COUNT (WS-NEW-CAT)
           ADD 1 TO WS-FINDING-TOTAL
           IF WS-FND-COUNT < WS-FND-MAX
               ADD 1 TO WS-FND-COUNT
               MOVE WS-NEW-FINDING TO WS-FND-ENTRY (WS-FND-COUNT)
           ELSE
               ADD 1 TO WS-FND-UNLISTED
           END-IF.

       600-WRITE-REPORT.
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-HEADING-3
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 6
               MOVE WS-CAT TO WS-RCL-CAT
               MOVE WS-CAT-NAME (WS-CAT)  TO WS-RCL-NAME
               MOVE WS-CAT-COUNT (WS-CAT) TO WS-RCL-COUNT
               WRITE SWEEP-RPT-RECORD FROM WS-RPT-CATEGORY-LINE
               IF WS-CAT-COUNT (WS-CAT) > ZERO
                   WRITE SWEEP-RPT-RECORD FROM WS-RPT-COLUMN-LINE
                   PERFORM VARYING WS-FND-SCAN FROM 1 BY 1
                           UNTIL WS-FND-SCAN > WS-FND-COUNT
                       IF WS-FND-CAT (WS-FND-SCAN) = WS-CAT
                           PERFORM 610-WRITE-FINDING-LINE
                       END-IF
                   END-PERFORM
               END-IF
               DISPLAY "VibeGarden sweep - category " WS-CAT " "
                   WS-CAT-NAME (WS-CAT) " " WS-CAT-COUNT (WS-CAT)
           END-PERFORM
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-HEADING-3
           IF WS-FND-UNLISTED > ZERO
               MOVE SPACES TO WS-RPT-STATUS-LINE
               MOVE WS-FND-UNLISTED TO WS-RCL-COUNT
               STRING "*** " DELIMITED BY SIZE
                   WS-RCL-COUNT DELIMITED BY SIZE
                   " FURTHER FINDING(S) COUNTED BUT NOT LISTED ***"
                       DELIMITED BY SIZE
                   INTO WS-RPT-STATUS-LINE
               END-STRING
               WRITE SWEEP-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           IF WS-SEEN-TABLE-FULL
               MOVE "*** DUPLICATE CHECK COVERED THE FIRST 20,000 "
                  & "RECORDS ONLY ***" TO WS-RPT-STATUS-LINE
               WRITE SWEEP-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           MOVE WS-SLOTS-READ       TO WS-RTL-SLOTS
           MOVE WS-LIVE-RECORDS     TO WS-RTL-LIVE
           MOVE WS-ADJUSTED-RECORDS TO WS-RTL-ADJUSTED
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-TOTALS-LINE
           MOVE WS-FINDING-TOTAL TO WS-TRL-FINDINGS
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-TRAILER-LINE
           DISPLAY "VibeGarden sweep complete - " WS-LIVE-RECORDS
               " records, " WS-FINDING-TOTAL " finding(s)".

       610-WRITE-FINDING-LINE.
           MOVE WS-FND-SLOT (WS-FND-SCAN) TO WS-RDL-SLOT
           MOVE WS-FND-ID (WS-FND-SCAN)   TO WS-RDL-ID
           MOVE WS-FND-TEXT (WS-FND-SCAN) TO WS-RDL-TEXT
           WRITE SWEEP-RPT-RECORD FROM WS-RPT-DETAIL-LINE.

       900-TERMINATE.
           IF WS-FINDING-TOTAL > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE SWEEP-RPT-FILE
           END-IF.
