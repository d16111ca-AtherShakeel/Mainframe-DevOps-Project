       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERDIST.
      *---------------------------------------------------------------*
      * VIBEGARDEN: TIER-BAND DISTRIBUTION AND MIGRATION ANALYSIS
      * TRENDRPT.cbl AND YTDMRPT.cbl TREND THE DAILY TOTALS; THIS JOB
      * SHOWS HOW THE SCORES BEHIND THOSE TOTALS ARE SPREAD ACROSS THE
      * BONUS BANDS, MONTH BY MONTH, SO A DRIFT OF THE POPULATION INTO
      * A HIGHER BAND (OR OUT OF EVERY BAND) IS SEEN AS IT HAPPENS.
      *
      * EVERY LIVE SCOREMST.DAT RECORD WHOSE MS-ID-DATE IS IN THE RANGE
      * - AND, WITH THE HIST OPTION, EVERY SCOREHST.DAT RECORD TOO - IS
      * PUT IN THE BAND ITS BASE SCORE FALLS IN UNDER THE TIER SET IN
      * EFFECT ON ITS MS-ID-DATE (SAME SELECTION AS MSTSWEEP.cbl), OR
      * IN THE DEFAULT BAND WHEN NO BAND OF THAT SET COVERS IT - THE
      * SAME CONDITION THAT MAKES CALCDVOP.cbl WRITE A TIEREXCP.DAT
      * LINE. THE CONDITION IS RE-DERIVED HERE RATHER THAN READ BACK
      * FROM TIEREXCP.DAT SO ARCHIVED MONTHS CAN BE ANALYSED TOO. A
      * DAY POSTED UNDER A CALCDVOP PARM MULTIPLIER OVERRIDE IS STILL
      * BANDED BY ITS BASE SCORE.
      *
      * THE REPORT (TIERDIST.DAT) HAS, FOR EACH MONTH IN THE RANGE:
      *   - COUNT, BASE-SCORE TOTAL AND PAYOUT (MS-TOTAL-RESULT) PER
      *     BAND, WITH THE MONTH'S TOTALS;
      *   - A FIXED-WIDTH HISTOGRAM OF BASE SCORES IN 100-POINT
      *     BUCKETS, THE BAR SCALED TO THE MONTH'S BUSIEST BUCKET;
      * THEN A MONTH-OVER-MONTH MOVEMENT SECTION GIVING EACH BAND'S
      * SHARE OF THE MONTH'S SCORES AND OF ITS PAYOUT, WITH THE CHANGE
      * IN POINTS FROM THE MONTH BEFORE. A MONTH WHOSE DEFAULT-BAND
      * SHARE IS HIGHER THAN THE MONTH BEFORE IS FLAGGED.
      *
      * PARM (EITHER ITEM, EITHER ORDER, COMMA-SEPARATED):
      *   DATE=20250801-20250930   MS-ID-DATE RANGE (ONE DATE = ONE
      *                            DAY). DEFAULT: THE FIRST OF THE
      *                            MONTH TWELVE MONTHS BACK THROUGH
      *                            TODAY.
      *   HIST                     ALSO READ THE SCOREHST.DAT ARCHIVE.
      *
      * RETURN CODES: 0 NORMAL, 4 A MONTH WAS FLAGGED (OR HIST WAS
      * ASKED FOR AND SCOREHST.DAT WOULD NOT OPEN), 16 THE REPORT,
      * SCOREMST.DAT OR THE TIER TABLE COULD NOT BE OPENED.
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

           SELECT SCORE-HIST-FILE ASSIGN TO "SCOREHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT BONUS-TIER-FILE ASSIGN TO "BONUSTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-FILE-STATUS.

           SELECT BONUS-EFF-FILE ASSIGN TO "BONUSEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONEFF-FILE-STATUS.

           SELECT DIST-RPT-FILE ASSIGN TO "TIERDIST.DAT"
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

      * SAME 44-BYTE FLAT LAYOUT SCOREARC.cbl WRITES (SEE SCOREHRT.cbl).
       FD  SCORE-HIST-FILE
           RECORDING MODE IS F.
       01  SCORE-HIST-RECORD.
           05  SH-SCORE-ID.
               10  SH-ID-DATE      PIC 9(8).
               10  SH-ID-SEQ       PIC 9(4).
           05  SH-BASE-SCORE       PIC 9(3)V99.
           05  SH-MULTIPLIER       PIC 9V9.
           05  SH-TOTAL-RESULT     PIC 9(7)V99.
           05  SH-PARTICIPANT-ID   PIC X(8).
           05  SH-CAP-FACTOR       PIC 9V9(6).
           05  SH-CALC-MODE        PIC X.

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

       FD  DIST-RPT-FILE
           RECORDING MODE IS F.
       01  DIST-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WSBONUS.

       COPY WSBONEFF.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-BONUS-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-FATAL-SW            PIC X VALUE 'N'.
             88 WS-DIST-FATAL       VALUE 'Y'.
          05 WS-HIST-SW             PIC X VALUE 'N'.
             88 WS-READ-HISTORY     VALUE 'Y'.
          05 WS-HIST-READ-SW        PIC X VALUE 'N'.
             88 WS-HISTORY-WAS-READ VALUE 'Y'.

       01 WS-MASTER-REL-KEY         PIC 9(9) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 FILLER                 PIC X(13).

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.

       01 WS-PARM-CONTROL.
          05 WS-PARM-RAW            PIC X(60).
          05 WS-PARM-TOKEN-1        PIC X(30).
          05 WS-PARM-TOKEN-2        PIC X(30).
          05 WS-PARM-QUERY          PIC X(30).
          05 WS-PARM-MODE           PIC X(4).
          05 WS-PARM-VALUE          PIC X(25).
          05 WS-PARM-FROM-RAW       PIC X(8).
          05 WS-PARM-TO-RAW         PIC X(8).

       01 WS-RANGE.
          05 WS-FROM-DATE           PIC 9(8) VALUE ZERO.
          05 WS-TO-DATE             PIC 9(8) VALUE ZERO.
          05 WS-RANGE-MONTHS        PIC 9(7) VALUE ZERO.
          05 WS-RANGE-YYYY          PIC 9(4) VALUE ZERO.
          05 WS-RANGE-MM            PIC 9(2) VALUE ZERO.

      * ONE SCORE, FROM EITHER FILE, AS 300-TAKE-SCORE SEES IT.
       01 WS-SCORE-IN.
          05 WS-IN-DATE             PIC 9(8).
          05 WS-IN-BASE             PIC 9(3)V99.
          05 WS-IN-RESULT           PIC 9(7)V99.
          05 WS-IN-YYYYMM           PIC 9(6).
          05 WS-IN-BAND             PIC 9.
          05 WS-IN-BUCKET           PIC 99.

      * THE FIVE BANDS: THE FOUR TIER ROWS OF THE SET IN EFFECT, BY
      * POSITION, THEN THE DEFAULT (NO BAND COVERS THE BASE SCORE).
      * TEN HISTOGRAM BUCKETS OF 100 BASE POINTS COVER 0.00-999.99.
       01 WS-BAND-LIMITS.
          05 WS-BAND-COUNT          PIC 9 VALUE 5.
          05 WS-DEFAULT-BAND        PIC 9 VALUE 5.
          05 WS-BUCKET-COUNT        PIC 99 VALUE 10.
          05 WS-BAR-WIDTH           PIC 99 VALUE 40.

      * ONE ENTRY PER YEAR/MONTH SEEN, KEPT IN YEAR/MONTH ORDER AS
      * THEY ARRIVE (A RESTORED OR ARCHIVED RECORD CAN BE OUT OF
      * ORDER ON FILE). TEN YEARS IS THE MOST ONE RUN REPORTS - A
      * SCORE IN A MONTH PAST THAT IS COUNTED AS NOT REPORTED.
       01 WS-MONTH-TABLE.
          05 WS-MON-COUNT           PIC 9(3) VALUE ZERO.
          05 WS-MON-MAX             PIC 9(3) VALUE 120.
          05 WS-MON-FOUND           PIC 9(3) VALUE ZERO.
          05 WS-MON-SCAN            PIC 9(3) VALUE ZERO.
          05 WS-MON-SHIFT           PIC 9(3) VALUE ZERO.
          05 WS-MON-ENTRY OCCURS 120 TIMES.
             10 WS-MON-YYYYMM       PIC 9(6).
             10 WS-MON-SCORES       PIC 9(7).
             10 WS-MON-BASE-TOTAL   PIC 9(9)V99.
             10 WS-MON-PAY-TOTAL    PIC 9(11)V99.
             10 WS-MON-BAND OCCURS 5 TIMES.
                15 WS-MB-COUNT      PIC 9(7).
                15 WS-MB-BASE       PIC 9(9)V99.
                15 WS-MB-PAY        PIC 9(11)V99.
             10 WS-MON-BUCKET OCCURS 10 TIMES PIC 9(7).

       01 WS-SUBSCRIPTS.
          05 WS-BND                 PIC 9 VALUE ZERO.
          05 WS-BKT                 PIC 99 VALUE ZERO.
          05 WS-BUCKET-HIGH         PIC 9(7) VALUE ZERO.
          05 WS-BAR-LEN             PIC 99 VALUE ZERO.

      * SHARES FOR THE MOVEMENT SECTION, IN PERCENT. THE PRIOR MONTH'S
      * SHARES ARE CARRIED FORWARD BAND BY BAND.
       01 WS-SHARE-WORK.
          05 WS-SHARE-NOW           PIC 9(3)V99 VALUE ZERO.
          05 WS-PAYSHR-NOW          PIC 9(3)V99 VALUE ZERO.
          05 WS-SHARE-CHANGE        PIC S9(3)V99 VALUE ZERO.
          05 WS-PAYSHR-CHANGE       PIC S9(3)V99 VALUE ZERO.
          05 WS-PRIOR-BAND OCCURS 5 TIMES.
             10 WS-SHARE-PRIOR      PIC 9(3)V99.
             10 WS-PAYSHR-PRIOR     PIC 9(3)V99.
          05 WS-RISE-SW             PIC X VALUE 'N'.
             88 WS-DEFAULT-ROSE     VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
          05 WS-MASTER-READ         PIC 9(9) VALUE ZERO.
          05 WS-HIST-READ           PIC 9(9) VALUE ZERO.
          05 WS-IN-RANGE            PIC 9(9) VALUE ZERO.
          05 WS-UNREADABLE          PIC 9(9) VALUE ZERO.
          05 WS-NOT-REPORTED        PIC 9(9) VALUE ZERO.
          05 WS-FLAGGED-MONTHS      PIC 9(3) VALUE ZERO.
          05 WS-LAST-SET-DATE       PIC 9(8) VALUE ZERO.

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN TIER-BAND DISTRIBUTION AND MIGRATION".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-RUN             PIC 9999/99/99.
          05 FILLER                 PIC X(10) VALUE "   RANGE: ".
          05 WS-HDG-FROM            PIC 9999/99/99.
          05 FILLER                 PIC X(4)  VALUE " TO ".
          05 WS-HDG-TO              PIC 9999/99/99.
          05 FILLER                 PIC X(26) VALUE SPACES.

       01 WS-RPT-HEADING-3.
          05 FILLER                 PIC X(17)
             VALUE "TIER TABLE FROM: ".
          05 WS-HDG-TABLE           PIC X(12).
          05 FILLER                 PIC X(13)
             VALUE "   SCOREHST: ".
          05 WS-HDG-HIST            PIC X(30).
          05 FILLER                 PIC X(8)  VALUE SPACES.

       01 WS-RPT-RULE               PIC X(80) VALUE ALL "-".

       01 WS-RPT-BLANK-LINE         PIC X(80) VALUE SPACES.

       01 WS-RPT-LEGEND-HEADING.
          05 FILLER                 PIC X(35)
             VALUE "BANDS OF THE TIER SET IN EFFECT ON ".
          05 WS-LGH-DATE            PIC 9999/99/99.
          05 FILLER                 PIC X(35) VALUE SPACES.

       01 WS-RPT-LEGEND-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-LGL-BAND            PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-LGL-LOW             PIC ZZ9.99.
          05 FILLER                 PIC X(3)  VALUE " - ".
          05 WS-LGL-HIGH            PIC ZZ9.99.
          05 FILLER                 PIC X(4)  VALUE "  X ".
          05 WS-LGL-MULT            PIC 9.9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-LGL-MODE            PIC X(8).
          05 FILLER                 PIC X(36) VALUE SPACES.

       01 WS-RPT-LEGEND-DEFAULT.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 FILLER                 PIC X(8)  VALUE "DEFAULT".
          05 FILLER                 PIC X(21)
             VALUE "  NOT IN ANY BAND  X ".
          05 WS-LGD-MULT            PIC 9.9.
          05 FILLER                 PIC X(46)
             VALUE "  (THE TIEREXCP.DAT FALLBACK)".

       01 WS-RPT-MONTH-HEADING.
          05 FILLER                 PIC X(6)  VALUE "MONTH ".
          05 WS-MHD-YYYY            PIC 9(4).
          05 FILLER                 PIC X     VALUE "-".
          05 WS-MHD-MM              PIC 9(2).
          05 FILLER                 PIC X(67) VALUE SPACES.

       01 WS-RPT-BAND-COLUMNS.
          05 FILLER                 PIC X(40)
             VALUE "  BAND          COUNT     BASE TOTAL    ".
          05 FILLER                 PIC X(40)
             VALUE "          PAYOUT                        ".

       01 WS-RPT-BAND-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RBL-BAND            PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RBL-COUNT           PIC Z,ZZZ,ZZ9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RBL-BASE            PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RBL-PAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-RPT-HISTO-HEADING      PIC X(80)
          VALUE "  BASE SCORE HISTOGRAM (100-POINT BUCKETS)".

       01 WS-RPT-HISTO-LINE.
          05 FILLER                 PIC X(4)  VALUE SPACES.
          05 WS-RHL-LOW             PIC 9(3).
          05 FILLER                 PIC X     VALUE "-".
          05 WS-RHL-HIGH            PIC 9(3).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RHL-COUNT           PIC Z,ZZZ,ZZ9.
          05 FILLER                 PIC X(3)  VALUE " | ".
          05 WS-RHL-BAR             PIC X(40).
          05 FILLER                 PIC X(15) VALUE SPACES.

       01 WS-RPT-MOVE-HEADING       PIC X(80)
          VALUE "MONTH-OVER-MONTH MOVEMENT (SHARES IN PERCENT, CHANGE "
             & "IN POINTS)".

       01 WS-RPT-MOVE-COLUMNS.
          05 FILLER                 PIC X(40)
             VALUE "  MONTH    BAND      SCORE SHARE  CHANGE".
          05 FILLER                 PIC X(40)
             VALUE "   PAYOUT SHARE  CHANGE                 ".

       01 WS-RPT-MOVE-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RML-MONTH           PIC X(7).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RML-BAND            PIC X(8).
          05 FILLER                 PIC X(6)  VALUE SPACES.
          05 WS-RML-SHARE           PIC ZZ9.9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RML-SHARE-CHG       PIC X(6).
          05 FILLER                 PIC X(9)  VALUE SPACES.
          05 WS-RML-PAYSHR          PIC ZZ9.9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-RML-PAYSHR-CHG      PIC X(6).
          05 FILLER                 PIC X(20) VALUE SPACES.

       01 WS-EDIT-CHANGE            PIC +++9.9.

       01 WS-RPT-FLAG-LINE.
          05 FILLER                 PIC X(13)
             VALUE "  ** FLAG ** ".
          05 FILLER                 PIC X(30)
             VALUE "DEFAULT-MULTIPLIER SHARE ROSE ".
          05 WS-RFL-PRIOR           PIC ZZ9.9.
          05 FILLER                 PIC X(5)  VALUE "% -> ".
          05 WS-RFL-NOW             PIC ZZ9.9.
          05 FILLER                 PIC X(22) VALUE "%".

       01 WS-RPT-STATUS-LINE        PIC X(80).

       01 WS-RPT-TOTALS-LINE.
          05 FILLER                 PIC X(14) VALUE "SCOREMST READ:".
          05 WS-RTL-MASTER          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(11) VALUE "  SCOREHST:".
          05 WS-RTL-HIST            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(11) VALUE "  IN RANGE:".
          05 WS-RTL-RANGE           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(27)
             VALUE "** TIER DISTRIBUTION END **".
          05 FILLER                 PIC X(9)  VALUE " MONTHS: ".
          05 WS-TRL-MONTHS          PIC ZZ9.
          05 FILLER                 PIC X(10) VALUE "  FLAGGED:".
          05 WS-TRL-FLAGGED         PIC ZZ9.
          05 FILLER                 PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF NOT WS-DIST-FATAL
               PERFORM 200-READ-MASTER
               IF WS-READ-HISTORY
                   PERFORM 250-READ-HISTORY
               END-IF
               PERFORM 600-WRITE-REPORT
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           PERFORM 150-GET-PARM
           OPEN OUTPUT DIST-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - TIERDIST.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-DIST-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-DIST-FATAL
               PERFORM 170-LOAD-BONUS-TABLE
           END-IF
           IF NOT WS-DIST-FATAL
               OPEN INPUT SCORE-MASTER-FILE
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - SCOREMST.DAT open "
                       "failed, status " WS-MASTER-FILE-STATUS
                   SET WS-DIST-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * DEFAULT RANGE FIRST, THEN EACH PARM ITEM OVERRIDES ITS PART.
       150-GET-PARM.
           COMPUTE WS-RANGE-MONTHS =
               WS-CURR-YYYY * 12 + WS-CURR-MM - 1 - 12
           DIVIDE WS-RANGE-MONTHS BY 12
               GIVING WS-RANGE-YYYY REMAINDER WS-RANGE-MM
           COMPUTE WS-FROM-DATE =
               WS-RANGE-YYYY * 10000 + (WS-RANGE-MM + 1) * 100 + 1
           MOVE WS-RUN-DATE TO WS-TO-DATE
           MOVE SPACES TO WS-PARM-RAW
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW NOT = SPACES
               MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               UNSTRING WS-PARM-RAW DELIMITED BY ","
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               END-UNSTRING
               MOVE WS-PARM-TOKEN-1 TO WS-PARM-QUERY
               PERFORM 155-TAKE-PARM-ITEM
               MOVE WS-PARM-TOKEN-2 TO WS-PARM-QUERY
               PERFORM 155-TAKE-PARM-ITEM
           END-IF
           DISPLAY "VibeGarden tier distribution - " WS-FROM-DATE
               " through " WS-TO-DATE
           IF WS-READ-HISTORY
               DISPLAY "VibeGarden tier distribution - SCOREHST.DAT "
                   "included"
           END-IF.

      * SAME DATE= RANGE FORM AS SCOREHRT.cbl'S 155-PARSE-QUERY-RANGE.
       155-TAKE-PARM-ITEM.
           IF WS-PARM-QUERY NOT = SPACES
               MOVE SPACES TO WS-PARM-MODE WS-PARM-VALUE
               UNSTRING WS-PARM-QUERY DELIMITED BY "="
                   INTO WS-PARM-MODE WS-PARM-VALUE
               END-UNSTRING
               MOVE SPACES TO WS-PARM-FROM-RAW WS-PARM-TO-RAW
               UNSTRING WS-PARM-VALUE DELIMITED BY "-"
                   INTO WS-PARM-FROM-RAW WS-PARM-TO-RAW
               END-UNSTRING
               IF WS-PARM-TO-RAW = SPACES
                   MOVE WS-PARM-FROM-RAW TO WS-PARM-TO-RAW
               END-IF
               EVALUATE TRUE
                   WHEN WS-PARM-QUERY = "HIST"
                       SET WS-READ-HISTORY TO TRUE
                   WHEN WS-PARM-MODE = "DATE"
                    AND WS-PARM-FROM-RAW IS NUMERIC
                    AND WS-PARM-TO-RAW IS NUMERIC
                    AND WS-PARM-FROM-RAW <= WS-PARM-TO-RAW
                       MOVE WS-PARM-FROM-RAW TO WS-FROM-DATE
                       MOVE WS-PARM-TO-RAW   TO WS-TO-DATE
                   WHEN OTHER
                       DISPLAY "VibeGarden PARM ignored (expected "
                           "DATE=yyyymmdd-yyyymmdd or HIST): "
                           WS-PARM-QUERY
               END-EVALUATE
           END-IF.

      * SAME TIER-SET LOADING AND SELECTION AS MSTSWEEP.cbl - EVERY SET
      * LOADED, THE ONE IN EFFECT ON EACH SCORE'S MS-ID-DATE PICKED AS
      * IT IS REACHED. NO TABLE MEANS NO BANDS, SO A MISSING
      * BONUSTBL.DAT IS FATAL.
       170-LOAD-BONUS-TABLE.
           PERFORM 171-LOAD-EFFECTIVE-SETS
           IF WS-SET-TABLE-LOADED
               MOVE "BONUSEFF.DAT" TO WS-HDG-TABLE
           ELSE
               MOVE "BONUSTBL.DAT" TO WS-HDG-TABLE
               PERFORM 174-LOAD-FLAT-TABLE
           END-IF.

       171-LOAD-EFFECTIVE-SETS.
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
                           PERFORM 172-ADD-EFFECTIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE BONUS-EFF-FILE
               IF WS-SET-COUNT > ZERO
                   SET WS-SET-TABLE-LOADED TO TRUE
               END-IF
           END-IF.

       172-ADD-EFFECTIVE-ROW.
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

       174-LOAD-FLAT-TABLE.
           OPEN INPUT BONUS-TIER-FILE
           IF WS-BONUS-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - BONUSTBL.DAT open failed, "
                   "status " WS-BONUS-FILE-STATUS
               SET WS-DIST-FATAL TO TRUE
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

      * SAME SELECTION RULE AS MSTSWEEP.cbl'S 156-SELECT-TIER-SET:
      * LATEST EFFECTIVE DATE NOT AFTER WS-SET-TARGET-DATE, FALLING
      * BACK TO THE EARLIEST SET FOR A TARGET OLDER THAN EVERYTHING
      * ON FILE.
       176-SELECT-TIER-SET.
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
           PERFORM 177-COPY-PICKED-SET.

       177-COPY-PICKED-SET.
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

      * AN EMPTY SLOT IS SKIPPED; A RECORD WITH A NON-NUMERIC DATE,
      * BASE OR RESULT IS COUNTED AS UNREADABLE (MSTSWEEP REPORTS IT).
       200-READ-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-REACHED
               READ SCORE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF-REACHED TO TRUE
                   NOT AT END
                       IF MS-SCORE-ID NOT = ZERO
                          AND MS-SCORE-ID NOT = SPACES
                           ADD 1 TO WS-MASTER-READ
                           IF MS-ID-DATE IS NUMERIC
                              AND MS-BASE-SCORE IS NUMERIC
                              AND MS-TOTAL-RESULT IS NUMERIC
                               MOVE MS-ID-DATE      TO WS-IN-DATE
                               MOVE MS-BASE-SCORE   TO WS-IN-BASE
                               MOVE MS-TOTAL-RESULT TO WS-IN-RESULT
                               PERFORM 300-TAKE-SCORE
                           ELSE
                               ADD 1 TO WS-UNREADABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-MASTER-FILE.

       250-READ-HISTORY.
           OPEN INPUT SCORE-HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden WARNING - SCOREHST.DAT open failed, "
                   "status " WS-HIST-FILE-STATUS
                   " - archived scores not included"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-HISTORY-WAS-READ TO TRUE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ SCORE-HIST-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF SCORE-HIST-RECORD NOT = SPACES
                               ADD 1 TO WS-HIST-READ
                               IF SH-ID-DATE IS NUMERIC
                                  AND SH-BASE-SCORE IS NUMERIC
                                  AND SH-TOTAL-RESULT IS NUMERIC
                                   MOVE SH-ID-DATE    TO WS-IN-DATE
                                   MOVE SH-BASE-SCORE TO WS-IN-BASE
                                   MOVE SH-TOTAL-RESULT
                                     TO WS-IN-RESULT
                                   PERFORM 300-TAKE-SCORE
                               ELSE
                                   ADD 1 TO WS-UNREADABLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-HIST-FILE
           END-IF.

       300-TAKE-SCORE.
           IF WS-IN-DATE >= WS-FROM-DATE AND WS-IN-DATE <= WS-TO-DATE
               ADD 1 TO WS-IN-RANGE
               DIVIDE WS-IN-DATE BY 100 GIVING WS-IN-YYYYMM
               PERFORM 310-FIND-MONTH
               IF WS-MON-FOUND = ZERO
                   ADD 1 TO WS-NOT-REPORTED
               ELSE
                   PERFORM 320-FIND-BAND
                   DIVIDE WS-IN-BASE BY 100 GIVING WS-IN-BUCKET
                   ADD 1 TO WS-IN-BUCKET
                   ADD 1 TO WS-MON-SCORES (WS-MON-FOUND)
                   ADD WS-IN-BASE   TO WS-MON-BASE-TOTAL (WS-MON-FOUND)
                   ADD WS-IN-RESULT TO WS-MON-PAY-TOTAL (WS-MON-FOUND)
                   ADD 1 TO WS-MB-COUNT (WS-MON-FOUND WS-IN-BAND)
                   ADD WS-IN-BASE
                     TO WS-MB-BASE (WS-MON-FOUND WS-IN-BAND)
                   ADD WS-IN-RESULT
                     TO WS-MB-PAY (WS-MON-FOUND WS-IN-BAND)
                   ADD 1 TO WS-MON-BUCKET (WS-MON-FOUND WS-IN-BUCKET)
               END-IF
           END-IF.

      * FIND THE SCORE'S MONTH, OR OPEN IT IN YEAR/MONTH ORDER BY
      * SHIFTING THE LATER MONTHS DOWN ONE ENTRY.
       310-FIND-MONTH.
           MOVE ZERO TO WS-MON-FOUND
           MOVE 1 TO WS-MON-SCAN
           PERFORM UNTIL WS-MON-SCAN > WS-MON-COUNT
                      OR WS-MON-YYYYMM (WS-MON-SCAN) >= WS-IN-YYYYMM
               ADD 1 TO WS-MON-SCAN
           END-PERFORM
           IF WS-MON-SCAN <= WS-MON-COUNT
              AND WS-MON-YYYYMM (WS-MON-SCAN) = WS-IN-YYYYMM
               MOVE WS-MON-SCAN TO WS-MON-FOUND
           ELSE
               IF WS-MON-COUNT < WS-MON-MAX
                   PERFORM VARYING WS-MON-SHIFT FROM WS-MON-COUNT BY -1
                           UNTIL WS-MON-SHIFT < WS-MON-SCAN
                       MOVE WS-MON-ENTRY (WS-MON-SHIFT)
                         TO WS-MON-ENTRY (WS-MON-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-MON-SCAN TO WS-MON-FOUND
                   INITIALIZE WS-MON-ENTRY (WS-MON-FOUND)
                   MOVE WS-IN-YYYYMM TO WS-MON-YYYYMM (WS-MON-FOUND)
               END-IF
           END-IF.

      * SAME BAND SEARCH AS CALCDVOP.cbl'S 350-LOOKUP-BONUS-TIER -
      * RUNNING OFF THE END OF THE TABLE IS THE DEFAULT FALLBACK.
       320-FIND-BAND.
           IF WS-SET-TABLE-LOADED
              AND WS-IN-DATE NOT = WS-LAST-SET-DATE
               MOVE WS-IN-DATE TO WS-SET-TARGET-DATE
               PERFORM 176-SELECT-TIER-SET
               MOVE WS-IN-DATE TO WS-LAST-SET-DATE
           END-IF
           MOVE WS-DEFAULT-BAND TO WS-IN-BAND
           SET WS-TIER-IDX TO 1
           SEARCH WS-BONUS-TIER
               AT END
                   MOVE WS-DEFAULT-BAND TO WS-IN-BAND
               WHEN WS-IN-BASE >= WS-TIER-LOW (WS-TIER-IDX)
                AND WS-IN-BASE <= WS-TIER-HIGH (WS-TIER-IDX)
                   SET WS-IN-BAND TO WS-TIER-IDX
           END-SEARCH.

       600-WRITE-REPORT.
           MOVE WS-RUN-DATE  TO WS-HDG-RUN
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-TO-DATE   TO WS-HDG-TO
           EVALUATE TRUE
               WHEN WS-HISTORY-WAS-READ
                   MOVE "INCLUDED" TO WS-HDG-HIST
               WHEN WS-READ-HISTORY
                   MOVE "ASKED FOR, WOULD NOT OPEN" TO WS-HDG-HIST
               WHEN OTHER
                   MOVE "NOT READ (NO HIST PARM)" TO WS-HDG-HIST
           END-EVALUATE
           WRITE DIST-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE DIST-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE DIST-RPT-RECORD FROM WS-RPT-HEADING-3
           WRITE DIST-RPT-RECORD FROM WS-RPT-RULE
           PERFORM 610-WRITE-LEGEND
           PERFORM VARYING WS-MON-SCAN FROM 1 BY 1
                   UNTIL WS-MON-SCAN > WS-MON-COUNT
               PERFORM 620-WRITE-MONTH
           END-PERFORM
           WRITE DIST-RPT-RECORD FROM WS-RPT-RULE
           WRITE DIST-RPT-RECORD FROM WS-RPT-MOVE-HEADING
           IF WS-MON-COUNT < 2
               MOVE "  FEWER THAN TWO MONTHS IN RANGE - NO MOVEMENT "
                  & "TO SHOW" TO WS-RPT-STATUS-LINE
               WRITE DIST-RPT-RECORD FROM WS-RPT-STATUS-LINE
           ELSE
               WRITE DIST-RPT-RECORD FROM WS-RPT-MOVE-COLUMNS
               PERFORM VARYING WS-BND FROM 1 BY 1
                       UNTIL WS-BND > WS-BAND-COUNT
                   MOVE 1 TO WS-MON-FOUND
                   PERFORM 660-TAKE-SHARES
                   MOVE WS-SHARE-NOW  TO WS-SHARE-PRIOR (WS-BND)
                   MOVE WS-PAYSHR-NOW TO WS-PAYSHR-PRIOR (WS-BND)
               END-PERFORM
               PERFORM VARYING WS-MON-SCAN FROM 2 BY 1
                       UNTIL WS-MON-SCAN > WS-MON-COUNT
                   PERFORM 650-WRITE-MOVEMENT
               END-PERFORM
           END-IF
           WRITE DIST-RPT-RECORD FROM WS-RPT-RULE
           IF WS-UNREADABLE > ZERO
               MOVE SPACES TO WS-RPT-STATUS-LINE
               MOVE WS-UNREADABLE TO WS-RBL-COUNT
               STRING "*** " DELIMITED BY SIZE
                   WS-RBL-COUNT DELIMITED BY SIZE
                   " RECORD(S) WITH A NON-NUMERIC DATE, BASE OR RESULT "
                       DELIMITED BY SIZE
                   "SKIPPED ***" DELIMITED BY SIZE
                   INTO WS-RPT-STATUS-LINE
               END-STRING
               WRITE DIST-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           IF WS-NOT-REPORTED > ZERO
               MOVE SPACES TO WS-RPT-STATUS-LINE
               MOVE WS-NOT-REPORTED TO WS-RBL-COUNT
               STRING "*** " DELIMITED BY SIZE
                   WS-RBL-COUNT DELIMITED BY SIZE
                   " SCORE(S) PAST THE 120TH MONTH NOT REPORTED ***"
                       DELIMITED BY SIZE
                   INTO WS-RPT-STATUS-LINE
               END-STRING
               WRITE DIST-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           MOVE WS-MASTER-READ TO WS-RTL-MASTER
           MOVE WS-HIST-READ   TO WS-RTL-HIST
           MOVE WS-IN-RANGE    TO WS-RTL-RANGE
           WRITE DIST-RPT-RECORD FROM WS-RPT-TOTALS-LINE
           MOVE WS-MON-COUNT      TO WS-TRL-MONTHS
           MOVE WS-FLAGGED-MONTHS TO WS-TRL-FLAGGED
           WRITE DIST-RPT-RECORD FROM WS-RPT-TRAILER-LINE
           DISPLAY "VibeGarden tier distribution complete - "
               WS-IN-RANGE " score(s) in " WS-MON-COUNT " month(s), "
               WS-FLAGGED-MONTHS " flagged".

      * THE BAND EDGES CAN MOVE FROM ONE SET TO THE NEXT, SO THE BANDS
      * ARE NAMED BY TIER POSITION AND THE LEGEND SHOWS THE SET IN
      * EFFECT AT THE END OF THE RANGE.
       610-WRITE-LEGEND.
           IF WS-SET-TABLE-LOADED
               MOVE WS-TO-DATE TO WS-SET-TARGET-DATE
               PERFORM 176-SELECT-TIER-SET
               MOVE ZERO TO WS-LAST-SET-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-LGH-DATE
           WRITE DIST-RPT-RECORD FROM WS-RPT-LEGEND-HEADING
           PERFORM VARYING WS-BND FROM 1 BY 1
                   UNTIL WS-BND > WS-TIER-COUNT
               PERFORM 615-NAME-BAND
               MOVE WS-RBL-BAND TO WS-LGL-BAND
               MOVE WS-TIER-LOW (WS-BND)  TO WS-LGL-LOW
               MOVE WS-TIER-HIGH (WS-BND) TO WS-LGL-HIGH
               MOVE WS-TIER-MULT (WS-BND) TO WS-LGL-MULT
               IF WS-TIER-MODE (WS-BND) = 'M'
                   MOVE "MARGINAL" TO WS-LGL-MODE
               ELSE
                   MOVE "FLAT" TO WS-LGL-MODE
               END-IF
               WRITE DIST-RPT-RECORD FROM WS-RPT-LEGEND-LINE
           END-PERFORM
           MOVE WS-TIER-DEFAULT-MULT TO WS-LGD-MULT
           WRITE DIST-RPT-RECORD FROM WS-RPT-LEGEND-DEFAULT.

       615-NAME-BAND.
           MOVE SPACES TO WS-RBL-BAND
           IF WS-BND = WS-DEFAULT-BAND
               MOVE "DEFAULT" TO WS-RBL-BAND
           ELSE
               STRING "TIER " DELIMITED BY SIZE
                   WS-BND DELIMITED BY SIZE
                   INTO WS-RBL-BAND
               END-STRING
           END-IF.

       620-WRITE-MONTH.
           WRITE DIST-RPT-RECORD FROM WS-RPT-BLANK-LINE
           DIVIDE WS-MON-YYYYMM (WS-MON-SCAN) BY 100
               GIVING WS-MHD-YYYY REMAINDER WS-MHD-MM
           WRITE DIST-RPT-RECORD FROM WS-RPT-MONTH-HEADING
           WRITE DIST-RPT-RECORD FROM WS-RPT-BAND-COLUMNS
           PERFORM VARYING WS-BND FROM 1 BY 1
                   UNTIL WS-BND > WS-BAND-COUNT
               PERFORM 615-NAME-BAND
               MOVE WS-MB-COUNT (WS-MON-SCAN WS-BND) TO WS-RBL-COUNT
               MOVE WS-MB-BASE (WS-MON-SCAN WS-BND)  TO WS-RBL-BASE
               MOVE WS-MB-PAY (WS-MON-SCAN WS-BND)   TO WS-RBL-PAY
               WRITE DIST-RPT-RECORD FROM WS-RPT-BAND-LINE
           END-PERFORM
           MOVE "TOTAL" TO WS-RBL-BAND
           MOVE WS-MON-SCORES (WS-MON-SCAN)     TO WS-RBL-COUNT
           MOVE WS-MON-BASE-TOTAL (WS-MON-SCAN) TO WS-RBL-BASE
           MOVE WS-MON-PAY-TOTAL (WS-MON-SCAN)  TO WS-RBL-PAY
           WRITE DIST-RPT-RECORD FROM WS-RPT-BAND-LINE
           WRITE DIST-RPT-RECORD FROM WS-RPT-HISTO-HEADING
           MOVE ZERO TO WS-BUCKET-HIGH
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-BUCKET-COUNT
               IF WS-MON-BUCKET (WS-MON-SCAN WS-BKT) > WS-BUCKET-HIGH
                   MOVE WS-MON-BUCKET (WS-MON-SCAN WS-BKT)
                     TO WS-BUCKET-HIGH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > WS-BUCKET-COUNT
               PERFORM 630-WRITE-HISTO-LINE
           END-PERFORM.

      * A BUCKET WITH ANY SCORE IN IT SHOWS AT LEAST ONE MARK.
       630-WRITE-HISTO-LINE.
           COMPUTE WS-RHL-LOW  = (WS-BKT - 1) * 100
           COMPUTE WS-RHL-HIGH = WS-BKT * 100 - 1
           MOVE WS-MON-BUCKET (WS-MON-SCAN WS-BKT) TO WS-RHL-COUNT
           MOVE SPACES TO WS-RHL-BAR
           MOVE ZERO TO WS-BAR-LEN
           IF WS-BUCKET-HIGH > ZERO
               COMPUTE WS-BAR-LEN =
                   WS-MON-BUCKET (WS-MON-SCAN WS-BKT) * WS-BAR-WIDTH
                   / WS-BUCKET-HIGH
           END-IF
           IF WS-BAR-LEN = ZERO
              AND WS-MON-BUCKET (WS-MON-SCAN WS-BKT) > ZERO
               MOVE 1 TO WS-BAR-LEN
           END-IF
           IF WS-BAR-LEN > ZERO
               MOVE ALL "*" TO WS-RHL-BAR (1:WS-BAR-LEN)
           END-IF
           WRITE DIST-RPT-RECORD FROM WS-RPT-HISTO-LINE.

      * ONE LINE PER BAND FOR THE MONTH AT WS-MON-SCAN AGAINST THE
      * MONTH BEFORE IT, THEN THE DEFAULT-BAND TEST.
       650-WRITE-MOVEMENT.
           MOVE 'N' TO WS-RISE-SW
           MOVE SPACES TO WS-RML-MONTH
           DIVIDE WS-MON-YYYYMM (WS-MON-SCAN) BY 100
               GIVING WS-MHD-YYYY REMAINDER WS-MHD-MM
           STRING WS-MHD-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-MHD-MM DELIMITED BY SIZE
               INTO WS-RML-MONTH
           END-STRING
           PERFORM VARYING WS-BND FROM 1 BY 1
                   UNTIL WS-BND > WS-BAND-COUNT
               MOVE WS-MON-SCAN TO WS-MON-FOUND
               PERFORM 660-TAKE-SHARES
               COMPUTE WS-SHARE-CHANGE =
                   WS-SHARE-NOW - WS-SHARE-PRIOR (WS-BND)
               COMPUTE WS-PAYSHR-CHANGE =
                   WS-PAYSHR-NOW - WS-PAYSHR-PRIOR (WS-BND)
               PERFORM 615-NAME-BAND
               MOVE WS-RBL-BAND TO WS-RML-BAND
               COMPUTE WS-RML-SHARE ROUNDED = WS-SHARE-NOW
               COMPUTE WS-EDIT-CHANGE ROUNDED = WS-SHARE-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-RML-SHARE-CHG
               COMPUTE WS-RML-PAYSHR ROUNDED = WS-PAYSHR-NOW
               COMPUTE WS-EDIT-CHANGE ROUNDED = WS-PAYSHR-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-RML-PAYSHR-CHG
               WRITE DIST-RPT-RECORD FROM WS-RPT-MOVE-LINE
               MOVE SPACES TO WS-RML-MONTH
               IF WS-BND = WS-DEFAULT-BAND
                  AND WS-SHARE-CHANGE > ZERO
                   SET WS-DEFAULT-ROSE TO TRUE
                   COMPUTE WS-RFL-PRIOR ROUNDED =
                       WS-SHARE-PRIOR (WS-BND)
                   COMPUTE WS-RFL-NOW ROUNDED = WS-SHARE-NOW
               END-IF
               MOVE WS-SHARE-NOW  TO WS-SHARE-PRIOR (WS-BND)
               MOVE WS-PAYSHR-NOW TO WS-PAYSHR-PRIOR (WS-BND)
           END-PERFORM
           IF WS-DEFAULT-ROSE
               ADD 1 TO WS-FLAGGED-MONTHS
               WRITE DIST-RPT-RECORD FROM WS-RPT-FLAG-LINE
               DISPLAY "VibeGarden WARNING - default-multiplier share "
                   "rose in " WS-MHD-YYYY "-" WS-MHD-MM
           END-IF.

      * WS-BND'S SHARE OF THE SCORES AND OF THE PAYOUT OF THE MONTH AT
      * WS-MON-FOUND. AN EMPTY MONTH HAS NO SHARES.
       660-TAKE-SHARES.
           MOVE ZERO TO WS-SHARE-NOW WS-PAYSHR-NOW
           IF WS-MON-SCORES (WS-MON-FOUND) > ZERO
               COMPUTE WS-SHARE-NOW =
                   WS-MB-COUNT (WS-MON-FOUND WS-BND) * 100
                   / WS-MON-SCORES (WS-MON-FOUND)
           END-IF
           IF WS-MON-PAY-TOTAL (WS-MON-FOUND) > ZERO
               COMPUTE WS-PAYSHR-NOW =
                   WS-MB-PAY (WS-MON-FOUND WS-BND) * 100
                   / WS-MON-PAY-TOTAL (WS-MON-FOUND)
           END-IF.

       900-TERMINATE.
           IF WS-FLAGGED-MONTHS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE DIST-RPT-FILE
           END-IF.
