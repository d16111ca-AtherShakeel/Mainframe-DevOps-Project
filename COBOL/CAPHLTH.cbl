       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPHLTH.
      *---------------------------------------------------------------*
      * VIBEGARDEN: CAPACITY AND HARD-LIMIT HEALTH REPORT
      * THE STREAM HAS FIXED CEILINGS - TABLE SIZES AND KEY WIDTHS -
      * THAT ABEND OR ABORT A RUN THE DAY THEY ARE PASSED, AND
      * NOTHING USED TO WARN US BEFORE THAT DAY. THIS WEEKLY JOB
      * (VIBEWKLY.jcl) MEASURES HOW MUCH OF EACH CEILING THE LIVE
      * FILES ALREADY USE, PROJECTS DAYS TO EXHAUSTION FROM THE
      * VOLUME TREND, AND GRADES EACH ONE GREEN/AMBER/RED:
      *
      *   LIMIT                 OWNER     CEILING  MEASURED FROM
      *   MS-ID-SEQ PER DATE    CALCDVOP     9999  SCOREMST (BUSIEST
      *                                            DATE ON FILE)
      *   SCOREIDX ENTRIES      CALCDVOP    20000  SCOREIDX LINES
      *                         SCOREADJ
      *   SCORESRC SOURCES      CALCDVOP       50  SCORESRC LINES
      *   SRCREG SOURCES        SRCCHECK       50  SRCREG LINES
      *   TIER SETS             WSBONEFF       12  BONUSEFF DATES
      *   PAYMENTS OUTSTANDING  PAYMATCH     2000  PAYOUTS LINES PLUS
      *                                            A DAY'S EXTRACT
      *   GENCAT ENTRIES        GENKEEP       300  GENCAT LINES
      *   SNAPCAT ENTRIES       SNAPMST       100  SNAPCAT LINES
      *   CLOSED MONTHS         SCOREADJ      120  CLOSEDMN LINES
      *   PARTICIPANTS          PARTMNT      5000  PARTMST LINES
      *                         CALCDVOP
      *   CALENDAR ROWS         BUSDAY        500  BUSCAL LINES
      *   OPERATORS             SCOREADJ      200  OPERAUTH LINES
      *   APPROVAL ITEMS        SCOREADJ     3000  PENDAPPR LINES
      *   GL MAP ROWS           GLJRNL         20  GLMAP LINES
      *   EXCEPTION CASES       CASEFEED     5000  EXCCASE LINES
      *
      * PROJECTION - HOW FAST EACH CEILING IS BEING APPROACHED:
      *   - SCOREIDX GROWS BY EVERY SCORE POSTED: THE POSTED RECORDS
      *     ON THE LAST 30 CLEAN END RECORDS ON RUNCTL.DAT, OVER THE
      *     CALENDAR DAYS THEY SPAN, GIVE SCORES PER DAY.
      *   - MS-ID-SEQ AND PAYMATCH ARE PER-DAY CEILINGS: THEY ARE
      *     REACHED WHEN DAILY VOLUME GROWS INTO THEM. SRCVOL.DAT'S
      *     PER-DATE RECORD TOTALS (LAST 30 DATES) ARE SPLIT INTO AN
      *     OLDER AND A NEWER HALF; THE CHANGE IN THE AVERAGE BETWEEN
      *     THE HALVES OVER THE DAYS BETWEEN THEM IS THE GROWTH PER
      *     DAY. FLAT OR FALLING VOLUME NEVER EXHAUSTS THEM.
      *   - CLOSED MONTHS GROW BY ONE A MONTH (30 DAYS EACH).
      *   - APPROVAL ITEMS ARE NEVER DELETED: ITEMS MADE IN THE LAST
      *     30 DAYS / 30 IS THE RATE.
      *   - EVERYTHING ELSE IS MAINTAINED BY HAND OR HELD AT A
      *     RETENTION - NO RATE, GRADED ON USAGE ALONE ("N/A").
      *
      * GRADES - THRESHOLDS IN CAPPARM.DAT (ONE RECORD, ZONED; ABSENT
      * OR BLANK FIELDS TAKE THE DEFAULT):
      *   CP-AMBER-PCT   PIC 9(3)  USAGE % FOR AMBER      (DEFAULT 080)
      *   CP-RED-PCT     PIC 9(3)  USAGE % FOR RED        (DEFAULT 095)
      *   CP-AMBER-DAYS  PIC 9(3)  DAYS LEFT FOR AMBER    (DEFAULT 090)
      *   CP-RED-DAYS    PIC 9(3)  DAYS LEFT FOR RED      (DEFAULT 030)
      * ANY LIMIT GRADED AMBER OR RED ENDS RC=4 SO THE FIX CAN BE
      * SCHEDULED BEFORE A PRODUCTION RUN HITS THE CEILING. A FILE
      * THAT IS NOT THERE COUNTS AS NOTHING USED ("NOFILE" IN THE
      * USED COLUMN) BUT IS STILL PROJECTED AND GRADED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN-TO-A-WORKING-STORAGE-ITEM TRICK GENKEEP.cbl USES -
      * ONE FD RE-POINTED AT EACH FILE THAT IS JUST COUNTED.
           SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT SCORE-MASTER-FILE ASSIGN TO "SCOREMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-MASTER-REL-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT BONUS-EFF-FILE ASSIGN TO "BONUSEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONEFF-FILE-STATUS.

           SELECT PENDING-APPR-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SOURCE-VOLUME-FILE ASSIGN TO "SRCVOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCVOL-FILE-STATUS.

           SELECT CAP-PARM-FILE ASSIGN TO "CAPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPPARM-FILE-STATUS.

           SELECT CAP-RPT-FILE ASSIGN TO "CAPHLTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * WIDE ENOUGH FOR THE LONGEST LINE COUNTED (EXCCASE, 250) - A
      * LONGER LINE READ INTO A SHORTER RECORD ARRIVES AS SEVERAL
      * RECORDS AND WOULD BE COUNTED SEVERAL TIMES.
       FD  COUNT-FILE
           RECORDING MODE IS F.
       01  COUNT-RECORD            PIC X(256).

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

       FD  BONUS-EFF-FILE
           RECORDING MODE IS F.
       01  BONUS-EFF-RECORD.
           05  BE-EFF-DATE        PIC 9(8).
           05  FILLER             PIC X(15).

       FD  PENDING-APPR-FILE
           RECORDING MODE IS F.
       01  PENDING-APPR-FILE-RECORD PIC X(179).

      * MIRROR OF CALCDVOP.cbl'S RUN-CONTROL-RECORD, FIELD FOR FIELD.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-DATE         PIC 9(8).
           05  RC-EVENT            PIC X(5).
           05  RC-TIME             PIC 9(6).
           05  RC-RETURN-CODE      PIC 9(2).
           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  SOURCE-VOLUME-FILE
           RECORDING MODE IS F.
       01  SOURCE-VOLUME-RECORD.
           05  SV-RUN-DATE         PIC 9(8).
           05  SV-FILE-NAME        PIC X(40).
           05  SV-RECORDS          PIC 9(7).
           05  SV-TOTAL            PIC 9(11).

       FD  CAP-PARM-FILE
           RECORDING MODE IS F.
       01  CAP-PARM-RECORD.
           05  CP-AMBER-PCT        PIC 9(3).
           05  CP-RED-PCT          PIC 9(3).
           05  CP-AMBER-DAYS       PIC 9(3).
           05  CP-RED-DAYS         PIC 9(3).

       FD  CAP-RPT-FILE
           RECORDING MODE IS F.
       01  CAP-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PENDAPPR.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-COUNT-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-BONEFF-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-PENDAPPR-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RUNCTL-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-SRCVOL-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-CAPPARM-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-REPORT-FAIL-SW      PIC X VALUE 'N'.
             88 WS-REPORT-FAILED    VALUE 'Y'.

       01 WS-COUNT-FILE-NAME        PIC X(40).
       01 WS-COUNT-LINES            PIC 9(7) VALUE ZERO.
       01 WS-MASTER-REL-KEY         PIC 9(9) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 FILLER                 PIC X(13).

       01 WS-RUN-DATE-CONTROLS.
          05 WS-RUN-DATE            PIC 9(8) VALUE ZERO.
          05 WS-RUN-DATE-INT        PIC 9(7) VALUE ZERO.

       01 WS-THRESHOLDS.
          05 WS-AMBER-PCT           PIC 9(3) VALUE 80.
          05 WS-RED-PCT             PIC 9(3) VALUE 95.
          05 WS-AMBER-DAYS          PIC 9(3) VALUE 90.
          05 WS-RED-DAYS            PIC 9(3) VALUE 30.

      * THE CEILINGS THEMSELVES - ONE ENTRY PER LIMIT, IN REPORT
      * ORDER. A NEW TABLE SIZE ANYWHERE IN THE STREAM IS ONE MORE
      * ENTRY HERE, ONE MORE IN WS-LIMIT-COUNT, AND A MEASURING LINE
      * IN 300-MEASURE-USAGE. THE KIND BYTE SAYS HOW IT IS PROJECTED:
      *   C  CUMULATIVE, GROWS WITH EVERY SCORE POSTED (RUNCTL RATE)
      *   D  PER-DAY CEILING, REACHED AS DAILY VOLUME GROWS (SRCVOL)
      *   M  ONE MORE EVERY MONTH
      *   P  APPROVAL ITEMS MADE PER DAY (PENDAPPR)
      *   S  NO RATE - USAGE ONLY
       01 WS-LIMIT-DEFINITIONS.
          05 FILLER PIC X(36)
             VALUE "MS-ID-SEQ PER DATE    CALCDVOP09999D".
          05 FILLER PIC X(36)
             VALUE "SCOREIDX ENTRIES      CALCDVOP20000C".
          05 FILLER PIC X(36)
             VALUE "SCORESRC SOURCES      CALCDVOP00050S".
          05 FILLER PIC X(36)
             VALUE "SRCREG SOURCES        SRCCHECK00050S".
          05 FILLER PIC X(36)
             VALUE "TIER SETS (BONUSEFF)  WSBONEFF00012S".
          05 FILLER PIC X(36)
             VALUE "PAYMENTS OUTSTANDING  PAYMATCH02000D".
          05 FILLER PIC X(36)
             VALUE "GENCAT ENTRIES        GENKEEP 00300S".
          05 FILLER PIC X(36)
             VALUE "SNAPCAT ENTRIES       SNAPMST 00100S".
          05 FILLER PIC X(36)
             VALUE "CLOSED MONTHS         SCOREADJ00120M".
          05 FILLER PIC X(36)
             VALUE "PARTICIPANTS          PARTMNT 05000S".
          05 FILLER PIC X(36)
             VALUE "CALENDAR ROWS         BUSDAY  00500S".
          05 FILLER PIC X(36)
             VALUE "OPERATORS (OPERAUTH)  SCOREADJ00200S".
          05 FILLER PIC X(36)
             VALUE "APPROVAL ITEMS        SCOREADJ03000P".
          05 FILLER PIC X(36)
             VALUE "GL MAP ROWS           GLJRNL  00020S".
          05 FILLER PIC X(36)
             VALUE "EXCEPTION CASES       CASEFEED05000S".
       01 WS-LIMIT-TABLE REDEFINES WS-LIMIT-DEFINITIONS.
          05 WS-LIMIT-DEF OCCURS 15 TIMES.
             10 WS-LIM-NAME         PIC X(22).
             10 WS-LIM-OWNER        PIC X(8).
             10 WS-LIM-CEILING      PIC 9(5).
             10 WS-LIM-KIND         PIC X.
                88 WS-LIM-CUMULATIVE    VALUE 'C'.
                88 WS-LIM-PER-DAY       VALUE 'D'.
                88 WS-LIM-MONTHLY       VALUE 'M'.
                88 WS-LIM-APPROVALS     VALUE 'P'.

       01 WS-LIMIT-CONTROLS.
          05 WS-LIMIT-COUNT         PIC 9(2) VALUE 15.
          05 WS-LIM                 PIC 9(2) VALUE ZERO.
          05 WS-LIMIT-MEASURES.
             10 WS-LIMIT-MEASURE OCCURS 15 TIMES.
                15 WS-LIM-USED      PIC 9(7).
                15 WS-LIM-RATE      PIC 9(5)V99.
                15 WS-LIM-DAYS      PIC 9(5).
                15 WS-LIM-DAYS-SW   PIC X.
                   88 WS-LIM-DAYS-KNOWN VALUE 'Y'.
                15 WS-LIM-FILE-SW   PIC X.
                   88 WS-LIM-NO-FILE    VALUE 'N'.
                15 WS-LIM-PCT       PIC 9(3).
                15 WS-LIM-GRADE     PIC X(5).

       01 WS-GRADE-COUNTS.
          05 WS-GREEN-COUNT         PIC 9(2) VALUE ZERO.
          05 WS-AMBER-COUNT         PIC 9(2) VALUE ZERO.
          05 WS-RED-COUNT           PIC 9(2) VALUE ZERO.

      * SCOREMST - THE BUSIEST DATE'S HIGHEST SEQUENCE NUMBER.
       01 WS-MASTER-FIGURES.
          05 WS-PEAK-SEQ            PIC 9(4) VALUE ZERO.
          05 WS-PEAK-SEQ-DATE       PIC 9(8) VALUE ZERO.
          05 WS-MASTER-RECORDS      PIC 9(9) VALUE ZERO.

      * BONUSEFF - DISTINCT EFFECTIVE DATES, COUNTED AS THE FILE IS
      * READ (SETS ARE KEPT TOGETHER ON FILE, SO A CHANGE OF DATE IS
      * A NEW SET - THE SAME RULE 152-ADD-EFFECTIVE-ROW APPLIES).
       01 WS-SET-FIGURES.
          05 WS-SET-COUNT           PIC 9(3) VALUE ZERO.
          05 WS-SET-LAST-DATE       PIC 9(8) VALUE ZERO.
          05 WS-SET-SEEN-COUNT      PIC 9(3) VALUE ZERO.
          05 WS-SET-SEEN-DATE OCCURS 50 TIMES PIC 9(8).
          05 WS-SET-SCAN            PIC 9(3) VALUE ZERO.
          05 WS-SET-FOUND-SW        PIC X VALUE 'N'.
             88 WS-SET-FOUND        VALUE 'Y'.

      * PENDAPPR - ITEMS ON FILE AND ITEMS MADE IN THE LAST 30 DAYS.
       01 WS-APPROVAL-FIGURES.
          05 WS-APPR-ITEMS          PIC 9(7) VALUE ZERO.
          05 WS-APPR-RECENT         PIC 9(7) VALUE ZERO.

      * RUNCTL - THE LAST 30 CLEAN END RECORDS.
       01 WS-RUN-TREND.
          05 WS-RUN-MAX             PIC 9(2) VALUE 30.
          05 WS-RUN-COUNT           PIC 9(2) VALUE ZERO.
          05 WS-RUN-SCAN            PIC 9(2) VALUE ZERO.
          05 WS-RUN-ENTRY OCCURS 30 TIMES.
             10 WS-RUN-ENT-DATE     PIC 9(8).
             10 WS-RUN-ENT-RECORDS  PIC 9(7).
          05 WS-RUN-SUM-RECORDS     PIC 9(9) VALUE ZERO.
          05 WS-RUN-SPAN-DAYS       PIC 9(5) VALUE ZERO.
          05 WS-RUN-PER-DAY         PIC 9(5)V99 VALUE ZERO.
          05 WS-RUN-PER-RUN         PIC 9(5)V99 VALUE ZERO.

      * SRCVOL - RECORDS PER RUN DATE, LAST 30 DATES.
       01 WS-VOLUME-TREND.
          05 WS-VOL-MAX             PIC 9(2) VALUE 30.
          05 WS-VOL-COUNT           PIC 9(2) VALUE ZERO.
          05 WS-VOL-SCAN            PIC 9(2) VALUE ZERO.
          05 WS-VOL-HALF            PIC 9(2) VALUE ZERO.
          05 WS-VOL-ENTRY OCCURS 30 TIMES.
             10 WS-VOL-DATE         PIC 9(8).
             10 WS-VOL-RECORDS      PIC 9(9).
          05 WS-VOL-OLD-SUM         PIC 9(11) VALUE ZERO.
          05 WS-VOL-NEW-SUM         PIC 9(11) VALUE ZERO.
          05 WS-VOL-OLD-DAYSUM      PIC 9(11) VALUE ZERO.
          05 WS-VOL-NEW-DAYSUM      PIC 9(11) VALUE ZERO.
          05 WS-VOL-OLD-AVG         PIC 9(7)V99 VALUE ZERO.
          05 WS-VOL-NEW-AVG         PIC 9(7)V99 VALUE ZERO.
          05 WS-VOL-GAP-DAYS        PIC 9(5)V99 VALUE ZERO.
          05 WS-VOL-SLOPE           PIC S9(5)V99 VALUE ZERO.
          05 WS-VOL-TREND-SW        PIC X VALUE 'N'.
             88 WS-VOL-TREND-KNOWN  VALUE 'Y'.

       01 WS-PROJECTION-WORK.
          05 WS-HEADROOM            PIC S9(7) VALUE ZERO.
          05 WS-DAYS-WORK           PIC 9(9)V99 VALUE ZERO.

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN CAPACITY AND HARD-LIMIT HEALTH REPORT".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-YYYY            PIC 9(4).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-MM              PIC 9(2).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-DD              PIC 9(2).
          05 FILLER                 PIC X(12) VALUE "   AMBER AT ".
          05 WS-HDG-AMBER-PCT       PIC ZZ9.
          05 FILLER                 PIC X(5)  VALUE "% OR ".
          05 WS-HDG-AMBER-DAYS      PIC ZZ9.
          05 FILLER                 PIC X(13) VALUE " DAYS, RED AT".
          05 WS-HDG-RED-PCT         PIC ZZZ9.
          05 FILLER                 PIC X(5)  VALUE "% OR ".
          05 WS-HDG-RED-DAYS        PIC ZZ9.
          05 FILLER                 PIC X(12) VALUE " DAYS".

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".

       01 WS-RPT-HEADING-4.
          05 FILLER                 PIC X(40)
             VALUE "LIMIT                  OWNER    CEILING ".
          05 FILLER                 PIC X(40)
             VALUE "   USED  PCT   PER DAY DAYS LEFT GRADE  ".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-NAME            PIC X(22).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-OWNER           PIC X(8).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-CEILING         PIC ZZ,ZZ9.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-USED-X          PIC X(9).
          05 WS-RDL-USED REDEFINES WS-RDL-USED-X
                                     PIC Z,ZZZ,ZZ9.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-PCT             PIC ZZ9.
          05 FILLER                 PIC X VALUE "%".
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-RATE-X          PIC X(9).
          05 WS-RDL-RATE REDEFINES WS-RDL-RATE-X
                                     PIC ZZ,ZZ9.99.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-DAYS-X          PIC X(9).
          05 WS-RDL-DAYS REDEFINES WS-RDL-DAYS-X
                                     PIC ZZZZZZZZ9.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-GRADE           PIC X(5).
          05 FILLER                 PIC X VALUE SPACE.

       01 WS-RPT-RUN-TREND-LINE.
          05 FILLER                 PIC X(14) VALUE "RUNCTL TREND: ".
          05 WS-RTL-RUNS            PIC Z9.
          05 FILLER                 PIC X(16) VALUE " CLEAN RUNS OVER".
          05 WS-RTL-SPAN            PIC ZZZZ9.
          05 FILLER                 PIC X(8)  VALUE " DAYS - ".
          05 WS-RTL-PER-DAY         PIC ZZ,ZZ9.99.
          05 FILLER                 PIC X(15) VALUE " SCORES PER DAY".
          05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-RPT-VOL-TREND-LINE.
          05 FILLER                 PIC X(14) VALUE "SRCVOL TREND: ".
          05 WS-RVL-DATES           PIC Z9.
          05 FILLER                 PIC X(17) VALUE " DATES, OLDER AVG".
          05 WS-RVL-OLD-AVG         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(10) VALUE " NEWER AVG".
          05 WS-RVL-NEW-AVG         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(7)  VALUE " GROWTH".
          05 WS-RVL-SLOPE           PIC -ZZ,ZZ9.99.
          05 FILLER                 PIC X(6)  VALUE "/DAY".

       01 WS-RPT-PEAK-LINE.
          05 FILLER                 PIC X(29)
             VALUE "SCOREMST BUSIEST DATE ON FILE".
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RPL-DATE            PIC 9(8).
          05 FILLER                 PIC X(16) VALUE " HIGHEST SEQ NO ".
          05 WS-RPL-SEQ             PIC ZZZ9.
          05 FILLER                 PIC X(22) VALUE SPACES.

       01 WS-RPT-STATUS-LINE        PIC X(80).

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(24)
             VALUE "** CAPACITY HEALTH END *".
          05 FILLER                 PIC X(9)  VALUE "* GREEN: ".
          05 WS-TRL-GREEN           PIC Z9.
          05 FILLER                 PIC X(9)  VALUE "  AMBER: ".
          05 WS-TRL-AMBER           PIC Z9.
          05 FILLER                 PIC X(7)  VALUE "  RED: ".
          05 WS-TRL-RED             PIC Z9.
          05 FILLER                 PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF NOT WS-REPORT-FAILED
               PERFORM 200-GATHER-RUN-TREND
               PERFORM 250-GATHER-VOLUME-TREND
               PERFORM 300-MEASURE-USAGE
               PERFORM 500-PROJECT-AND-GRADE
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 110-GET-THRESHOLDS
           OPEN OUTPUT CAP-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - CAPHLTH.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-REPORT-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-LIM FROM 1 BY 1
                   UNTIL WS-LIM > WS-LIMIT-COUNT
               MOVE ZERO   TO WS-LIM-USED (WS-LIM)
               MOVE ZERO   TO WS-LIM-RATE (WS-LIM)
               MOVE ZERO   TO WS-LIM-DAYS (WS-LIM)
               MOVE 'N'    TO WS-LIM-DAYS-SW (WS-LIM)
               MOVE 'Y'    TO WS-LIM-FILE-SW (WS-LIM)
               MOVE ZERO   TO WS-LIM-PCT (WS-LIM)
               MOVE SPACES TO WS-LIM-GRADE (WS-LIM)
           END-PERFORM.

       110-GET-THRESHOLDS.
           OPEN INPUT CAP-PARM-FILE
           IF WS-CAPPARM-FILE-STATUS = "00"
               READ CAP-PARM-FILE
                   NOT AT END
                       IF CP-AMBER-PCT IS NUMERIC
                          AND CP-AMBER-PCT > ZERO
                           MOVE CP-AMBER-PCT TO WS-AMBER-PCT
                       END-IF
                       IF CP-RED-PCT IS NUMERIC
                          AND CP-RED-PCT > ZERO
                           MOVE CP-RED-PCT TO WS-RED-PCT
                       END-IF
                       IF CP-AMBER-DAYS IS NUMERIC
                          AND CP-AMBER-DAYS > ZERO
                           MOVE CP-AMBER-DAYS TO WS-AMBER-DAYS
                       END-IF
                       IF CP-RED-DAYS IS NUMERIC
                          AND CP-RED-DAYS > ZERO
                           MOVE CP-RED-DAYS TO WS-RED-DAYS
                       END-IF
               END-READ
               CLOSE CAP-PARM-FILE
           ELSE
               DISPLAY "VibeGarden caphlth - no CAPPARM.DAT, using "
                   "default thresholds"
           END-IF
           MOVE WS-AMBER-PCT  TO WS-HDG-AMBER-PCT
           MOVE WS-RED-PCT    TO WS-HDG-RED-PCT
           MOVE WS-AMBER-DAYS TO WS-HDG-AMBER-DAYS
           MOVE WS-RED-DAYS   TO WS-HDG-RED-DAYS
           DISPLAY "VibeGarden caphlth thresholds - amber "
               WS-AMBER-PCT "% / " WS-AMBER-DAYS " days, red "
               WS-RED-PCT "% / " WS-RED-DAYS " days".

      * THE LAST 30 CLEAN (RC 4 OR LESS) END RECORDS, ROTATED THROUGH
      * A WINDOW THE SAME WAY VARGATE.cbl KEEPS ITS TRAILING FIVE.
       200-GATHER-RUN-TREND.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden caphlth - RUNCTL.DAT not "
                   "available, status " WS-RUNCTL-FILE-STATUS
                   " - no scores-per-day rate"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF RC-EVENT = "END"
                              AND RC-RETURN-CODE <= 4
                              AND RC-RUN-DATE IS NUMERIC
                               PERFORM 210-ROTATE-RUN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE ZERO TO WS-RUN-SUM-RECORDS
           PERFORM VARYING WS-RUN-SCAN FROM 1 BY 1
                   UNTIL WS-RUN-SCAN > WS-RUN-COUNT
               ADD WS-RUN-ENT-RECORDS (WS-RUN-SCAN)
                 TO WS-RUN-SUM-RECORDS
           END-PERFORM
           IF WS-RUN-COUNT > ZERO
               COMPUTE WS-RUN-SPAN-DAYS =
                   FUNCTION INTEGER-OF-DATE
                       (WS-RUN-ENT-DATE (WS-RUN-COUNT))
                 - FUNCTION INTEGER-OF-DATE (WS-RUN-ENT-DATE (1)) + 1
               COMPUTE WS-RUN-PER-DAY ROUNDED =
                   WS-RUN-SUM-RECORDS / WS-RUN-SPAN-DAYS
               COMPUTE WS-RUN-PER-RUN ROUNDED =
                   WS-RUN-SUM-RECORDS / WS-RUN-COUNT
           END-IF.

       210-ROTATE-RUN-ENTRY.
           IF WS-RUN-COUNT < WS-RUN-MAX
               ADD 1 TO WS-RUN-COUNT
           ELSE
               PERFORM VARYING WS-RUN-SCAN FROM 1 BY 1
                       UNTIL WS-RUN-SCAN >= WS-RUN-MAX
                   MOVE WS-RUN-ENTRY (WS-RUN-SCAN + 1)
                     TO WS-RUN-ENTRY (WS-RUN-SCAN)
               END-PERFORM
           END-IF
           MOVE RC-RUN-DATE TO WS-RUN-ENT-DATE (WS-RUN-COUNT)
           MOVE RC-RECORDS  TO WS-RUN-ENT-RECORDS (WS-RUN-COUNT).

      * SRCVOL.DAT IS APPENDED IN RUN ORDER, ONE LINE PER SOURCE PER
      * RUN - LINES FOR THE SAME DATE ARE SUMMED INTO ONE DAY.
       250-GATHER-VOLUME-TREND.
           OPEN INPUT SOURCE-VOLUME-FILE
           IF WS-SRCVOL-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden caphlth - SRCVOL.DAT not "
                   "available, status " WS-SRCVOL-FILE-STATUS
                   " - no volume growth trend"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ SOURCE-VOLUME-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF SV-RUN-DATE IS NUMERIC
                              AND SV-RECORDS IS NUMERIC
                               PERFORM 260-ADD-VOLUME-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-VOLUME-FILE
           END-IF
      * FOUR DATES IS THE LEAST THAT SPLITS INTO TWO HALVES WORTH
      * COMPARING.
           IF WS-VOL-COUNT >= 4
               PERFORM 270-COMPUTE-VOLUME-SLOPE
           END-IF.

       260-ADD-VOLUME-ENTRY.
           IF WS-VOL-COUNT > ZERO
              AND WS-VOL-DATE (WS-VOL-COUNT) = SV-RUN-DATE
               ADD SV-RECORDS TO WS-VOL-RECORDS (WS-VOL-COUNT)
           ELSE
               IF WS-VOL-COUNT < WS-VOL-MAX
                   ADD 1 TO WS-VOL-COUNT
               ELSE
                   PERFORM VARYING WS-VOL-SCAN FROM 1 BY 1
                           UNTIL WS-VOL-SCAN >= WS-VOL-MAX
                       MOVE WS-VOL-ENTRY (WS-VOL-SCAN + 1)
                         TO WS-VOL-ENTRY (WS-VOL-SCAN)
                   END-PERFORM
               END-IF
               MOVE SV-RUN-DATE TO WS-VOL-DATE (WS-VOL-COUNT)
               MOVE SV-RECORDS  TO WS-VOL-RECORDS (WS-VOL-COUNT)
           END-IF.

      * OLDER HALF = THE FIRST WS-VOL-HALF DATES, NEWER HALF = THE
      * LAST WS-VOL-HALF (THE MIDDLE DATE OF AN ODD COUNT SITS OUT).
      * GROWTH PER DAY = CHANGE IN AVERAGE / DAYS BETWEEN THE HALVES'
      * AVERAGE DATES.
       270-COMPUTE-VOLUME-SLOPE.
           COMPUTE WS-VOL-HALF = WS-VOL-COUNT / 2
           MOVE ZERO TO WS-VOL-OLD-SUM WS-VOL-NEW-SUM
           MOVE ZERO TO WS-VOL-OLD-DAYSUM WS-VOL-NEW-DAYSUM
           PERFORM VARYING WS-VOL-SCAN FROM 1 BY 1
                   UNTIL WS-VOL-SCAN > WS-VOL-HALF
               ADD WS-VOL-RECORDS (WS-VOL-SCAN) TO WS-VOL-OLD-SUM
               COMPUTE WS-VOL-OLD-DAYSUM = WS-VOL-OLD-DAYSUM
                   + FUNCTION INTEGER-OF-DATE
                       (WS-VOL-DATE (WS-VOL-SCAN))
           END-PERFORM
           PERFORM VARYING WS-VOL-SCAN FROM WS-VOL-COUNT BY -1
                   UNTIL WS-VOL-SCAN <= WS-VOL-COUNT - WS-VOL-HALF
               ADD WS-VOL-RECORDS (WS-VOL-SCAN) TO WS-VOL-NEW-SUM
               COMPUTE WS-VOL-NEW-DAYSUM = WS-VOL-NEW-DAYSUM
                   + FUNCTION INTEGER-OF-DATE
                       (WS-VOL-DATE (WS-VOL-SCAN))
           END-PERFORM
           COMPUTE WS-VOL-OLD-AVG ROUNDED =
               WS-VOL-OLD-SUM / WS-VOL-HALF
           COMPUTE WS-VOL-NEW-AVG ROUNDED =
               WS-VOL-NEW-SUM / WS-VOL-HALF
           COMPUTE WS-VOL-GAP-DAYS ROUNDED =
               (WS-VOL-NEW-DAYSUM - WS-VOL-OLD-DAYSUM) / WS-VOL-HALF
           IF WS-VOL-GAP-DAYS > ZERO
               COMPUTE WS-VOL-SLOPE ROUNDED =
                   (WS-VOL-NEW-AVG - WS-VOL-OLD-AVG) / WS-VOL-GAP-DAYS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-VOL-SLOPE
               END-COMPUTE
               SET WS-VOL-TREND-KNOWN TO TRUE
           END-IF.

      * ONE MEASURING LINE PER ENTRY IN WS-LIMIT-DEFINITIONS, IN THE
      * SAME ORDER.
       300-MEASURE-USAGE.
           PERFORM 310-MEASURE-MASTER
      * ONE DATE'S SEQUENCE NUMBERS RUN AS HIGH AS THAT DATE'S
      * VOLUME - THE BUSIEST DATE ON THE MASTER, OR TODAY'S TYPICAL
      * VOLUME (NEWER SRCVOL HALF) IF THAT HAS SINCE OVERTAKEN IT.
           MOVE 1 TO WS-LIM
           MOVE WS-PEAK-SEQ TO WS-LIM-USED (WS-LIM)
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-LIM-FILE-SW (WS-LIM)
           END-IF
           IF WS-VOL-TREND-KNOWN
              AND WS-VOL-NEW-AVG > WS-LIM-USED (WS-LIM)
               MOVE WS-VOL-NEW-AVG TO WS-LIM-USED (WS-LIM)
               MOVE 'Y' TO WS-LIM-FILE-SW (WS-LIM)
           END-IF
           MOVE 2 TO WS-LIM
           MOVE "SCOREIDX.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 3 TO WS-LIM
           MOVE "SCORESRC.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 4 TO WS-LIM
           MOVE "SRCREG.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 5 TO WS-LIM
           PERFORM 320-MEASURE-TIER-SETS
      * PAYMATCH LOADS THE CARRY-FORWARD AND THEN A WHOLE DAY'S
      * EXTRACT INTO THE SAME TABLE - A TYPICAL DAY (THE RUNCTL
      * AVERAGE PER RUN) IS ADDED TO WHAT IS OUTSTANDING NOW.
           MOVE 6 TO WS-LIM
           MOVE "PAYOUTS.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           COMPUTE WS-LIM-USED (WS-LIM) =
               WS-LIM-USED (WS-LIM) + WS-RUN-PER-RUN
           MOVE 7 TO WS-LIM
           MOVE "GENCAT.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 8 TO WS-LIM
           MOVE "SNAPCAT.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 9 TO WS-LIM
           MOVE "CLOSEDMN.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 10 TO WS-LIM
           MOVE "PARTMST.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 11 TO WS-LIM
           MOVE "BUSCAL.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 12 TO WS-LIM
           MOVE "OPERAUTH.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 13 TO WS-LIM
           PERFORM 330-MEASURE-APPROVALS
           MOVE 14 TO WS-LIM
           MOVE "GLMAP.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES
           MOVE 15 TO WS-LIM
           MOVE "EXCCASE.DAT" TO WS-COUNT-FILE-NAME
           PERFORM 350-COUNT-FILE-LINES.

      * EMPTY SLOTS (ALL-ZERO SCORE ID) ARE SKIPPED, AS YTDRECON.cbl
      * DOES.
       310-MEASURE-MASTER.
           OPEN INPUT SCORE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden caphlth - SCOREMST.DAT not "
                   "available, status " WS-MASTER-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ SCORE-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF MS-SCORE-ID IS NUMERIC
                              AND MS-SCORE-ID NOT = ZERO
                               ADD 1 TO WS-MASTER-RECORDS
                               IF MS-ID-SEQ > WS-PEAK-SEQ
                                   MOVE MS-ID-SEQ  TO WS-PEAK-SEQ
                                   MOVE MS-ID-DATE TO WS-PEAK-SEQ-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-MASTER-FILE
           END-IF.

      * SETS ARE COUNTED BY DISTINCT EFFECTIVE DATE - A SET SPLIT
      * ACROSS THE FILE STILL TAKES ONE SLOT IN WS-BONUS-SET-TABLE.
       320-MEASURE-TIER-SETS.
           OPEN INPUT BONUS-EFF-FILE
           IF WS-BONEFF-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-LIM-FILE-SW (WS-LIM)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ BONUS-EFF-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF BE-EFF-DATE IS NUMERIC
                              AND BE-EFF-DATE NOT = WS-SET-LAST-DATE
                               PERFORM 325-NOTE-SET-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BONUS-EFF-FILE
               MOVE WS-SET-COUNT TO WS-LIM-USED (WS-LIM)
           END-IF.

       325-NOTE-SET-DATE.
           MOVE BE-EFF-DATE TO WS-SET-LAST-DATE
           MOVE 'N' TO WS-SET-FOUND-SW
           PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
                   UNTIL WS-SET-SCAN > WS-SET-SEEN-COUNT
               IF WS-SET-SEEN-DATE (WS-SET-SCAN) = BE-EFF-DATE
                   SET WS-SET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SET-FOUND
               ADD 1 TO WS-SET-COUNT
               IF WS-SET-SEEN-COUNT < 50
                   ADD 1 TO WS-SET-SEEN-COUNT
                   MOVE BE-EFF-DATE
                     TO WS-SET-SEEN-DATE (WS-SET-SEEN-COUNT)
               END-IF
           END-IF.

       330-MEASURE-APPROVALS.
           OPEN INPUT PENDING-APPR-FILE
           IF WS-PENDAPPR-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-LIM-FILE-SW (WS-LIM)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ PENDING-APPR-FILE
                       INTO PENDING-APPROVAL-RECORD
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-APPR-ITEMS
                           IF PA-MADE-DATE IS NUMERIC
                              AND PA-MADE-DATE > 16010101
                              AND WS-RUN-DATE-INT
                                - FUNCTION INTEGER-OF-DATE
                                    (PA-MADE-DATE) < 30
                               ADD 1 TO WS-APPR-RECENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPR-FILE
               MOVE WS-APPR-ITEMS TO WS-LIM-USED (WS-LIM)
           END-IF.

       350-COUNT-FILE-LINES.
           MOVE ZERO TO WS-COUNT-LINES
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-LIM-FILE-SW (WS-LIM)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ COUNT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF COUNT-RECORD NOT = SPACES
                               ADD 1 TO WS-COUNT-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF
           MOVE WS-COUNT-LINES TO WS-LIM-USED (WS-LIM).

       500-PROJECT-AND-GRADE.
           PERFORM VARYING WS-LIM FROM 1 BY 1
                   UNTIL WS-LIM > WS-LIMIT-COUNT
               PERFORM 510-PROJECT-ONE-LIMIT
               PERFORM 520-GRADE-ONE-LIMIT
           END-PERFORM.

       510-PROJECT-ONE-LIMIT.
           COMPUTE WS-HEADROOM =
               WS-LIM-CEILING (WS-LIM) - WS-LIM-USED (WS-LIM)
           IF WS-HEADROOM < ZERO
               MOVE ZERO TO WS-HEADROOM
           END-IF
           EVALUATE TRUE
               WHEN WS-LIM-CUMULATIVE (WS-LIM)
                   MOVE WS-RUN-PER-DAY TO WS-LIM-RATE (WS-LIM)
               WHEN WS-LIM-PER-DAY (WS-LIM)
                   IF WS-VOL-TREND-KNOWN AND WS-VOL-SLOPE > ZERO
                       MOVE WS-VOL-SLOPE TO WS-LIM-RATE (WS-LIM)
                   END-IF
               WHEN WS-LIM-MONTHLY (WS-LIM)
                   COMPUTE WS-LIM-RATE (WS-LIM) ROUNDED = 1 / 30
               WHEN WS-LIM-APPROVALS (WS-LIM)
                   COMPUTE WS-LIM-RATE (WS-LIM) ROUNDED =
                       WS-APPR-RECENT / 30
           END-EVALUATE
           IF WS-LIM-RATE (WS-LIM) > ZERO
               COMPUTE WS-DAYS-WORK =
                   WS-HEADROOM / WS-LIM-RATE (WS-LIM)
               IF WS-DAYS-WORK > 99999
                   MOVE 99999 TO WS-LIM-DAYS (WS-LIM)
               ELSE
                   MOVE WS-DAYS-WORK TO WS-LIM-DAYS (WS-LIM)
               END-IF
               SET WS-LIM-DAYS-KNOWN (WS-LIM) TO TRUE
           END-IF.

       520-GRADE-ONE-LIMIT.
           COMPUTE WS-LIM-PCT (WS-LIM) =
               WS-LIM-USED (WS-LIM) * 100 / WS-LIM-CEILING (WS-LIM)
               ON SIZE ERROR
                   MOVE 999 TO WS-LIM-PCT (WS-LIM)
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-LIM-PCT (WS-LIM) >= WS-RED-PCT
               WHEN WS-LIM-DAYS-KNOWN (WS-LIM)
                AND WS-LIM-DAYS (WS-LIM) <= WS-RED-DAYS
                   MOVE "RED" TO WS-LIM-GRADE (WS-LIM)
                   ADD 1 TO WS-RED-COUNT
               WHEN WS-LIM-PCT (WS-LIM) >= WS-AMBER-PCT
               WHEN WS-LIM-DAYS-KNOWN (WS-LIM)
                AND WS-LIM-DAYS (WS-LIM) <= WS-AMBER-DAYS
                   MOVE "AMBER" TO WS-LIM-GRADE (WS-LIM)
                   ADD 1 TO WS-AMBER-COUNT
               WHEN OTHER
                   MOVE "GREEN" TO WS-LIM-GRADE (WS-LIM)
                   ADD 1 TO WS-GREEN-COUNT
           END-EVALUATE.

       600-WRITE-REPORT.
           WRITE CAP-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE CAP-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE CAP-RPT-RECORD FROM WS-RPT-HEADING-3
           WRITE CAP-RPT-RECORD FROM WS-RPT-HEADING-4
           PERFORM VARYING WS-LIM FROM 1 BY 1
                   UNTIL WS-LIM > WS-LIMIT-COUNT
               PERFORM 610-WRITE-LIMIT-LINE
           END-PERFORM
           WRITE CAP-RPT-RECORD FROM WS-RPT-HEADING-3
           MOVE WS-RUN-COUNT     TO WS-RTL-RUNS
           MOVE WS-RUN-SPAN-DAYS TO WS-RTL-SPAN
           MOVE WS-RUN-PER-DAY   TO WS-RTL-PER-DAY
           WRITE CAP-RPT-RECORD FROM WS-RPT-RUN-TREND-LINE
           IF WS-VOL-TREND-KNOWN
               MOVE WS-VOL-COUNT   TO WS-RVL-DATES
               MOVE WS-VOL-OLD-AVG TO WS-RVL-OLD-AVG
               MOVE WS-VOL-NEW-AVG TO WS-RVL-NEW-AVG
               MOVE WS-VOL-SLOPE   TO WS-RVL-SLOPE
               WRITE CAP-RPT-RECORD FROM WS-RPT-VOL-TREND-LINE
           ELSE
               MOVE "SRCVOL TREND: FEWER THAN 4 RUN DATES ON FILE - "
                  & "NO VOLUME GROWTH PROJECTED"
                 TO WS-RPT-STATUS-LINE
               WRITE CAP-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           IF WS-PEAK-SEQ > ZERO
               MOVE WS-PEAK-SEQ-DATE TO WS-RPL-DATE
               MOVE WS-PEAK-SEQ      TO WS-RPL-SEQ
               WRITE CAP-RPT-RECORD FROM WS-RPT-PEAK-LINE
           END-IF
           IF WS-RED-COUNT + WS-AMBER-COUNT > ZERO
               MOVE "*** LIMIT(S) WITHIN MARGIN - SCHEDULE THE "
                  & "ENLARGEMENT BEFORE A RUN ABENDS ***"
                 TO WS-RPT-STATUS-LINE
           ELSE
               MOVE "ALL LIMITS CLEAR OF THE MARGIN"
                 TO WS-RPT-STATUS-LINE
           END-IF
           WRITE CAP-RPT-RECORD FROM WS-RPT-STATUS-LINE
           DISPLAY "VibeGarden caphlth - " WS-RPT-STATUS-LINE
           MOVE WS-GREEN-COUNT TO WS-TRL-GREEN
           MOVE WS-AMBER-COUNT TO WS-TRL-AMBER
           MOVE WS-RED-COUNT   TO WS-TRL-RED
           WRITE CAP-RPT-RECORD FROM WS-RPT-TRAILER-LINE.

       610-WRITE-LIMIT-LINE.
           MOVE WS-LIM-NAME (WS-LIM)    TO WS-RDL-NAME
           MOVE WS-LIM-OWNER (WS-LIM)   TO WS-RDL-OWNER
           MOVE WS-LIM-CEILING (WS-LIM) TO WS-RDL-CEILING
           IF WS-LIM-NO-FILE (WS-LIM)
               MOVE "   NOFILE" TO WS-RDL-USED-X
           ELSE
               MOVE WS-LIM-USED (WS-LIM) TO WS-RDL-USED
           END-IF
           MOVE WS-LIM-PCT (WS-LIM)     TO WS-RDL-PCT
           IF WS-LIM-RATE (WS-LIM) > ZERO
               MOVE WS-LIM-RATE (WS-LIM) TO WS-RDL-RATE
           ELSE
               MOVE "      N/A" TO WS-RDL-RATE-X
           END-IF
           IF WS-LIM-DAYS-KNOWN (WS-LIM)
               MOVE WS-LIM-DAYS (WS-LIM) TO WS-RDL-DAYS
           ELSE
               MOVE "      N/A" TO WS-RDL-DAYS-X
           END-IF
           MOVE WS-LIM-GRADE (WS-LIM)   TO WS-RDL-GRADE
           WRITE CAP-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           IF WS-LIM-GRADE (WS-LIM) NOT = "GREEN"
               DISPLAY "VibeGarden caphlth - " WS-LIM-GRADE (WS-LIM)
                   " " WS-LIM-NAME (WS-LIM) " used "
                   WS-LIM-USED (WS-LIM) " of "
                   WS-LIM-CEILING (WS-LIM)
           END-IF.

       900-TERMINATE.
           IF WS-RED-COUNT + WS-AMBER-COUNT > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE CAP-RPT-FILE
           END-IF.
