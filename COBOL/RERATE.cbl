       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERATE.
      *---------------------------------------------------------------*
      * VIBEGARDEN: RETROACTIVE RERATING FOR A BACK-DATED TIER SET
      * WHEN FINANCE AGREES A RATE CHANGE LATE, THE NEW SET GOES ON
      * BONUSEFF.DAT WITH AN EFFECTIVE DATE IN THE PAST. CALCDVOP ONLY
      * PRICES NEW SCORES WITH IT - EVERY SCORE ALREADY POSTED SINCE
      * THAT DATE KEEPS THE MS-MULTIPLIER IT POSTED WITH (SCOREWIF CAN
      * ONLY SIMULATE THE DIFFERENCE). THIS JOB RERATES THEM.
      *
      * GIVEN THE SET'S EFFECTIVE DATE, EVERY SCOREMST.DAT RECORD FROM
      * THAT DATE UP TO THE NEXT SET ON FILE (A LATER SET ALREADY
      * GOVERNS ANYTHING AFTER THAT) IS REPRICED UNDER THE NEW SET
      * THROUGH THE SAME LOOKUP AND FLAT/MARGINAL PRICING SCOREADJ.cbl
      * USES, KEEPING THE RECORD'S OWN MS-CAP-FACTOR. A RECORD IS
      * RERATED WHEN ITS MULTIPLIER OR CALCULATION MODE DIFFERS UNDER
      * THE NEW SET - OR, UNDER A MARGINAL SET, WHEN ITS RESULT DOES,
      * SINCE A MARGINAL PRICE DEPENDS ON EVERY BAND BELOW THE TOP ONE.
      *
      * A RERATING IS POSTED AS A SYSTEM-GENERATED ADJUSTMENT, EXACTLY
      * AS SCOREADJ POSTS A CORRECTION: THE MASTER RECORD IS
      * REWRITTEN, THE DELTA IS BACKED INTO YTDMST.DAT/YTDMTH.DAT, AND
      * A FULL ADJHIST.DAT LINE IS LOGGED (USER RERATE, REASON NAMING
      * THE SET) - SO GLJRNL JOURNALS IT AND MSTSWEEP CHECKS IT LIKE
      * ANY OTHER CORRECTION. THE TIER SET ITSELF WENT THROUGH FOUR-
      * EYES APPROVAL WHEN IT WAS LOADED, SO THE RERATINGS IT IMPLIES
      * ARE NOT HELD ON PENDAPPR.DAT AGAIN.
      *
      * TWO KINDS OF RECORD ARE LISTED AND LEFT ALONE:
      *   CLOSED  THE RECORD POSTED IN A MONTH MTHCLOSE HAS CLOSED
      *           (CLOSEDMN.DAT). IT IS ALSO WRITTEN TO RERATCLM.DAT
      *           IN ADJUSTIN.DAT LAYOUT (SAME BASE SCORE, REASON
      *           FILLED IN) - ONCE AUTHORIZED, THE OPERATOR ADDS A
      *           USER ID AND REOPEN CODE AND FEEDS IT TO SCOREADJ,
      *           WHICH PRICES IT UNDER THE NEW SET THROUGH ITS USUAL
      *           CLOSED-MONTH AND APPROVAL CONTROLS.
      *   REVIEW  THE RECORD'S MULTIPLIER OR MODE IS NOT WHAT THE
      *           PRIOR PRICING (THE LATEST SET DATED BEFORE THE NEW
      *           ONE, OR BONUSTBL.DAT WHEN THERE IS NONE) GAVE IT -
      *           A DAY POSTED UNDER A CALCDVOP PARM MULTIPLIER
      *           OVERRIDE, FOR ONE. RERATING IT WOULD UNDO SOMETHING
      *           THE RATE CHANGE WAS NEVER MEANT TO TOUCH.
      *
      * PAYRETRO.DAT CARRIES ONLY THE RETRO AMOUNTS, ONE LINE PER
      * POSTED RERATING THAT MOVED THE RESULT, IN PAYEXTR.DAT LAYOUT
      * (RAW UNPUNCTUATED DIGITS, SEE CALCDVOP.cbl'S WS-PAYEXTR-LINE):
      * THE RESULT FIELD HOLDS THE SIZE OF THE CHANGE, THE MULTIPLIER
      * FIELD THE NEW RATE, AND THE FIRST BYTE AFTER THE PARTICIPANT
      * (POSITION 45, FILLER ON PAYEXTR.DAT) SAYS WHICH WAY IT GOES -
      * 'T' TOP-UP (PAY THE PARTICIPANT MORE), 'C' CLAWBACK (RECOVER
      * IT). THE FILE IS REPLACED EACH POSTING RUN.
      *
      * REPORT RERATE.DAT LISTS EVERY RECORD THAT WOULD MOVE, WITH ITS
      * ACTION, THEN THE COUNTS AND THE TOP-UP/CLAWBACK TOTALS. TAKE A
      * SNAPMST SNAPSHOT BEFORE A POSTING RUN - IT IS THE ROLLBACK
      * POINT - AND RUN IT OUTSIDE THE VIBEBAT WINDOW, AHEAD OF GLJRNL
      * IF THE RERATINGS ARE TO BE IN THAT NIGHT'S JOURNAL.
      *
      * PARM (COMMA-SEPARATED, EITHER ORDER):
      *   EFF=20260801   EFFECTIVE DATE OF THE BACK-DATED SET -
      *                  REQUIRED, AND MUST BE A SET ON BONUSEFF.DAT.
      *   TRIAL          REPORT ONLY: SCOREMST.DAT IS OPENED INPUT AND
      *                  NOTHING ELSE IS WRITTEN OR CHANGED.
      *
      * RETURN CODES: 0 NORMAL, 4 ONE OR MORE RECORDS LISTED CLOSED OR
      * REVIEW, 8 A MASTER REWRITE FAILED, 16 NO USABLE PARM, THE SET
      * IS NOT ON FILE, A TIER TABLE FAILED VALIDATION, OR SCOREMST.DAT
      * OR THE REPORT COULD NOT BE OPENED - NOTHING WAS POSTED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME RELATIVE ORGANIZATION AS CALCDVOP.cbl AND SCOREADJ.cbl.
      * READ IN SLOT ORDER AND REWRITTEN IN PLACE, SO NO INDEX LOOKUP
      * IS NEEDED AND SCOREIDX.DAT STAYS VALID.
           SELECT SCORE-MASTER-FILE ASSIGN TO "SCOREMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MASTER-REL-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT BONUS-TIER-FILE ASSIGN TO "BONUSTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-FILE-STATUS.

           SELECT BONUS-EFF-FILE ASSIGN TO "BONUSEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONEFF-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "YTDMST.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-YTD-REL-KEY
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT MONTHLY-MASTER-FILE ASSIGN TO "YTDMTH.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MTH-REL-KEY
               FILE STATUS IS WS-MTH-FILE-STATUS.

           SELECT ADJUSTMENT-HIST-FILE ASSIGN TO "ADJHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

      * VibeGarden: MONTHS MTHCLOSE.cbl HAS FORMALLY CLOSED - SEE
      * 330-CHECK-CLOSED-MONTH.
           SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-FILE-STATUS.

           SELECT RETRO-PAY-FILE ASSIGN TO "PAYRETRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-FILE-STATUS.

           SELECT CLOSED-RERATE-FILE ASSIGN TO "RERATCLM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERATCLM-FILE-STATUS.

           SELECT RERATE-RPT-FILE ASSIGN TO "RERATE.DAT"
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
           05  BT-TIER-NO          PIC 9(2).
           05  BT-TIER-LOW         PIC 9(3)V99.
           05  BT-TIER-HIGH        PIC 9(3)V99.
           05  BT-TIER-MULT        PIC 9V9.
           05  BT-CALC-MODE        PIC X.

       FD  BONUS-EFF-FILE
           RECORDING MODE IS F.
       01  BONUS-EFF-RECORD.
           05  BE-EFF-DATE         PIC 9(8).
           05  BE-TIER-NO          PIC 9(2).
           05  BE-TIER-LOW         PIC 9(3)V99.
           05  BE-TIER-HIGH        PIC 9(3)V99.
           05  BE-TIER-MULT        PIC 9V9.
           05  BE-CALC-MODE        PIC X.

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           05  YTD-YEAR            PIC 9(4).
           05  YTD-TOTAL-RESULT    PIC 9(11)V99.
           05  YTD-RECORD-COUNT    PIC 9(9).

       FD  MONTHLY-MASTER-FILE.
       01  MONTHLY-MASTER-RECORD.
           05  MTH-YEAR             PIC 9(4).
           05  MTH-MONTH            PIC 9(2).
           05  MTH-TOTAL-RESULT     PIC 9(11)V99.
           05  MTH-RECORD-COUNT     PIC 9(9).

       FD  ADJUSTMENT-HIST-FILE
           RECORDING MODE IS F.
       01  ADJHIST-RECORD           PIC X(250).

       FD  CLOSED-MONTH-FILE
           RECORDING MODE IS F.
      * MIRROR OF MTHCLOSE.cbl'S CLOSED-MONTH-RECORD, FIELD FOR
      * FIELD - ONLY CM-MONTH MATTERS TO THE GUARD HERE.
       01  CLOSED-MONTH-RECORD.
           05  CM-MONTH            PIC 9(6).
           05  CM-CLOSE-DATE       PIC 9(8).
           05  CM-TOTAL            PIC 9(13).
           05  CM-COUNT            PIC 9(9).

      * SAME LENGTH AS CALCDVOP.cbl'S PAYMENT-EXTRACT-RECORD - THE
      * LINE IS BUILT IN WS-RETRO-LINE.
       FD  RETRO-PAY-FILE
           RECORDING MODE IS F.
       01  RETRO-PAY-RECORD         PIC X(80).

      * SCOREADJ.cbl'S ADJUSTMENT-IN-RECORD, FIELD FOR FIELD, SO THE
      * FILE CAN BE FED STRAIGHT TO SCOREADJ AS ADJUSTIN.DAT ONCE THE
      * USER AND REOPEN CODE ARE FILLED IN.
       FD  CLOSED-RERATE-FILE
           RECORDING MODE IS F.
       01  CLOSED-RERATE-RECORD.
           05  CR-SCORE-ID         PIC 9(12).
           05  CR-NEW-BASE-RAW     PIC X(5).
           05  CR-USER-ID          PIC X(8).
           05  CR-REASON           PIC X(30).
           05  CR-REOPEN-AUTH      PIC X(8).

       FD  RERATE-RPT-FILE
           RECORDING MODE IS F.
       01  RERATE-RPT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSBONUS.

           COPY WSBONEFF.

       01 WS-FILE-SWITCHES.
          05 WS-MASTER-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-BONUS-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-YTD-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-MTH-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-ADJHIST-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-CLOSED-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-RETRO-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-RERATCLM-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-FATAL-SW            PIC X VALUE 'N'.
             88 WS-RERATE-FATAL     VALUE 'Y'.
          05 WS-TRIAL-SW            PIC X VALUE 'N'.
             88 WS-TRIAL-RUN        VALUE 'Y'.
          05 WS-MASTER-OPEN-SW      PIC X VALUE 'N'.
             88 WS-MASTER-OPEN      VALUE 'Y'.
          05 WS-MASTER-EOF-SWITCH   PIC X VALUE 'N'.
             88 WS-MASTER-EOF       VALUE 'Y'.
          05 WS-BONUS-VALID-SW      PIC X VALUE 'Y'.
             88 WS-BONUS-TABLE-VALID   VALUE 'Y'.
             88 WS-BONUS-TABLE-INVALID VALUE 'N'.

       01 WS-BONUS-VALIDATE-CONTROLS.
          05 WS-OTIER-IDX           PIC 9(2).
          05 WS-TIER-TABLE-SOURCE   PIC X(26) VALUE "BONUSTBL.DAT".

       01 WS-MASTER-REL-KEY         PIC 9(9) VALUE ZERO.
       01 WS-YTD-REL-KEY            PIC 9(9) VALUE 1.
       01 WS-MTH-REL-KEY            PIC 9(9) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY          PIC 9(4).
          05 WS-CURR-MM            PIC 9(2).
          05 WS-CURR-DD            PIC 9(2).
          05 WS-CURR-HH            PIC 9(2).
          05 WS-CURR-MIN           PIC 9(2).
          05 WS-CURR-SEC           PIC 9(2).
          05 FILLER                PIC X(7).

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.

       01 WS-PARM-CONTROL.
          05 WS-PARM-RAW            PIC X(60).
          05 WS-PARM-TOKEN-1        PIC X(30).
          05 WS-PARM-TOKEN-2        PIC X(30).
          05 WS-PARM-QUERY          PIC X(30).
          05 WS-PARM-MODE           PIC X(4).
          05 WS-PARM-VALUE          PIC X(25).
          05 WS-PARM-EFF-RAW        PIC X(8).

      * THE THREE PRICINGS THIS RUN WORKS WITH. WS-BONUS-TABLE IS
      * LOADED FROM ONE OR OTHER SAVED COPY AS EACH IS NEEDED - THE
      * SAVES ARE THE SAME 60 BYTES AS THE TABLE ITSELF.
       01 WS-RERATE-SETS.
          05 WS-EFF-DATE            PIC 9(8) VALUE ZERO.
          05 WS-EFF-SLOT            PIC 9(2) VALUE ZERO.
          05 WS-NEXT-SET-DATE       PIC 9(8) VALUE 99999999.
          05 WS-PRIOR-SLOT          PIC 9(2) VALUE ZERO.
          05 WS-PRIOR-DATE          PIC 9(8) VALUE ZERO.
          05 WS-PRIOR-SW            PIC X VALUE 'N'.
             88 WS-PRIOR-KNOWN      VALUE 'Y'.
          05 WS-PRIOR-SOURCE        PIC X(27) VALUE SPACES.
          05 WS-NEW-TABLE-SAVE      PIC X(60).
          05 WS-NEW-MODE-SAVE       PIC X.
          05 WS-PRIOR-TABLE-SAVE    PIC X(60).
          05 WS-PRIOR-MODE-SAVE     PIC X.

      * SNAPSHOT OF THE MASTER RECORD AS READ, BROKEN OUT THE SAME WAY
      * AS SCOREADJ.cbl'S WS-OLD-MASTER-SNAPSHOT SO 450/460 BUCKET THE
      * DELTA BY THE RECORD'S ORIGINAL POSTING DATE.
       01 WS-OLD-MASTER-SNAPSHOT.
          05 WS-OLD-SCORE-ID.
             10 WS-OLD-ID-DATE.
                15 WS-OLD-YEAR      PIC 9(4).
                15 WS-OLD-MONTH     PIC 9(2).
                15 WS-OLD-DAY       PIC 9(2).
             10 WS-OLD-ID-SEQ       PIC 9(4).
          05 WS-OLD-BASE-SCORE      PIC 9(3)V99.
          05 WS-OLD-MULTIPLIER      PIC 9V9.
          05 WS-OLD-TOTAL-RESULT    PIC 9(7)V99.
          05 WS-OLD-CALC-MODE       PIC X.

       01 WS-NEW-CALC-RESULTS.
          05 WS-LOOKUP-BASE         PIC 9(3)V99 VALUE ZERO.
          05 WS-LOOKUP-MULT         PIC 9V9     VALUE 1.0.
          05 WS-NEW-MULT            PIC 9V9     VALUE 1.0.
          05 WS-NEW-RESULT          PIC 9(7)V99 VALUE ZERO.
          05 WS-NEW-UNCAPPED        PIC 9(7)V99 VALUE ZERO.
          05 WS-NEW-CALC-MODE       PIC X       VALUE 'F'.
          05 WS-PRIOR-CALC-MODE     PIC X       VALUE 'F'.
          05 WS-RATE-CHANGED-SW     PIC X VALUE 'N'.
             88 WS-RATE-CHANGED     VALUE 'Y'.
          05 WS-PRIOR-PRICED-SW     PIC X VALUE 'Y'.
             88 WS-PRIOR-PRICED     VALUE 'Y'.
          05 WS-ACTION              PIC X(8) VALUE SPACES.

       01 WS-DELTA-RESULT           PIC S9(7)V99 VALUE ZERO.
       01 WS-ABS-DELTA              PIC 9(7)V99 VALUE ZERO.
      * SIGNED WORK FIELD FOR 450/460 - SEE SCOREADJ.cbl.
       01 WS-ADJUSTED-TOTAL         PIC S9(11)V99 VALUE ZERO.

      * RAW-DIGIT VIEWS FOR PAYRETRO.DAT AND RERATCLM.DAT - THE
      * REDEFINES CARRY THE DIGITS ACROSS WITHOUT A NUMERIC MOVE
      * RE-ALIGNING THE DECIMAL POINT (SEE CALCDVOP.cbl'S
      * WS-PAYEXTR-LINE NOTE).
       01 WS-RAW-FIELDS.
          05 WS-RAW-BASE            PIC 9(3)V99 VALUE ZERO.
          05 WS-RAW-BASE-DIGITS REDEFINES WS-RAW-BASE
                                     PIC 9(5).
          05 WS-RAW-MULT            PIC 9V9 VALUE ZERO.
          05 WS-RAW-MULT-DIGITS REDEFINES WS-RAW-MULT
                                     PIC 9(2).
          05 WS-RAW-AMOUNT          PIC 9(7)V99 VALUE ZERO.
          05 WS-RAW-AMOUNT-DIGITS REDEFINES WS-RAW-AMOUNT
                                     PIC 9(9).

      * SAME CLOSED-MONTH TABLE AS SCOREADJ.cbl.
       01 WS-CLOSED-MONTH-CONTROLS.
          05 WS-CLM-COUNT           PIC 9(3) VALUE ZERO.
          05 WS-CLM-SCAN            PIC 9(3) VALUE ZERO.
          05 WS-CLM-EOF-SWITCH      PIC X VALUE 'N'.
             88 WS-CLM-EOF          VALUE 'Y'.
          05 WS-CLM-FOUND-SW        PIC X VALUE 'N'.
             88 WS-MONTH-CLOSED     VALUE 'Y'.
          05 WS-ADJ-MONTH           PIC 9(6) VALUE ZERO.
          05 WS-CLM-TABLE.
             10 WS-CLM-MONTH OCCURS 120 TIMES
                             INDEXED BY WS-CLM-IDX
                             PIC 9(6).

       01 WS-RERATE-TOTALS.
          05 WS-MASTER-READ         PIC 9(9) VALUE ZERO.
          05 WS-UNREADABLE          PIC 9(9) VALUE ZERO.
          05 WS-IN-SCOPE            PIC 9(9) VALUE ZERO.
          05 WS-LATER-SET           PIC 9(9) VALUE ZERO.
          05 WS-UNCHANGED           PIC 9(9) VALUE ZERO.
          05 WS-RERATED             PIC 9(9) VALUE ZERO.
          05 WS-CLOSED-LISTED       PIC 9(9) VALUE ZERO.
          05 WS-REVIEW-LISTED       PIC 9(9) VALUE ZERO.
          05 WS-REWRITE-FAILED      PIC 9(9) VALUE ZERO.
          05 WS-RETRO-LINES         PIC 9(9) VALUE ZERO.
          05 WS-TOPUP-TOTAL         PIC 9(9)V99 VALUE ZERO.
          05 WS-CLAWBACK-TOTAL      PIC 9(9)V99 VALUE ZERO.
          05 WS-NET-TOTAL           PIC S9(9)V99 VALUE ZERO.
          05 WS-CLOSED-NET          PIC S9(9)V99 VALUE ZERO.

      * SCOREADJ.cbl'S WS-ADJHIST-LINE, FIELD FOR FIELD - GLJRNL AND
      * MSTSWEEP READ THESE LINES BY POSITION.
       01 WS-ADJHIST-LINE.
          05 WS-AHL-DATE.
             10 WS-AHL-YYYY        PIC 9(4).
             10 FILLER             PIC X VALUE "-".
             10 WS-AHL-MM          PIC 9(2).
             10 FILLER             PIC X VALUE "-".
             10 WS-AHL-DD          PIC 9(2).
          05 FILLER                PIC X VALUE SPACE.
          05 WS-AHL-TIME.
             10 WS-AHL-HH          PIC 9(2).
             10 FILLER             PIC X VALUE ":".
             10 WS-AHL-MIN         PIC 9(2).
             10 FILLER             PIC X VALUE ":".
             10 WS-AHL-SEC         PIC 9(2).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 FILLER                PIC X(6)  VALUE "SCORE:".
          05 WS-AHL-SCORE-ID       PIC 9(12).
          05 FILLER                PIC X(9)  VALUE "  OLDBAS:".
          05 WS-AHL-OLD-BASE       PIC ZZZ.99.
          05 FILLER                PIC X(9)  VALUE "  OLDMLT:".
          05 WS-AHL-OLD-MULT       PIC Z.9.
          05 FILLER                PIC X(9)  VALUE "  OLDRES:".
          05 WS-AHL-OLD-RESULT     PIC ZZZZZZ9.99.
          05 FILLER                PIC X(9)  VALUE "  NEWBAS:".
          05 WS-AHL-NEW-BASE       PIC ZZZ.99.
          05 FILLER                PIC X(9)  VALUE "  NEWMLT:".
          05 WS-AHL-NEW-MULT       PIC Z.9.
          05 FILLER                PIC X(9)  VALUE "  NEWRES:".
          05 WS-AHL-NEW-RESULT     PIC ZZZZZZ9.99.
          05 FILLER                PIC X(8)  VALUE "  DELTA:".
          05 WS-AHL-DELTA          PIC -ZZZZZ9.99.
          05 FILLER                PIC X(7)  VALUE "  USER:".
          05 WS-AHL-USER           PIC X(8).
          05 FILLER                PIC X(9)  VALUE "  REASON:".
          05 WS-AHL-REASON         PIC X(30).
          05 FILLER                PIC X(9)  VALUE "  REOPEN:".
          05 WS-AHL-REOPEN         PIC X(8).
          05 FILLER                PIC X(7)  VALUE "  MODE:".
          05 WS-AHL-NEW-MODE       PIC X.
          05 FILLER                PIC X(10) VALUE "  CHECKER:".
          05 WS-AHL-CHECKER        PIC X(8).

      * USER AND REASON ON EVERY ADJHIST.DAT LINE AND RERATCLM.DAT
      * RECORD THIS RUN WRITES.
       01 WS-RERATE-USER            PIC X(8) VALUE "RERATE".
       01 WS-RERATE-REASON.
          05 FILLER                 PIC X(17)
             VALUE "RETRO RERATE SET ".
          05 WS-RRN-EFF-DATE        PIC 9(8).
          05 FILLER                 PIC X(5) VALUE SPACES.

      * PAYEXTR.DAT LAYOUT (CALCDVOP.cbl'S WS-PAYEXTR-LINE) WITH THE
      * DIRECTION BYTE TAKEN OUT OF THE TRAILING FILLER.
       01 WS-RETRO-LINE.
          05 WS-RPX-SCORE-ID       PIC 9(12).
          05 WS-RPX-BASE-SCORE     PIC 9(5).
          05 WS-RPX-MULTIPLIER     PIC 9(2).
          05 WS-RPX-AMOUNT         PIC 9(9).
          05 WS-RPX-RUN-DATE       PIC 9(8).
          05 WS-RPX-PARTICIPANT-ID PIC X(8).
          05 WS-RPX-DIRECTION      PIC X.
             88 WS-RPX-TOPUP       VALUE 'T'.
             88 WS-RPX-CLAWBACK    VALUE 'C'.
          05 FILLER                PIC X(35) VALUE SPACES.

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN RETROACTIVE RERATING".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-RUN             PIC 9999/99/99.
          05 FILLER                 PIC X(23)
             VALUE "   TIER SET EFFECTIVE: ".
          05 WS-HDG-EFF             PIC 9999/99/99.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 WS-HDG-MODE            PIC X(24).

       01 WS-RPT-HEADING-3.
          05 FILLER                 PIC X(7)  VALUE "SCOPE: ".
          05 WS-HDG-FROM            PIC 9999/99/99.
          05 FILLER                 PIC X(8)  VALUE " BEFORE ".
          05 WS-HDG-BEFORE          PIC X(10).
          05 FILLER                 PIC X(18)
             VALUE "   PRIOR PRICING: ".
          05 WS-HDG-PRIOR           PIC X(27).

       01 WS-EDIT-DATE              PIC 9999/99/99.

       01 WS-RPT-RULE               PIC X(80) VALUE ALL "-".

       01 WS-RPT-BLANK-LINE         PIC X(80) VALUE SPACES.

       01 WS-RPT-COLUMNS.
          05 FILLER                 PIC X(13) VALUE "SCORE ID".
          05 FILLER                 PIC X(9)  VALUE "PARTIC".
          05 FILLER                 PIC X(7)  VALUE "   BASE".
          05 FILLER                 PIC X(5)  VALUE " OLD".
          05 FILLER                 PIC X(5)  VALUE " NEW".
          05 FILLER                 PIC X(11) VALUE " OLD RESULT".
          05 FILLER                 PIC X(11) VALUE " NEW RESULT".
          05 FILLER                 PIC X(11) VALUE "      DELTA".
          05 FILLER                 PIC X(8)  VALUE " ACTION".

      * OLD AND NEW MULTIPLIER EACH CARRY THEIR MODE LETTER (F OR M).
       01 WS-RPT-DETAIL-LINE.
          05 WS-DTL-SCORE-ID        PIC 9(12).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-PARTICIPANT     PIC X(8).
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-BASE            PIC ZZ9.99.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-OLD-MULT        PIC 9.9.
          05 WS-DTL-OLD-MODE        PIC X.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-NEW-MULT        PIC 9.9.
          05 WS-DTL-NEW-MODE        PIC X.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-OLD-RESULT      PIC ZZZZZZ9.99.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-NEW-RESULT      PIC ZZZZZZ9.99.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-DELTA           PIC -ZZZZZ9.99.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-DTL-ACTION          PIC X(8).

       01 WS-RPT-LEGEND-1.
          05 FILLER                 PIC X(46) VALUE
             "POSTED = REWRITTEN, ON ADJHIST/YTD/PAYRETRO   ".
          05 FILLER                 PIC X(34) VALUE
             "TRIAL = WOULD POST (TRIAL RUN)".
       01 WS-RPT-LEGEND-2.
          05 FILLER                 PIC X(40) VALUE
             "CLOSED = MONTH CLOSED - ON RERATCLM.DAT ".
          05 FILLER                 PIC X(40) VALUE
             "FOR SCOREADJ WITH A REOPEN CODE".
       01 WS-RPT-LEGEND-3.
          05 FILLER                 PIC X(40) VALUE
             "REVIEW = NOT PRICED AS THE PRIOR PRICING".
          05 FILLER                 PIC X(40) VALUE
             " GAVE IT (E.G. A PARM OVERRIDE) - LEFT".
       01 WS-RPT-LEGEND-4           PIC X(80) VALUE
          "FAILED = MASTER REWRITE FAILED - NOTHING POSTED FOR IT".

       01 WS-RPT-STATUS-LINE        PIC X(80).

       01 WS-RPT-COUNT-LINE-1.
          05 FILLER                 PIC X(14) VALUE "SCOREMST READ:".
          05 WS-RCL-READ            PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(11) VALUE "  IN SCOPE:".
          05 WS-RCL-SCOPE           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE "  LATER SET:".
          05 WS-RCL-LATER           PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(10) VALUE SPACES.

       01 WS-RPT-COUNT-LINE-2.
          05 FILLER                 PIC X(10) VALUE "UNCHANGED:".
          05 WS-RCL-UNCHANGED       PIC ZZZ,ZZ9.
          05 WS-RCL-RERATED-LABEL   PIC X(12) VALUE "     POSTED:".
          05 WS-RCL-RERATED         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(9)  VALUE "  CLOSED:".
          05 WS-RCL-CLOSED          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(9)  VALUE "  REVIEW:".
          05 WS-RCL-REVIEW          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE SPACES.

       01 WS-RPT-MONEY-LINE.
          05 FILLER                 PIC X(9)  VALUE "TOP-UPS: ".
          05 WS-RML-TOPUP           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(13) VALUE "  CLAWBACKS: ".
          05 WS-RML-CLAWBACK        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(7)  VALUE "  NET: ".
          05 WS-RML-NET             PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(8)  VALUE SPACES.

       01 WS-RPT-CLOSED-LINE.
          05 FILLER                 PIC X(45)
             VALUE "NET OF CLOSED-MONTH RECORDS AWAITING REOPEN: ".
          05 WS-RCC-NET             PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(20) VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(18)
             VALUE "** RERATE END ** ".
          05 WS-TRL-MODE            PIC X(7).
          05 FILLER                 PIC X(15) VALUE "  RETRO LINES: ".
          05 WS-TRL-RETRO           PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF NOT WS-RERATE-FATAL
               PERFORM 500-WRITE-HEADINGS
               PERFORM 200-RERATE-MASTER
               PERFORM 600-WRITE-TOTALS
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           PERFORM 110-GET-PARM
           IF NOT WS-RERATE-FATAL
               OPEN OUTPUT RERATE-RPT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - RERATE.DAT open failed, "
                       "status " WS-RPT-FILE-STATUS
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-RERATE-FATAL
               PERFORM 150-LOAD-BONUS-TABLE
           END-IF
           IF NOT WS-RERATE-FATAL
               PERFORM 160-PICK-RERATE-SETS
           END-IF
           IF NOT WS-RERATE-FATAL
               IF WS-TRIAL-RUN
                   OPEN INPUT SCORE-MASTER-FILE
               ELSE
                   OPEN I-O SCORE-MASTER-FILE
               END-IF
               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - SCOREMST.DAT open "
                       "failed, status " WS-MASTER-FILE-STATUS
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   SET WS-MASTER-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT WS-RERATE-FATAL
               PERFORM 165-LOAD-CLOSED-MONTHS
               IF NOT WS-TRIAL-RUN
                   PERFORM 170-OPEN-POSTING-FILES
               END-IF
           END-IF.

      * EFF= IS REQUIRED - WITHOUT IT THERE IS NO SET TO RERATE TO,
      * AND GUESSING ONE WOULD REPRICE HISTORY NOBODY ASKED ABOUT.
       110-GET-PARM.
           MOVE SPACES TO WS-PARM-RAW
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW NOT = SPACES
               MOVE SPACES TO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               UNSTRING WS-PARM-RAW DELIMITED BY ","
                   INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
               END-UNSTRING
               MOVE WS-PARM-TOKEN-1 TO WS-PARM-QUERY
               PERFORM 115-TAKE-PARM-ITEM
               MOVE WS-PARM-TOKEN-2 TO WS-PARM-QUERY
               PERFORM 115-TAKE-PARM-ITEM
           END-IF
           IF WS-EFF-DATE = ZERO
               DISPLAY "VibeGarden FATAL - rerate needs PARM "
                   "EFF=yyyymmdd naming the back-dated tier set"
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-EFF-DATE TO WS-RRN-EFF-DATE
               IF WS-TRIAL-RUN
                   DISPLAY "VibeGarden rerate - TRIAL run for tier set "
                       WS-EFF-DATE ", nothing will be posted"
               ELSE
                   DISPLAY "VibeGarden rerate - posting run for tier "
                       "set " WS-EFF-DATE
               END-IF
           END-IF.

       115-TAKE-PARM-ITEM.
           IF WS-PARM-QUERY NOT = SPACES
               MOVE SPACES TO WS-PARM-MODE WS-PARM-VALUE
               UNSTRING WS-PARM-QUERY DELIMITED BY "="
                   INTO WS-PARM-MODE WS-PARM-VALUE
               END-UNSTRING
               MOVE WS-PARM-VALUE (1:8) TO WS-PARM-EFF-RAW
               EVALUATE TRUE
                   WHEN WS-PARM-QUERY = "TRIAL"
                       SET WS-TRIAL-RUN TO TRUE
                   WHEN WS-PARM-MODE = "EFF"
                    AND WS-PARM-EFF-RAW IS NUMERIC
                    AND WS-PARM-VALUE (9:) = SPACES
                       MOVE WS-PARM-EFF-RAW TO WS-EFF-DATE
                   WHEN OTHER
                       DISPLAY "VibeGarden PARM ignored (expected "
                           "EFF=yyyymmdd or TRIAL): " WS-PARM-QUERY
               END-EVALUATE
           END-IF.

      * SAME EFFECTIVE-DATED SET LOADING AS SCOREADJ.cbl - EVERY SET
      * LOADED AND VALIDATED, NONE SELECTED HERE. A RUN WITH NO
      * BONUSEFF.DAT HAS NO BACK-DATED SET TO RERATE TO.
       150-LOAD-BONUS-TABLE.
           PERFORM 151-LOAD-EFFECTIVE-SETS
           IF WS-SET-TABLE-LOADED
               PERFORM 153-VALIDATE-ALL-SETS
           ELSE
               IF NOT WS-RERATE-FATAL
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT is missing "
                       "or empty, no tier set " WS-EFF-DATE
                       " to rerate to"
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       151-LOAD-EFFECTIVE-SETS.
           MOVE ZERO TO WS-SET-COUNT
           MOVE 'N' TO WS-SET-LOADED-SW
           MOVE 'N' TO WS-BONEFF-EOF-SWITCH
           OPEN INPUT BONUS-EFF-FILE
           IF WS-BONEFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-BONEFF-EOF OR WS-RERATE-FATAL
                   READ BONUS-EFF-FILE
                       AT END
                           SET WS-BONEFF-EOF TO TRUE
                       NOT AT END
                           PERFORM 152-ADD-EFFECTIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE BONUS-EFF-FILE
               IF WS-SET-COUNT > ZERO AND NOT WS-RERATE-FATAL
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
           IF WS-SET-PICKED-SLOT = ZERO
               IF WS-SET-COUNT < 12
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-PICKED-SLOT
                   SET WS-SET-IDX TO WS-SET-PICKED-SLOT
                   MOVE BE-EFF-DATE TO WS-SET-EFF-DATE (WS-SET-IDX)
                   MOVE ZERO TO WS-SET-TIER-FILL (WS-SET-IDX)
               ELSE
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT holds "
                       "more than 12 tier sets"
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-RERATE-FATAL
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
               ELSE
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT set "
                       "effective " BE-EFF-DATE " has more than "
                       WS-TIER-COUNT " tiers"
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       153-VALIDATE-ALL-SETS.
           PERFORM VARYING WS-SET-COPY-SLOT FROM 1 BY 1
                   UNTIL WS-SET-COPY-SLOT > WS-SET-COUNT
                      OR WS-RERATE-FATAL
               SET WS-SET-IDX TO WS-SET-COPY-SLOT
               IF WS-SET-TIER-FILL (WS-SET-IDX) NOT = WS-TIER-COUNT
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT set "
                       "effective " WS-SET-EFF-DATE (WS-SET-IDX)
                       " is incomplete ("
                       WS-SET-TIER-FILL (WS-SET-IDX) " OF "
                       WS-TIER-COUNT " tiers)"
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-SET-COPY-SLOT TO WS-SET-PICKED-SLOT
                   PERFORM 157-COPY-PICKED-SET
                   MOVE SPACES TO WS-TIER-TABLE-SOURCE
                   STRING "BONUSEFF.DAT SET " DELIMITED BY SIZE
                       WS-SET-EFF-DATE (WS-SET-IDX)
                           DELIMITED BY SIZE
                       INTO WS-TIER-TABLE-SOURCE
                   END-STRING
                   PERFORM 155-VALIDATE-BONUS-TABLE
               END-IF
           END-PERFORM.

      * ONLY NEEDED WHEN NO SET IS DATED BEFORE THE NEW ONE - THE LIVE
      * TABLE IS THEN WHAT PRICED THE SCORES BEING RERATED. UNLIKE
      * SCOREADJ.cbl A MISSING TABLE IS NOT FATAL HERE: IT ONLY MEANS
      * THE PRIOR-PRICING CHECK CANNOT BE MADE.
       154-LOAD-FLAT-TABLE.
           MOVE "BONUSTBL.DAT" TO WS-TIER-TABLE-SOURCE
           OPEN INPUT BONUS-TIER-FILE
           IF WS-BONUS-FILE-STATUS = "00"
              SET WS-PRIOR-KNOWN TO TRUE
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

      * SAME VALIDATION AS SCOREADJ.cbl'S 155-VALIDATE-BONUS-TABLE.
       155-VALIDATE-BONUS-TABLE.
           IF NOT WS-RERATE-FATAL
               SET WS-BONUS-TABLE-VALID TO TRUE
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > WS-TIER-COUNT
                   IF WS-TIER-LOW (WS-TIER-IDX)
                        > WS-TIER-HIGH (WS-TIER-IDX)
                       SET WS-BONUS-TABLE-INVALID TO TRUE
                       DISPLAY "VibeGarden FATAL - "
                           WS-TIER-TABLE-SOURCE " tier "
                           WS-TIER-NO (WS-TIER-IDX)
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
                           IF WS-TIER-NO (WS-TIER-IDX)
                                = WS-TIER-NO (WS-OTIER-IDX)
                               SET WS-BONUS-TABLE-INVALID TO TRUE
                               DISPLAY "VibeGarden FATAL - "
                                   WS-TIER-TABLE-SOURCE
                                   " tier number "
                                   WS-TIER-NO (WS-TIER-IDX)
                                   " is duplicated"
                           END-IF
                           IF WS-TIER-LOW (WS-TIER-IDX)
                                <= WS-TIER-HIGH (WS-OTIER-IDX)
                              AND WS-TIER-LOW (WS-OTIER-IDX)
                                <= WS-TIER-HIGH (WS-TIER-IDX)
                               SET WS-BONUS-TABLE-INVALID TO TRUE
                               DISPLAY "VibeGarden FATAL - "
                                   WS-TIER-TABLE-SOURCE " tier "
                                   WS-TIER-NO (WS-TIER-IDX)
                                   " band overlaps tier "
                                   WS-TIER-NO (WS-OTIER-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-BONUS-TABLE-INVALID
                   DISPLAY "VibeGarden FATAL - "
                       WS-TIER-TABLE-SOURCE " failed "
                       "validation, aborting before any rerating "
                       "is done"
                   SET WS-RERATE-FATAL TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * VibeGarden: FINDS THE NEW SET (EXACT EFFECTIVE DATE), THE NEXT
      * SET AFTER IT (WHERE THE RERATING STOPS) AND THE LATEST SET
      * BEFORE IT (THE PRIOR PRICING), AND SAVES THE NEW AND PRIOR
      * TABLES FOR 310/320 TO SWAP IN.
       160-PICK-RERATE-SETS.
           MOVE ZERO TO WS-EFF-SLOT
           MOVE ZERO TO WS-PRIOR-SLOT
           MOVE ZERO TO WS-PRIOR-DATE
           MOVE 99999999 TO WS-NEXT-SET-DATE
           PERFORM VARYING WS-SET-SCAN-SLOT FROM 1 BY 1
                   UNTIL WS-SET-SCAN-SLOT > WS-SET-COUNT
               SET WS-SET-IDX TO WS-SET-SCAN-SLOT
               EVALUATE TRUE
                   WHEN WS-SET-EFF-DATE (WS-SET-IDX) = WS-EFF-DATE
                       MOVE WS-SET-SCAN-SLOT TO WS-EFF-SLOT
                   WHEN WS-SET-EFF-DATE (WS-SET-IDX) > WS-EFF-DATE
                       IF WS-SET-EFF-DATE (WS-SET-IDX)
                            < WS-NEXT-SET-DATE
                           MOVE WS-SET-EFF-DATE (WS-SET-IDX)
                             TO WS-NEXT-SET-DATE
                       END-IF
                   WHEN OTHER
                       IF WS-SET-EFF-DATE (WS-SET-IDX)
                            >= WS-PRIOR-DATE
                           MOVE WS-SET-EFF-DATE (WS-SET-IDX)
                             TO WS-PRIOR-DATE
                           MOVE WS-SET-SCAN-SLOT TO WS-PRIOR-SLOT
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-EFF-SLOT = ZERO
               DISPLAY "VibeGarden FATAL - BONUSEFF.DAT has no tier "
                   "set effective " WS-EFF-DATE " - load the set "
                   "before rerating to it"
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-EFF-SLOT TO WS-SET-PICKED-SLOT
               PERFORM 157-COPY-PICKED-SET
               MOVE WS-BONUS-TABLE    TO WS-NEW-TABLE-SAVE
               MOVE WS-TIER-CALC-MODE TO WS-NEW-MODE-SAVE
               IF WS-PRIOR-SLOT > ZERO
                   MOVE WS-PRIOR-SLOT TO WS-SET-PICKED-SLOT
                   PERFORM 157-COPY-PICKED-SET
                   SET WS-PRIOR-KNOWN TO TRUE
                   MOVE SPACES TO WS-PRIOR-SOURCE
                   STRING "BONUSEFF.DAT SET " DELIMITED BY SIZE
                       WS-PRIOR-DATE DELIMITED BY SIZE
                       INTO WS-PRIOR-SOURCE
                   END-STRING
               ELSE
                   PERFORM 154-LOAD-FLAT-TABLE
                   IF WS-PRIOR-KNOWN
                       PERFORM 155-VALIDATE-BONUS-TABLE
                       MOVE "BONUSTBL.DAT" TO WS-PRIOR-SOURCE
                   ELSE
                       MOVE "NONE - NOT CHECKED" TO WS-PRIOR-SOURCE
                       DISPLAY "VibeGarden NOTE - no tier set before "
                           WS-EFF-DATE " and no BONUSTBL.DAT, prior "
                           "pricing cannot be checked"
                   END-IF
               END-IF
               MOVE WS-BONUS-TABLE    TO WS-PRIOR-TABLE-SAVE
               MOVE WS-TIER-CALC-MODE TO WS-PRIOR-MODE-SAVE
           END-IF.

       165-LOAD-CLOSED-MONTHS.
           MOVE ZERO TO WS-CLM-COUNT
           MOVE 'N' TO WS-CLM-EOF-SWITCH
           OPEN INPUT CLOSED-MONTH-FILE
           IF WS-CLOSED-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLM-EOF
                   READ CLOSED-MONTH-FILE
                       AT END
                           SET WS-CLM-EOF TO TRUE
                       NOT AT END
                           IF WS-CLM-COUNT < 120
                               ADD 1 TO WS-CLM-COUNT
                               SET WS-CLM-IDX TO WS-CLM-COUNT
                               MOVE CM-MONTH
                                 TO WS-CLM-MONTH (WS-CLM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-MONTH-FILE
           END-IF.

      * SAME OPENS AS SCOREADJ.cbl FOR THE ACCUMULATORS AND THE
      * HISTORY LOG. PAYRETRO.DAT AND RERATCLM.DAT ARE HAND-OFF FILES,
      * REPLACED EACH POSTING RUN SO NOTHING IS PAID OR REOPENED TWICE.
      * ANY ONE OF THEM FAILING STOPS THE RUN BEFORE A SINGLE MASTER
      * RECORD IS REWRITTEN - A RERATING POSTED WITHOUT ITS RETRO
      * PAYMENT, CLOSED-MONTH HAND-OFF OR HISTORY LINE COULD NOT BE
      * PAID OR AUDITED.
       170-OPEN-POSTING-FILES.
           OPEN I-O YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - YTDMST.DAT open failed, "
                   "status " WS-YTD-FILE-STATUS
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O MONTHLY-MASTER-FILE
           IF WS-MTH-FILE-STATUS NOT = "00"
               OPEN OUTPUT MONTHLY-MASTER-FILE
               CLOSE MONTHLY-MASTER-FILE
               OPEN I-O MONTHLY-MASTER-FILE
           END-IF
           IF WS-MTH-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - YTDMTH.DAT open failed, "
                   "status " WS-MTH-FILE-STATUS
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN EXTEND ADJUSTMENT-HIST-FILE
           IF WS-ADJHIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADJUSTMENT-HIST-FILE
           END-IF
           IF WS-ADJHIST-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - ADJHIST.DAT open failed, "
                   "status " WS-ADJHIST-FILE-STATUS
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT RETRO-PAY-FILE
           IF WS-RETRO-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - PAYRETRO.DAT open failed, "
                   "status " WS-RETRO-FILE-STATUS
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CLOSED-RERATE-FILE
           IF WS-RERATCLM-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - RERATCLM.DAT open failed, "
                   "status " WS-RERATCLM-FILE-STATUS
               SET WS-RERATE-FATAL TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       200-RERATE-MASTER.
           MOVE 1 TO WS-MASTER-REL-KEY
           START SCORE-MASTER-FILE KEY >= WS-MASTER-REL-KEY
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ SCORE-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 300-TAKE-RECORD
               END-READ
           END-PERFORM.

      * A RECORD DATED ON OR AFTER THE NEXT SET IS ALREADY PRICED BY
      * THAT SET AND IS ONLY COUNTED. AN EMPTY OR UNREADABLE SLOT IS
      * SKIPPED - MSTSWEEP REPORTS THOSE.
       300-TAKE-RECORD.
           IF MS-SCORE-ID IS NOT NUMERIC OR MS-SCORE-ID = ZERO
              OR MS-BASE-SCORE IS NOT NUMERIC
              OR MS-MULTIPLIER IS NOT NUMERIC
              OR MS-TOTAL-RESULT IS NOT NUMERIC
              OR MS-CAP-FACTOR IS NOT NUMERIC
               ADD 1 TO WS-UNREADABLE
           ELSE
               IF MS-ID-DATE >= WS-EFF-DATE
                   IF MS-ID-DATE >= WS-NEXT-SET-DATE
                       ADD 1 TO WS-LATER-SET
                   ELSE
                       ADD 1 TO WS-IN-SCOPE
                       PERFORM 310-PRICE-UNDER-NEW-SET
                       IF WS-RATE-CHANGED
                           PERFORM 320-CHECK-PRIOR-PRICING
                           PERFORM 340-DECIDE-ACTION
                       ELSE
                           ADD 1 TO WS-UNCHANGED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * SAME PRICING AS SCOREADJ.cbl'S 400-APPLY-ADJUSTMENT, ON THE
      * RECORD'S OWN BASE SCORE AND CAP FACTOR.
       310-PRICE-UNDER-NEW-SET.
           MOVE MS-SCORE-ID     TO WS-OLD-SCORE-ID
           MOVE MS-BASE-SCORE   TO WS-OLD-BASE-SCORE
           MOVE MS-MULTIPLIER   TO WS-OLD-MULTIPLIER
           MOVE MS-TOTAL-RESULT TO WS-OLD-TOTAL-RESULT
           MOVE MS-CALC-MODE    TO WS-OLD-CALC-MODE
           IF WS-OLD-CALC-MODE NOT = 'M'
               MOVE 'F' TO WS-OLD-CALC-MODE
           END-IF
           MOVE WS-NEW-TABLE-SAVE TO WS-BONUS-TABLE
           MOVE WS-NEW-MODE-SAVE  TO WS-TIER-CALC-MODE
           MOVE MS-BASE-SCORE TO WS-LOOKUP-BASE
           PERFORM 350-LOOKUP-BONUS-TIER
           MOVE WS-LOOKUP-MULT TO WS-NEW-MULT
           IF WS-TIER-MODE-MARGINAL
               MOVE MS-BASE-SCORE TO WS-MRG-BASE
               PERFORM 360-COMPUTE-MARGINAL-RESULT
               MOVE WS-MRG-RESULT TO WS-NEW-UNCAPPED
               MOVE 'M' TO WS-NEW-CALC-MODE
           ELSE
               COMPUTE WS-NEW-UNCAPPED = MS-BASE-SCORE * WS-NEW-MULT
               MOVE 'F' TO WS-NEW-CALC-MODE
           END-IF
           COMPUTE WS-NEW-RESULT = WS-NEW-UNCAPPED * MS-CAP-FACTOR
           COMPUTE WS-DELTA-RESULT = WS-NEW-RESULT - WS-OLD-TOTAL-RESULT
           MOVE 'N' TO WS-RATE-CHANGED-SW
           IF WS-NEW-MULT NOT = WS-OLD-MULTIPLIER
              OR WS-NEW-CALC-MODE NOT = WS-OLD-CALC-MODE
               SET WS-RATE-CHANGED TO TRUE
           END-IF
           IF WS-NEW-CALC-MODE = 'M' AND WS-DELTA-RESULT NOT = ZERO
               SET WS-RATE-CHANGED TO TRUE
           END-IF.

      * THE RECORD MUST STILL CARRY THE MULTIPLIER AND MODE THE PRIOR
      * PRICING GIVES ITS BASE - OTHERWISE SOMETHING OTHER THAN THE
      * TIER TABLE PRICED IT, AND IT IS LISTED FOR REVIEW.
       320-CHECK-PRIOR-PRICING.
           SET WS-PRIOR-PRICED TO TRUE
           IF WS-PRIOR-KNOWN
               MOVE WS-PRIOR-TABLE-SAVE TO WS-BONUS-TABLE
               MOVE WS-PRIOR-MODE-SAVE  TO WS-TIER-CALC-MODE
               PERFORM 350-LOOKUP-BONUS-TIER
               IF WS-TIER-MODE-MARGINAL
                   MOVE 'M' TO WS-PRIOR-CALC-MODE
               ELSE
                   MOVE 'F' TO WS-PRIOR-CALC-MODE
               END-IF
               IF WS-LOOKUP-MULT NOT = WS-OLD-MULTIPLIER
                  OR WS-PRIOR-CALC-MODE NOT = WS-OLD-CALC-MODE
                   MOVE 'N' TO WS-PRIOR-PRICED-SW
               END-IF
           END-IF.

      * VibeGarden: THE MONTH-END FINALITY GUARD, AS SCOREADJ.cbl'S
      * 330-CHECK-CLOSED-MONTH - EXCEPT THAT THERE IS NO REOPEN CODE
      * ON A SYSTEM RERATING, SO A CLOSED MONTH IS ALWAYS LISTED.
       330-CHECK-CLOSED-MONTH.
           MOVE 'N' TO WS-CLM-FOUND-SW
           MOVE MS-ID-DATE (1:6) TO WS-ADJ-MONTH
           IF WS-CLM-COUNT > ZERO
               PERFORM VARYING WS-CLM-SCAN FROM 1 BY 1
                       UNTIL WS-CLM-SCAN > WS-CLM-COUNT
                          OR WS-MONTH-CLOSED
                   SET WS-CLM-IDX TO WS-CLM-SCAN
                   IF WS-CLM-MONTH (WS-CLM-IDX) = WS-ADJ-MONTH
                       SET WS-MONTH-CLOSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       340-DECIDE-ACTION.
           PERFORM 330-CHECK-CLOSED-MONTH
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-PRICED
                   MOVE "REVIEW" TO WS-ACTION
                   ADD 1 TO WS-REVIEW-LISTED
               WHEN WS-MONTH-CLOSED
                   MOVE "CLOSED" TO WS-ACTION
                   ADD 1 TO WS-CLOSED-LISTED
                   ADD WS-DELTA-RESULT TO WS-CLOSED-NET
                   IF NOT WS-TRIAL-RUN
                       PERFORM 420-WRITE-CLOSED-RERATE
                   END-IF
               WHEN WS-TRIAL-RUN
                   MOVE "TRIAL" TO WS-ACTION
                   PERFORM 345-COUNT-RERATED
               WHEN OTHER
                   PERFORM 400-POST-RERATE
           END-EVALUATE
           PERFORM 550-WRITE-DETAIL.

       345-COUNT-RERATED.
           ADD 1 TO WS-RERATED
           ADD WS-DELTA-RESULT TO WS-NET-TOTAL
           IF WS-DELTA-RESULT > ZERO
               ADD WS-DELTA-RESULT TO WS-TOPUP-TOTAL
           ELSE
               SUBTRACT WS-DELTA-RESULT FROM WS-CLAWBACK-TOTAL
           END-IF.

      * SAME TIER-BAND SEARCH AS SCOREADJ.cbl'S 350-LOOKUP-BONUS-TIER,
      * AGAINST WHICHEVER TABLE 310 OR 320 HAS JUST SWAPPED IN.
       350-LOOKUP-BONUS-TIER.
           MOVE WS-TIER-DEFAULT-MULT TO WS-LOOKUP-MULT
           SET WS-TIER-IDX TO 1
           SEARCH WS-BONUS-TIER
               AT END
                   MOVE WS-TIER-DEFAULT-MULT TO WS-LOOKUP-MULT
               WHEN WS-LOOKUP-BASE >= WS-TIER-LOW (WS-TIER-IDX)
                AND WS-LOOKUP-BASE <= WS-TIER-HIGH (WS-TIER-IDX)
                   MOVE WS-TIER-MULT (WS-TIER-IDX) TO WS-LOOKUP-MULT
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

      * THE RECORD JUST READ IS STILL IN THE BUFFER AND WS-MASTER-REL-
      * KEY STILL NAMES ITS SLOT, SO IT IS REWRITTEN IN PLACE. THE
      * ACCUMULATORS, HISTORY AND RETRO LINE ONLY FOLLOW A GOOD
      * REWRITE.
       400-POST-RERATE.
           MOVE WS-NEW-MULT      TO MS-MULTIPLIER
           MOVE WS-NEW-RESULT    TO MS-TOTAL-RESULT
           MOVE WS-NEW-CALC-MODE TO MS-CALC-MODE
           REWRITE MASTER-SCORE-RECORD
               INVALID KEY
                   MOVE "FAILED" TO WS-ACTION
                   ADD 1 TO WS-REWRITE-FAILED
                   DISPLAY "VibeGarden rerate REWRITE failed for "
                       "score ID " WS-OLD-SCORE-ID ", status "
                       WS-MASTER-FILE-STATUS
               NOT INVALID KEY
                   MOVE "POSTED" TO WS-ACTION
                   PERFORM 345-COUNT-RERATED
                   PERFORM 450-APPLY-YTD-DELTA
                   PERFORM 460-APPLY-MONTHLY-DELTA
                   PERFORM 470-WRITE-ADJUSTMENT-HISTORY
                   PERFORM 475-WRITE-RETRO-PAYMENT
           END-REWRITE.

       420-WRITE-CLOSED-RERATE.
           MOVE SPACES TO CLOSED-RERATE-RECORD
           MOVE WS-OLD-SCORE-ID   TO CR-SCORE-ID
           MOVE WS-OLD-BASE-SCORE TO WS-RAW-BASE
           MOVE WS-RAW-BASE-DIGITS TO CR-NEW-BASE-RAW
           MOVE WS-RERATE-REASON  TO CR-REASON
           WRITE CLOSED-RERATE-RECORD.

      * SAME YTD POSTING AS SCOREADJ.cbl'S 450-APPLY-YTD-DELTA.
       450-APPLY-YTD-DELTA.
           MOVE 1 TO WS-YTD-REL-KEY
           READ YTD-MASTER-FILE
               INVALID KEY
                   DISPLAY "VibeGarden NOTE - no YTDMST.DAT record "
                       "exists, YTD not adjusted for score ID "
                       WS-OLD-SCORE-ID
               NOT INVALID KEY
                   IF YTD-YEAR = WS-OLD-YEAR
                       MOVE ZERO TO WS-ADJUSTED-TOTAL
                       COMPUTE WS-ADJUSTED-TOTAL =
                           YTD-TOTAL-RESULT + WS-DELTA-RESULT
                           ON SIZE ERROR
                               MOVE -1 TO WS-ADJUSTED-TOTAL
                       END-COMPUTE
                       IF WS-ADJUSTED-TOTAL < ZERO
                           DISPLAY "VibeGarden WARNING - YTD "
                               "adjustment would go negative or "
                               "overflow, YTDMST.DAT left unchanged "
                               "for score ID " WS-OLD-SCORE-ID
                       ELSE
                           MOVE WS-ADJUSTED-TOTAL TO YTD-TOTAL-RESULT
                           REWRITE YTD-MASTER-RECORD
                       END-IF
                   ELSE
                       DISPLAY "VibeGarden NOTE - YTDMST.DAT holds"
                           " year " YTD-YEAR ", score ID "
                           WS-OLD-SCORE-ID " was posted in "
                           WS-OLD-YEAR " - YTD not adjusted"
                   END-IF
           END-READ.

      * SAME MONTHLY POSTING AS SCOREADJ.cbl'S 460-APPLY-MONTHLY-DELTA.
       460-APPLY-MONTHLY-DELTA.
           COMPUTE WS-MTH-REL-KEY =
               FUNCTION MOD(WS-OLD-YEAR, 100) * 12 + WS-OLD-MONTH
           READ MONTHLY-MASTER-FILE
               INVALID KEY
                   DISPLAY "VibeGarden NOTE - no YTDMTH.DAT record for "
                       WS-OLD-YEAR "-" WS-OLD-MONTH
                       ", monthly total not adjusted for score ID "
                       WS-OLD-SCORE-ID
               NOT INVALID KEY
                   IF MTH-YEAR = WS-OLD-YEAR
                      AND MTH-MONTH = WS-OLD-MONTH
                       MOVE ZERO TO WS-ADJUSTED-TOTAL
                       COMPUTE WS-ADJUSTED-TOTAL =
                           MTH-TOTAL-RESULT + WS-DELTA-RESULT
                           ON SIZE ERROR
                               MOVE -1 TO WS-ADJUSTED-TOTAL
                       END-COMPUTE
                       IF WS-ADJUSTED-TOTAL < ZERO
                           DISPLAY "VibeGarden WARNING - monthly "
                               "adjustment would go negative or "
                               "overflow, YTDMTH.DAT left unchanged "
                               "for score ID " WS-OLD-SCORE-ID
                       ELSE
                           MOVE WS-ADJUSTED-TOTAL TO MTH-TOTAL-RESULT
                           REWRITE MONTHLY-MASTER-RECORD
                       END-IF
                   ELSE
                       DISPLAY "VibeGarden NOTE - YTDMTH.DAT slot "
                           "collision for " WS-OLD-YEAR "-" WS-OLD-MONTH
                           ", monthly total not adjusted for score ID "
                           WS-OLD-SCORE-ID
                   END-IF
           END-READ.

      * A FULL SCOREADJ-STYLE HISTORY LINE - THE BASE DOES NOT MOVE,
      * SO OLD AND NEW BASE ARE THE SAME. NO REOPEN CODE (A CLOSED
      * MONTH NEVER GETS HERE) AND NO CHECKER (SEE THE HEADER NOTE).
       470-WRITE-ADJUSTMENT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-YYYY  TO WS-AHL-YYYY
           MOVE WS-CURR-MM    TO WS-AHL-MM
           MOVE WS-CURR-DD    TO WS-AHL-DD
           MOVE WS-CURR-HH    TO WS-AHL-HH
           MOVE WS-CURR-MIN   TO WS-AHL-MIN
           MOVE WS-CURR-SEC   TO WS-AHL-SEC
           MOVE WS-OLD-SCORE-ID     TO WS-AHL-SCORE-ID
           MOVE WS-OLD-BASE-SCORE   TO WS-AHL-OLD-BASE
           MOVE WS-OLD-MULTIPLIER   TO WS-AHL-OLD-MULT
           MOVE WS-OLD-TOTAL-RESULT TO WS-AHL-OLD-RESULT
           MOVE WS-OLD-BASE-SCORE   TO WS-AHL-NEW-BASE
           MOVE WS-NEW-MULT         TO WS-AHL-NEW-MULT
           MOVE WS-NEW-RESULT       TO WS-AHL-NEW-RESULT
           MOVE WS-DELTA-RESULT     TO WS-AHL-DELTA
           MOVE WS-RERATE-USER      TO WS-AHL-USER
           MOVE WS-RERATE-REASON    TO WS-AHL-REASON
           MOVE SPACES              TO WS-AHL-REOPEN
           MOVE WS-NEW-CALC-MODE    TO WS-AHL-NEW-MODE
           MOVE SPACES              TO WS-AHL-CHECKER
           WRITE ADJHIST-RECORD FROM WS-ADJHIST-LINE.

      * ONLY A RERATING THAT MOVED THE RESULT OWES OR RECOVERS
      * ANYTHING - A MULTIPLIER CHANGE THE CAP FACTOR CANCELLED MAKES
      * NO LINE.
       475-WRITE-RETRO-PAYMENT.
           IF WS-DELTA-RESULT NOT = ZERO
               MOVE WS-DELTA-RESULT   TO WS-ABS-DELTA
               MOVE WS-OLD-SCORE-ID   TO WS-RPX-SCORE-ID
               MOVE WS-OLD-BASE-SCORE TO WS-RAW-BASE
               MOVE WS-RAW-BASE-DIGITS TO WS-RPX-BASE-SCORE
               MOVE WS-NEW-MULT       TO WS-RAW-MULT
               MOVE WS-RAW-MULT-DIGITS TO WS-RPX-MULTIPLIER
               MOVE WS-ABS-DELTA      TO WS-RAW-AMOUNT
               MOVE WS-RAW-AMOUNT-DIGITS TO WS-RPX-AMOUNT
               MOVE WS-RUN-DATE       TO WS-RPX-RUN-DATE
               MOVE MS-PARTICIPANT-ID TO WS-RPX-PARTICIPANT-ID
               IF WS-DELTA-RESULT > ZERO
                   SET WS-RPX-TOPUP TO TRUE
               ELSE
                   SET WS-RPX-CLAWBACK TO TRUE
               END-IF
               WRITE RETRO-PAY-RECORD FROM WS-RETRO-LINE
               ADD 1 TO WS-RETRO-LINES
           END-IF.

       500-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDG-RUN
           MOVE WS-EFF-DATE TO WS-HDG-EFF
           IF WS-TRIAL-RUN
               MOVE "TRIAL - NOTHING POSTED" TO WS-HDG-MODE
           ELSE
               MOVE "POSTING RUN" TO WS-HDG-MODE
           END-IF
           MOVE WS-EFF-DATE TO WS-HDG-FROM
           IF WS-NEXT-SET-DATE = 99999999
               MOVE "(NO LATER)" TO WS-HDG-BEFORE
           ELSE
               MOVE WS-NEXT-SET-DATE TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-HDG-BEFORE
           END-IF
           MOVE WS-PRIOR-SOURCE TO WS-HDG-PRIOR
           WRITE RERATE-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RERATE-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE RERATE-RPT-RECORD FROM WS-RPT-HEADING-3
           WRITE RERATE-RPT-RECORD FROM WS-RPT-RULE
           WRITE RERATE-RPT-RECORD FROM WS-RPT-COLUMNS
           WRITE RERATE-RPT-RECORD FROM WS-RPT-RULE.

       550-WRITE-DETAIL.
           MOVE WS-OLD-SCORE-ID     TO WS-DTL-SCORE-ID
           MOVE MS-PARTICIPANT-ID   TO WS-DTL-PARTICIPANT
           MOVE WS-OLD-BASE-SCORE   TO WS-DTL-BASE
           MOVE WS-OLD-MULTIPLIER   TO WS-DTL-OLD-MULT
           MOVE WS-OLD-CALC-MODE    TO WS-DTL-OLD-MODE
           MOVE WS-NEW-MULT         TO WS-DTL-NEW-MULT
           MOVE WS-NEW-CALC-MODE    TO WS-DTL-NEW-MODE
           MOVE WS-OLD-TOTAL-RESULT TO WS-DTL-OLD-RESULT
           MOVE WS-NEW-RESULT       TO WS-DTL-NEW-RESULT
           MOVE WS-DELTA-RESULT     TO WS-DTL-DELTA
           MOVE WS-ACTION           TO WS-DTL-ACTION
           WRITE RERATE-RPT-RECORD FROM WS-RPT-DETAIL-LINE.

       600-WRITE-TOTALS.
           IF WS-RERATED = ZERO AND WS-CLOSED-LISTED = ZERO
              AND WS-REVIEW-LISTED = ZERO AND WS-REWRITE-FAILED = ZERO
               MOVE "  NO RECORD IN SCOPE MOVES UNDER THE NEW SET"
                 TO WS-RPT-STATUS-LINE
               WRITE RERATE-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           WRITE RERATE-RPT-RECORD FROM WS-RPT-RULE
           WRITE RERATE-RPT-RECORD FROM WS-RPT-LEGEND-1
           WRITE RERATE-RPT-RECORD FROM WS-RPT-LEGEND-2
           WRITE RERATE-RPT-RECORD FROM WS-RPT-LEGEND-3
           WRITE RERATE-RPT-RECORD FROM WS-RPT-LEGEND-4
           WRITE RERATE-RPT-RECORD FROM WS-RPT-RULE
           IF WS-UNREADABLE > ZERO
               MOVE SPACES TO WS-RPT-STATUS-LINE
               MOVE WS-UNREADABLE TO WS-RCL-READ
               STRING "*** " DELIMITED BY SIZE
                   WS-RCL-READ DELIMITED BY SIZE
                   " EMPTY OR UNREADABLE SLOT(S) SKIPPED - SEE "
                       DELIMITED BY SIZE
                   "MSTSWEEP ***" DELIMITED BY SIZE
                   INTO WS-RPT-STATUS-LINE
               END-STRING
               WRITE RERATE-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           MOVE WS-MASTER-READ TO WS-RCL-READ
           MOVE WS-IN-SCOPE    TO WS-RCL-SCOPE
           MOVE WS-LATER-SET   TO WS-RCL-LATER
           WRITE RERATE-RPT-RECORD FROM WS-RPT-COUNT-LINE-1
           IF WS-TRIAL-RUN
               MOVE " WOULD POST:" TO WS-RCL-RERATED-LABEL
           ELSE
               MOVE "     POSTED:" TO WS-RCL-RERATED-LABEL
           END-IF
           MOVE WS-UNCHANGED      TO WS-RCL-UNCHANGED
           MOVE WS-RERATED        TO WS-RCL-RERATED
           MOVE WS-CLOSED-LISTED  TO WS-RCL-CLOSED
           MOVE WS-REVIEW-LISTED  TO WS-RCL-REVIEW
           WRITE RERATE-RPT-RECORD FROM WS-RPT-COUNT-LINE-2
           IF WS-REWRITE-FAILED > ZERO
               MOVE SPACES TO WS-RPT-STATUS-LINE
               MOVE WS-REWRITE-FAILED TO WS-RCL-UNCHANGED
               STRING "*** " DELIMITED BY SIZE
                   WS-RCL-UNCHANGED DELIMITED BY SIZE
                   " MASTER REWRITE(S) FAILED - LISTED ABOVE AS "
                       DELIMITED BY SIZE
                   "FAILED ***" DELIMITED BY SIZE
                   INTO WS-RPT-STATUS-LINE
               END-STRING
               WRITE RERATE-RPT-RECORD FROM WS-RPT-STATUS-LINE
           END-IF
           MOVE WS-TOPUP-TOTAL    TO WS-RML-TOPUP
           MOVE WS-CLAWBACK-TOTAL TO WS-RML-CLAWBACK
           MOVE WS-NET-TOTAL      TO WS-RML-NET
           WRITE RERATE-RPT-RECORD FROM WS-RPT-MONEY-LINE
           IF WS-CLOSED-LISTED > ZERO
               MOVE WS-CLOSED-NET TO WS-RCC-NET
               WRITE RERATE-RPT-RECORD FROM WS-RPT-CLOSED-LINE
           END-IF
           IF WS-TRIAL-RUN
               MOVE "TRIAL" TO WS-TRL-MODE
           ELSE
               MOVE "POSTED" TO WS-TRL-MODE
           END-IF
           MOVE WS-RETRO-LINES TO WS-TRL-RETRO
           WRITE RERATE-RPT-RECORD FROM WS-RPT-TRAILER-LINE
           DISPLAY "VibeGarden rerate complete - in scope: "
               WS-IN-SCOPE " rerated: " WS-RERATED
               " closed: " WS-CLOSED-LISTED
               " review: " WS-REVIEW-LISTED
               " failed: " WS-REWRITE-FAILED.

       900-TERMINATE.
           IF WS-REWRITE-FAILED > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF (WS-CLOSED-LISTED > ZERO OR WS-REVIEW-LISTED > ZERO)
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE RERATE-RPT-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE SCORE-MASTER-FILE
               IF NOT WS-TRIAL-RUN
                   CLOSE YTD-MASTER-FILE
                   CLOSE MONTHLY-MASTER-FILE
                   CLOSE ADJUSTMENT-HIST-FILE
                   CLOSE RETRO-PAY-FILE
                   CLOSE CLOSED-RERATE-FILE
               END-IF
           END-IF.
