       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCONV.
      *---------------------------------------------------------------*
      * VIBEGARDEN: PARTNER CSV FEED CONVERTER
      * MORE AND MORE PARTNERS SEND THEIR SCORES AS DELIMITED FILES IN
      * THEIR OWN LAYOUT - THEIR REFERENCE, THE PARTICIPANT, A DATE AND
      * A DECIMAL-POINTED SCORE - WHICH USED TO BE HAND-EDITED INTO
      * SCOREIN.DAT'S FIXED SIGN/RAW-SCORE FORMAT BEFORE THE RUN. THIS
      * PRE-RUN STEP DOES THAT CONVERSION, DRIVEN BY ONE FORMAT
      * PROFILE PER PARTNER (FEEDPROF.DAT). EVERY ROW IS VALIDATED;
      * GOOD ROWS ARE WRITTEN TO THE PARTNER'S CONVERTED FILE IN
      * SCOREIN.DAT'S OWN RECORD FORMAT, WRAPPED IN THE STANDARD SOURCE
      * ENVELOPE (SEE CALCDVOP.cbl'S SCORE-IN-HEADER/TRAILER LAYOUTS AND
      * ITS 141-VERIFY-SOURCE-ENVELOPE), AND BAD ROWS GO TO THE
      * CONVERSION REJECT FILE (FEEDREJ.DAT) BY PARTNER ROW NUMBER.
      * THE CONVERTED FILE IS THEN ADDED TO SCORESRC.DAT IF IT IS NOT
      * ALREADY LISTED, SO CALCDVOP POSTS IT AS JUST ANOTHER SOURCE.
      * REGISTER THE SAME FILE NAME IN SRCREG.DAT AND SRCCHECK CHECKS
      * ITS ARRIVAL LIKE ANY OTHER SOURCE'S.
      *
      * FEEDPROF.DAT - ONE FIXED-FORMAT RECORD PER PARTNER:
      *   FP-PARTNER-ID      PIC X(8)   SHORT ID - BECOMES THE HEADER'S
      *                                 SI-HDR-SOURCE-ID
      *   FP-CSV-FILE        PIC X(40)  FILE THE PARTNER DELIVERS
      *   FP-OUT-FILE        PIC X(40)  CONVERTED FILE, AS IT IS TO BE
      *                                 LISTED IN SCORESRC.DAT
      *   FP-DELIMITER       PIC X      FIELD SEPARATOR (T = TAB)
      *   FP-DECIMAL-MARK    PIC X      "." OR "," - THE SCORE'S
      *                                 DECIMAL POINT
      *   FP-DATE-FORMAT     PIC X(10)  MASK OF YYYY, MM AND DD PLUS
      *                                 ANY LITERAL SEPARATORS, E.G.
      *                                 YYYYMMDD, DD/MM/YYYY, YYYY-MM-DD
      *   FP-COL-REFERENCE   PIC 9(2)   COLUMN NUMBERS (01-20) OF THE
      *   FP-COL-PARTICIPANT PIC 9(2)   FOUR FIELDS USED - ANY OTHER
      *   FP-COL-DATE        PIC 9(2)   COLUMNS THE PARTNER SENDS ARE
      *   FP-COL-SCORE       PIC 9(2)   IGNORED
      *   FP-HEADER-ROWS     PIC 9      LEADING TITLE ROWS TO SKIP
      * A FIELD MAY BE ENCLOSED IN DOUBLE QUOTES (A DOUBLED QUOTE
      * INSIDE IS ONE QUOTE) - WHICH IS HOW A DECIMAL-COMMA SCORE
      * TRAVELS IN A COMMA-DELIMITED FILE. BLANK ROWS ARE SKIPPED BUT
      * STILL COUNTED, SO A ROW NUMBER ON FEEDREJ.DAT IS THE LINE
      * NUMBER THE PARTNER SEES IN THEIR OWN FILE.
      *
      * SCOREIN.DAT'S RECORD HAS NO ROOM FOR THE PARTNER'S REFERENCE
      * OR DATE - BOTH ARE VALIDATED AND NAMED ON ANY REJECT, AND THE
      * SCORE POSTS UNDER THE RUN'S BUSINESS DATE LIKE EVERY OTHER
      * SOURCE'S. ONLY THE FORMAT IS CHECKED HERE: WHETHER THE
      * PARTICIPANT IS ON PARTMST.DAT IS LEFT TO CALCDVOP'S
      * 252-CHECK-PARTICIPANT, SO AN UNKNOWN OR CLOSED PARTICIPANT
      * STILL LANDS ON REJECTS.DAT AND RECYCLES THROUGH REJRECYC LIKE
      * ANY OTHER REJECT.
      *
      * A PARTNER WHOSE FILE HAS NOT ARRIVED HAS ITS CONVERTED FILE
      * EMPTIED RATHER THAN LEFT AS IT WAS - SCORESRC.DAT LISTS IT
      * PERMANENTLY, SO YESTERDAY'S CONVERSION WOULD OTHERWISE POST A
      * SECOND TIME, AND SRCCHECK REPORTS THE EMPTY FILE AS NOT
      * ARRIVED (SAME REASONING AS REJRECYC'S ZERO-COUNT RESUBMIT.DAT).
      * THE SAME GOES FOR A BAD PROFILE OR A WORK FILE THAT WILL NOT
      * OPEN. WHERE THE CONVERTED FILE ITSELF CANNOT BE OPENED (OR
      * THE STEP STOPS RC=16 BEFORE ANY PARTNER IS LOOKED AT) IT
      * CANNOT BE EMPTIED EITHER - HENCE RC 8 OR MORE MUST HOLD THE
      * POSTING STEPS, AS VIBEBAT'S CONDS DO.
      *
      * PARM=PARTNER=xxxxxxxx CONVERTS THAT ONE PARTNER ONLY (E.G. A
      * LATE FILE); BLANK PARM CONVERTS EVERY PROFILE ON FILE.
      *
      * RETURN CODES: 0 CLEAN; 4 A PARTNER FILE NOT RECEIVED OR ROWS
      * REJECTED; 8 A PROFILE INVALID, A CONVERTED FILE NOT WRITTEN,
      * SCORESRC.DAT FULL, OR THE PARM PARTNER NOT ON FILE; 16 THE
      * REPORT OR REJECT FILE COULD NOT BE OPENED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-PROFILE-FILE ASSIGN TO "FEEDPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

      * SAME ASSIGN-DYNAMIC PATTERN AS CALCDVOP.cbl'S MULTI-SOURCE
      * INPUT - ONE FD EACH, RE-POINTED AT EVERY PARTNER'S FILES IN
      * TURN.
           SELECT CSV-IN-FILE ASSIGN DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT SCORE-OUT-FILE ASSIGN DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT CONV-WORK-FILE ASSIGN TO "FEEDWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT SCORE-SOURCE-LIST-FILE ASSIGN TO "SCORESRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCLIST-FILE-STATUS.

           SELECT CONV-REJECT-FILE ASSIGN TO "FEEDREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT CONV-RPT-FILE ASSIGN TO "FEEDCONV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-PROFILE-FILE
           RECORDING MODE IS F.
       01  FEED-PROFILE-RECORD.
           05  FP-PARTNER-ID       PIC X(8).
           05  FP-CSV-FILE         PIC X(40).
           05  FP-OUT-FILE         PIC X(40).
           05  FP-DELIMITER        PIC X.
           05  FP-DECIMAL-MARK     PIC X.
           05  FP-DATE-FORMAT      PIC X(10).
           05  FP-COL-REFERENCE    PIC 9(2).
           05  FP-COL-PARTICIPANT  PIC 9(2).
           05  FP-COL-DATE         PIC 9(2).
           05  FP-COL-SCORE        PIC 9(2).
           05  FP-HEADER-ROWS      PIC 9.

       FD  CSV-IN-FILE
           RECORDING MODE IS F.
       01  CSV-ROW                 PIC X(400).

      * SAME RECORD FORMAT AS SCOREIN.DAT (AND REJRECYC.cbl'S
      * RESUBMIT.DAT) - CALCDVOP READS THE CONVERTED FILE AS JUST
      * ANOTHER SOURCE.
       FD  SCORE-OUT-FILE
           RECORDING MODE IS F.
       01  SCORE-OUT-RECORD.
           05  SO-SIGN             PIC X.
           05  SO-BASE-SCORE-RAW   PIC X(5).
           05  SO-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(10).
       01  SCORE-OUT-HEADER.
           05  SO-HDR-TYPE         PIC X.
           05  SO-HDR-SOURCE-ID    PIC X(8).
           05  SO-HDR-CREATE-DATE  PIC 9(8).
           05  SO-HDR-EXP-COUNT    PIC 9(7).
       01  SCORE-OUT-TRAILER.
           05  SO-TRL-TYPE         PIC X.
           05  SO-TRL-COUNT        PIC 9(7).
           05  SO-TRL-HASH         PIC 9(13).
           05  FILLER              PIC X(3).

      * CONVERTED DETAILS FOR THE PARTNER IN HAND, IN SCORE-OUT-RECORD
      * FORMAT. THE ENVELOPE HEADER CARRIES THE COUNT AND MUST BE THE
      * FIRST RECORD, SO THE DETAILS ARE STAGED HERE AND COPIED BEHIND
      * IT ONCE THE WHOLE PARTNER FILE HAS BEEN READ - SAME SCRATCH
      * PATTERN AS REJRECYC.cbl'S REJECTS.CMP, WITHOUT A TABLE LIMIT.
       FD  CONV-WORK-FILE
           RECORDING MODE IS F.
       01  CONV-WORK-RECORD.
           05  CW-SIGN             PIC X.
           05  CW-BASE-SCORE-RAW   PIC X(5).
           05  CW-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(10).

       FD  SCORE-SOURCE-LIST-FILE
           RECORDING MODE IS F.
       01  SCORE-SOURCE-RECORD     PIC X(40).

       FD  CONV-REJECT-FILE
           RECORDING MODE IS F.
       01  CONV-REJECT-RECORD      PIC X(150).

       FD  CONV-RPT-FILE
           RECORDING MODE IS F.
       01  CONV-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-SWITCHES.
          05 WS-PROF-EOF-SWITCH     PIC X VALUE 'N'.
             88 WS-PROF-EOF         VALUE 'Y'.
          05 WS-CSV-EOF-SWITCH      PIC X VALUE 'N'.
             88 WS-CSV-EOF          VALUE 'Y'.
          05 WS-WORK-EOF-SWITCH     PIC X VALUE 'N'.
             88 WS-WORK-EOF         VALUE 'Y'.
          05 WS-SRCLIST-EOF-SWITCH  PIC X VALUE 'N'.
             88 WS-SRCLIST-EOF      VALUE 'Y'.
          05 WS-PROF-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-CSV-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-OUT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-WORK-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-SRCLIST-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-REJ-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-CONV-FAIL-SWITCH    PIC X VALUE 'N'.
             88 WS-CONV-FAILED      VALUE 'Y'.

       01 WS-CSV-FILE-NAME          PIC X(40) VALUE SPACES.
       01 WS-OUT-FILE-NAME          PIC X(40) VALUE SPACES.

       01 WS-PARM-CONTROL.
          05 WS-PARM-RAW            PIC X(40).
          05 WS-PARM-MODE           PIC X(8).
          05 WS-PARM-VALUE          PIC X(31).
          05 WS-ONLY-PARTNER        PIC X(8) VALUE SPACES.
          05 WS-ONLY-FOUND-SW       PIC X VALUE 'N'.
             88 WS-ONLY-PARTNER-FOUND VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 WS-CURR-HH             PIC 9(2).
          05 WS-CURR-MIN            PIC 9(2).
          05 WS-CURR-SEC            PIC 9(2).
          05 FILLER                 PIC X(7).

      * OUTCOME OF THE PARTNER IN HAND - DRIVES ITS REPORT LINE AND
      * WHETHER ITS CONVERTED FILE IS LISTED IN SCORESRC.DAT.
       01 WS-PARTNER-RESULT-SW      PIC X VALUE SPACE.
          88 WS-PARTNER-CONVERTED   VALUE 'C'.
          88 WS-PARTNER-NOT-RECEIVED VALUE 'M'.
          88 WS-PARTNER-BAD-PROFILE VALUE 'P'.
          88 WS-PARTNER-OUT-FAILED  VALUE 'O'.

       01 WS-PROFILE-CHECK.
          05 WS-PROF-VALID-SW       PIC X VALUE 'Y'.
             88 WS-PROFILE-VALID    VALUE 'Y'.
             88 WS-PROFILE-INVALID  VALUE 'N'.
          05 WS-PROF-FAIL-REASON    PIC X(28) VALUE SPACES.
          05 WS-DELIM-CHAR          PIC X VALUE ",".
          05 WS-MASK-LEN            PIC 9(2) VALUE ZERO.
          05 WS-MASK-Y-COUNT        PIC 9(2) VALUE ZERO.
          05 WS-MASK-M-COUNT        PIC 9(2) VALUE ZERO.
          05 WS-MASK-D-COUNT        PIC 9(2) VALUE ZERO.
          05 WS-MASK-SPLIT-SW       PIC X VALUE 'N'.
             88 WS-MASK-SPLIT       VALUE 'Y'.
          05 WS-MAX-COLUMN          PIC 9(2) VALUE ZERO.

      * ONE PARSED ROW - UP TO 20 FIELDS OF 40 CHARACTERS. A FIELD
      * PAST THE 20TH IS COUNTED BUT NOT KEPT (NO PROFILE CAN NAME
      * IT); A FIELD LONGER THAN 40 KEEPS ITS TRUE LENGTH IN
      * WS-FIELD-LEN SO 360-GET-FIELD CAN TELL IT WAS CUT SHORT.
       01 WS-ROW-CONTROLS.
          05 WS-ROW-NUMBER          PIC 9(7) VALUE ZERO.
          05 WS-ROW-LEN             PIC 9(3) VALUE ZERO.
          05 WS-CHAR-POS            PIC 9(3) VALUE ZERO.
          05 WS-CHAR                PIC X VALUE SPACE.
          05 WS-IN-QUOTES-SW        PIC X VALUE 'N'.
             88 WS-IN-QUOTES        VALUE 'Y'.
          05 WS-FIELD-COUNT         PIC 9(3) VALUE ZERO.
          05 WS-CUR-LEN             PIC 9(3) VALUE ZERO.
          05 WS-FIELD-TABLE.
             10 WS-FIELD-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-FLD-IDX.
                15 WS-FIELD-TEXT    PIC X(40).
                15 WS-FIELD-LEN     PIC 9(3).

       01 WS-ROW-EDIT.
          05 WS-ROW-VALID-SW        PIC X VALUE 'Y'.
             88 WS-ROW-VALID        VALUE 'Y'.
             88 WS-ROW-INVALID      VALUE 'N'.
          05 WS-ROW-REASON          PIC X(20) VALUE SPACES.
          05 WS-ROW-REFERENCE       PIC X(20) VALUE SPACES.
          05 WS-ROW-PARTICIPANT     PIC X(8) VALUE SPACES.

      * ONE FIELD, STRIPPED OF LEADING AND TRAILING SPACES.
       01 WS-VALUE-WORK.
          05 WS-GET-COLUMN          PIC 9(2) VALUE ZERO.
          05 WS-VALUE               PIC X(40) VALUE SPACES.
          05 WS-VALUE-LEN           PIC 9(3) VALUE ZERO.
          05 WS-VALUE-START         PIC 9(3) VALUE ZERO.
          05 WS-VALUE-LONG-SW       PIC X VALUE 'N'.
             88 WS-VALUE-TOO-LONG   VALUE 'Y'.

      * THE PARTNER'S DATE, RE-ASSEMBLED FROM THE PROFILE'S MASK.
       01 WS-DATE-WORK.
          05 WS-DT-Y-POS            PIC 9(2) VALUE ZERO.
          05 WS-DT-M-POS            PIC 9(2) VALUE ZERO.
          05 WS-DT-D-POS            PIC 9(2) VALUE ZERO.
          05 WS-DT-DATE-X.
             10 WS-DT-YYYY          PIC X(4).
             10 WS-DT-MM            PIC X(2).
             10 WS-DT-DD            PIC X(2).
          05 WS-DT-DATE REDEFINES WS-DT-DATE-X
                                     PIC 9(8).

      * THE SCORE, TAKEN APART DIGIT BY DIGIT SO EITHER DECIMAL
      * CONVENTION CAN BE HONOURED AND A THIRD DECIMAL PLACE OR A
      * THOUSANDS SEPARATOR IS REJECTED RATHER THAN GUESSED AT.
      * WS-SC-RAW IS SCOREIN.DAT'S 5-DIGIT RAW SCORE WITH ITS IMPLIED
      * V99, SO THE LARGEST SCORE THAT FITS IS 999.99.
       01 WS-SCORE-WORK.
          05 WS-SC-SIGN             PIC X VALUE SPACE.
          05 WS-SC-START            PIC 9(3) VALUE ZERO.
          05 WS-SC-INT              PIC 9(5) VALUE ZERO.
          05 WS-SC-FRAC             PIC 9(2) VALUE ZERO.
          05 WS-SC-INT-DIGITS       PIC 9(3) VALUE ZERO.
          05 WS-SC-FRAC-DIGITS      PIC 9(3) VALUE ZERO.
          05 WS-SC-POINT-SW         PIC X VALUE 'N'.
             88 WS-SC-POINT-SEEN    VALUE 'Y'.
          05 WS-SC-DIGIT            PIC 9 VALUE ZERO.
          05 WS-SC-RAW              PIC 9(5) VALUE ZERO.

      * PER-PARTNER COUNTS AND THE ENVELOPE HASH - THE SUM OF EVERY
      * CONVERTED DETAIL'S RAW SCORE, THE SAME UNPUNCTUATED IMPLIED-V99
      * TOTAL 141-VERIFY-SOURCE-ENVELOPE RECOMPUTES.
       01 WS-PARTNER-TOTALS.
          05 WS-PTN-ROWS            PIC 9(7) VALUE ZERO.
          05 WS-PTN-CONVERTED       PIC 9(7) VALUE ZERO.
          05 WS-PTN-REJECTED        PIC 9(7) VALUE ZERO.
          05 WS-PTN-HASH-RAW        PIC 9(13) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
          05 WS-PROFILE-COUNT       PIC 9(3) VALUE ZERO.
          05 WS-CONVERTED-COUNT     PIC 9(3) VALUE ZERO.
          05 WS-MISSING-COUNT       PIC 9(3) VALUE ZERO.
          05 WS-FAILED-COUNT        PIC 9(3) VALUE ZERO.
          05 WS-TOTAL-ROWS          PIC 9(7) VALUE ZERO.
          05 WS-TOTAL-CONVERTED     PIC 9(7) VALUE ZERO.
          05 WS-TOTAL-REJECTED      PIC 9(7) VALUE ZERO.

      * SCORESRC.DAT UPKEEP - SAME 50-ENTRY LIMIT AS CALCDVOP.cbl'S
      * WS-SOURCE-TABLE, WHICH ABORTS THE RUN ON A 51ST ENTRY.
       01 WS-SOURCE-LIST-CONTROLS.
          05 WS-SRCLIST-COUNT       PIC 9(3) VALUE ZERO.
          05 WS-SRCLIST-MAX         PIC 9(3) VALUE 50.
          05 WS-SRCLIST-FOUND-SW    PIC X VALUE 'N'.
             88 WS-SRCLIST-FOUND    VALUE 'Y'.
          05 WS-SRCLIST-ABSENT-SW   PIC X VALUE 'N'.
             88 WS-SRCLIST-ABSENT   VALUE 'Y'.
          05 WS-SRCLIST-NOTE        PIC X(28) VALUE SPACES.

       01 WS-REJECT-LINE.
          05 WS-RJL-DATE.
             10 WS-RJL-YYYY         PIC 9(4).
             10 FILLER              PIC X VALUE "-".
             10 WS-RJL-MM           PIC 9(2).
             10 FILLER              PIC X VALUE "-".
             10 WS-RJL-DD           PIC 9(2).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RJL-TIME.
             10 WS-RJL-HH           PIC 9(2).
             10 FILLER              PIC X VALUE ":".
             10 WS-RJL-MIN          PIC 9(2).
             10 FILLER              PIC X VALUE ":".
             10 WS-RJL-SEC          PIC 9(2).
          05 FILLER                 PIC X(10) VALUE "  PARTNER:".
          05 WS-RJL-PARTNER         PIC X(8).
          05 FILLER                 PIC X(6)  VALUE "  ROW:".
          05 WS-RJL-ROW             PIC ZZZZZZ9.
          05 FILLER                 PIC X(9)  VALUE "  REASON:".
          05 WS-RJL-REASON          PIC X(20).
          05 FILLER                 PIC X(6)  VALUE "  REF:".
          05 WS-RJL-REFERENCE       PIC X(20).
          05 FILLER                 PIC X(7)  VALUE "  DATA:".
          05 WS-RJL-DATA            PIC X(38).

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN PARTNER FEED CONVERSION".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-DATE            PIC 9(8).
          05 FILLER                 PIC X(62) VALUE SPACES.

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".

       01 WS-PARTNER-LINE.
          05 WS-PTL-ID              PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-PTL-STATUS          PIC X(16).
          05 FILLER                 PIC X(7)  VALUE "  ROWS:".
          05 WS-PTL-ROWS            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(12) VALUE "  CONVERTED:".
          05 WS-PTL-CONVERTED       PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(11) VALUE "  REJECTED:".
          05 WS-PTL-REJECTED        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(3)  VALUE SPACES.

       01 WS-PARTNER-FILE-LINE.
          05 FILLER                 PIC X(10) VALUE SPACES.
          05 WS-PFL-FILE            PIC X(40).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-PFL-NOTE            PIC X(28).

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(10) VALUE "PARTNERS: ".
          05 WS-TRL-PROFILES        PIC ZZ9.
          05 FILLER                 PIC X(12) VALUE "  CONVERTED:".
          05 WS-TRL-CONVERTED       PIC ZZ9.
          05 FILLER                 PIC X(10) VALUE "  MISSING:".
          05 WS-TRL-MISSING         PIC ZZ9.
          05 FILLER                 PIC X(9)  VALUE "  FAILED:".
          05 WS-TRL-FAILED          PIC ZZ9.
          05 FILLER                 PIC X(7)  VALUE "  ROWS:".
          05 WS-TRL-ROWS            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(6)  VALUE "  REJ:".
          05 WS-TRL-REJECTED        PIC ZZZ,ZZ9.

       01 WS-STATUS-LINE            PIC X(80).

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-CONV-FAILED
               PERFORM 150-CONVERT-ALL-PARTNERS
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "FEEDCONV" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           PERFORM 110-GET-PARM-PARTNER
           OPEN OUTPUT CONV-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - FEEDCONV.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-CONV-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO WS-HDG-DATE
               WRITE CONV-RPT-RECORD FROM WS-RPT-HEADING-1
               WRITE CONV-RPT-RECORD FROM WS-RPT-HEADING-2
               WRITE CONV-RPT-RECORD FROM WS-RPT-HEADING-3
           END-IF
      * FEEDREJ.DAT ACCUMULATES ACROSS DAYS LIKE CALCDVOP'S
      * REJECTS.DAT - EACH LINE CARRIES ITS OWN DATE AND TIME.
           IF NOT WS-CONV-FAILED
               OPEN EXTEND CONV-REJECT-FILE
               IF WS-REJ-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CONV-REJECT-FILE
               END-IF
               IF WS-REJ-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - FEEDREJ.DAT open "
                       "failed, status " WS-REJ-FILE-STATUS
                   SET WS-CONV-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       110-GET-PARM-PARTNER.
           MOVE SPACES TO WS-PARM-RAW
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW NOT = SPACES
               MOVE SPACES TO WS-PARM-MODE WS-PARM-VALUE
               UNSTRING WS-PARM-RAW DELIMITED BY "="
                   INTO WS-PARM-MODE WS-PARM-VALUE
               END-UNSTRING
               IF WS-PARM-MODE = "PARTNER"
                  AND WS-PARM-VALUE NOT = SPACES
                   MOVE WS-PARM-VALUE TO WS-ONLY-PARTNER
                   DISPLAY "VibeGarden feedconv - converting partner "
                       WS-ONLY-PARTNER " only"
               ELSE
                   DISPLAY "VibeGarden PARM ignored (expected "
                       "PARTNER=xxxxxxxx): " WS-PARM-RAW
               END-IF
           END-IF.

      * NO FEEDPROF.DAT IS A SHOP WITH NO CSV PARTNERS, NOT AN ERROR.
       150-CONVERT-ALL-PARTNERS.
           OPEN INPUT FEED-PROFILE-FILE
           IF WS-PROF-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden feedconv - no FEEDPROF.DAT profiles "
                   "on file, status " WS-PROF-FILE-STATUS
                   " - nothing to convert"
               MOVE "NO PARTNER PROFILES ON FILE - NOTHING CONVERTED"
                   TO WS-STATUS-LINE
               WRITE CONV-RPT-RECORD FROM WS-STATUS-LINE
           ELSE
               PERFORM UNTIL WS-PROF-EOF
                   READ FEED-PROFILE-FILE
                       AT END
                           SET WS-PROF-EOF TO TRUE
                       NOT AT END
                           IF FP-PARTNER-ID NOT = SPACES
                              AND (WS-ONLY-PARTNER = SPACES
                                OR WS-ONLY-PARTNER = FP-PARTNER-ID)
                               PERFORM 200-CONVERT-ONE-PARTNER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-PROFILE-FILE
           END-IF
           IF WS-ONLY-PARTNER NOT = SPACES
              AND NOT WS-ONLY-PARTNER-FOUND
               DISPLAY "VibeGarden feedconv - partner "
                   WS-ONLY-PARTNER " has no profile on FEEDPROF.DAT"
               MOVE SPACES TO WS-STATUS-LINE
               STRING "PARTNER " WS-ONLY-PARTNER
                   " HAS NO PROFILE - NOTHING CONVERTED"
                   DELIMITED BY SIZE INTO WS-STATUS-LINE
               END-STRING
               WRITE CONV-RPT-RECORD FROM WS-STATUS-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       200-CONVERT-ONE-PARTNER.
           SET WS-ONLY-PARTNER-FOUND TO TRUE
           MOVE SPACE TO WS-PARTNER-RESULT-SW
           ADD 1 TO WS-PROFILE-COUNT
           MOVE ZERO TO WS-PTN-ROWS WS-PTN-CONVERTED WS-PTN-REJECTED
                        WS-PTN-HASH-RAW
           MOVE SPACES TO WS-SRCLIST-NOTE
           MOVE FP-CSV-FILE TO WS-CSV-FILE-NAME
           MOVE FP-OUT-FILE TO WS-OUT-FILE-NAME
           PERFORM 210-VALIDATE-PROFILE
           IF WS-PROFILE-INVALID
               SET WS-PARTNER-BAD-PROFILE TO TRUE
               DISPLAY "VibeGarden feedconv - partner " FP-PARTNER-ID
                   " profile invalid: " WS-PROF-FAIL-REASON
               PERFORM 290-EMPTY-CONVERTED-FILE
           ELSE
               OPEN INPUT CSV-IN-FILE
               IF WS-CSV-FILE-STATUS NOT = "00"
                   SET WS-PARTNER-NOT-RECEIVED TO TRUE
                   DISPLAY "VibeGarden feedconv - partner "
                       FP-PARTNER-ID " file " WS-CSV-FILE-NAME
                       " not received, status " WS-CSV-FILE-STATUS
                   PERFORM 290-EMPTY-CONVERTED-FILE
               ELSE
                   PERFORM 230-CONVERT-PARTNER-FILE
               END-IF
           END-IF
           IF WS-PARTNER-CONVERTED
               PERFORM 450-ENSURE-SOURCE-LISTED
           END-IF
           PERFORM 280-REPORT-PARTNER.

      * EVERY PROFILE FIELD IS CHECKED BEFORE THE PARTNER'S FILE IS
      * OPENED - A MIS-KEYED PROFILE WOULD OTHERWISE REJECT EVERY ROW
      * (OR WORSE, CONVERT A SCORE FROM THE WRONG COLUMN).
       210-VALIDATE-PROFILE.
           SET WS-PROFILE-VALID TO TRUE
           MOVE SPACES TO WS-PROF-FAIL-REASON
           MOVE ZERO TO WS-MASK-LEN WS-MASK-Y-COUNT WS-MASK-M-COUNT
                        WS-MASK-D-COUNT WS-MAX-COLUMN
           IF FP-DELIMITER = "T"
               MOVE X"09" TO WS-DELIM-CHAR
           ELSE
               MOVE FP-DELIMITER TO WS-DELIM-CHAR
           END-IF
           INSPECT FP-DATE-FORMAT TALLYING WS-MASK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 'N' TO WS-MASK-SPLIT-SW
           IF WS-MASK-LEN > ZERO
               INSPECT FP-DATE-FORMAT (1:WS-MASK-LEN)
                   TALLYING WS-MASK-Y-COUNT FOR ALL "Y"
                            WS-MASK-M-COUNT FOR ALL "M"
                            WS-MASK-D-COUNT FOR ALL "D"
      * A MASK WITH A SPACE IN IT WOULD NEVER MATCH A TRIMMED FIELD.
               IF WS-MASK-LEN < 10
                   IF FP-DATE-FORMAT (WS-MASK-LEN + 1:) NOT = SPACES
                       SET WS-MASK-SPLIT TO TRUE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN FP-CSV-FILE = SPACES OR FP-OUT-FILE = SPACES
                   MOVE "CSV OR OUTPUT FILE NOT NAMED"
                     TO WS-PROF-FAIL-REASON
               WHEN FP-CSV-FILE = FP-OUT-FILE
                   MOVE "OUTPUT FILE IS THE CSV FILE"
                     TO WS-PROF-FAIL-REASON
               WHEN FP-DELIMITER = SPACE OR FP-DELIMITER = QUOTE
                   MOVE "DELIMITER NOT USABLE" TO WS-PROF-FAIL-REASON
               WHEN FP-DECIMAL-MARK NOT = "."
                AND FP-DECIMAL-MARK NOT = ","
                   MOVE "DECIMAL MARK NOT . OR ,"
                     TO WS-PROF-FAIL-REASON
               WHEN WS-MASK-Y-COUNT NOT = 4
                 OR WS-MASK-M-COUNT NOT = 2
                 OR WS-MASK-D-COUNT NOT = 2
                 OR WS-MASK-SPLIT
                   MOVE "DATE MASK NOT YYYY/MM/DD"
                     TO WS-PROF-FAIL-REASON
               WHEN FP-COL-REFERENCE NOT NUMERIC
                 OR FP-COL-PARTICIPANT NOT NUMERIC
                 OR FP-COL-DATE NOT NUMERIC
                 OR FP-COL-SCORE NOT NUMERIC
                   MOVE "COLUMN NUMBER NOT NUMERIC"
                     TO WS-PROF-FAIL-REASON
               WHEN FP-COL-REFERENCE < 1 OR FP-COL-REFERENCE > 20
                 OR FP-COL-PARTICIPANT < 1 OR FP-COL-PARTICIPANT > 20
                 OR FP-COL-DATE < 1 OR FP-COL-DATE > 20
                 OR FP-COL-SCORE < 1 OR FP-COL-SCORE > 20
                   MOVE "COLUMN NUMBER NOT 01-20"
                     TO WS-PROF-FAIL-REASON
               WHEN FP-HEADER-ROWS NOT NUMERIC
                   MOVE "HEADER ROWS NOT NUMERIC"
                     TO WS-PROF-FAIL-REASON
           END-EVALUATE
           IF WS-PROF-FAIL-REASON NOT = SPACES
               SET WS-PROFILE-INVALID TO TRUE
           ELSE
               MOVE FP-COL-REFERENCE TO WS-MAX-COLUMN
               IF FP-COL-PARTICIPANT > WS-MAX-COLUMN
                   MOVE FP-COL-PARTICIPANT TO WS-MAX-COLUMN
               END-IF
               IF FP-COL-DATE > WS-MAX-COLUMN
                   MOVE FP-COL-DATE TO WS-MAX-COLUMN
               END-IF
               IF FP-COL-SCORE > WS-MAX-COLUMN
                   MOVE FP-COL-SCORE TO WS-MAX-COLUMN
               END-IF
           END-IF.

      * PASS OVER THE PARTNER'S FILE: GOOD ROWS TO THE WORK FILE,
      * BAD ONES TO FEEDREJ.DAT; THEN THE ENVELOPED FILE IS BUILT
      * FROM THE WORK FILE NOW THE COUNT AND HASH ARE KNOWN.
       230-CONVERT-PARTNER-FILE.
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE 'N' TO WS-CSV-EOF-SWITCH
           OPEN OUTPUT CONV-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden feedconv - FEEDWRK.DAT open failed, "
                   "status " WS-WORK-FILE-STATUS " - partner "
                   FP-PARTNER-ID " not converted"
               SET WS-PARTNER-OUT-FAILED TO TRUE
               CLOSE CSV-IN-FILE
               PERFORM 290-EMPTY-CONVERTED-FILE
           ELSE
               PERFORM UNTIL WS-CSV-EOF
                   READ CSV-IN-FILE
                       AT END
                           SET WS-CSV-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROW-NUMBER
                           IF WS-ROW-NUMBER > FP-HEADER-ROWS
                              AND CSV-ROW NOT = SPACES
                               ADD 1 TO WS-PTN-ROWS
                               PERFORM 300-CONVERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-IN-FILE
               CLOSE CONV-WORK-FILE
               PERFORM 400-WRITE-CONVERTED-FILE
           END-IF.

       280-REPORT-PARTNER.
           MOVE FP-PARTNER-ID     TO WS-PTL-ID
           MOVE WS-PTN-ROWS       TO WS-PTL-ROWS
           MOVE WS-PTN-CONVERTED  TO WS-PTL-CONVERTED
           MOVE WS-PTN-REJECTED   TO WS-PTL-REJECTED
           MOVE WS-OUT-FILE-NAME  TO WS-PFL-FILE
           EVALUATE TRUE
               WHEN WS-PARTNER-CONVERTED
                   ADD 1 TO WS-CONVERTED-COUNT
                   MOVE "CONVERTED"        TO WS-PTL-STATUS
                   MOVE WS-SRCLIST-NOTE    TO WS-PFL-NOTE
                   IF WS-PTN-REJECTED > ZERO
                       MOVE "CONVERTED - REJ" TO WS-PTL-STATUS
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN WS-PARTNER-NOT-RECEIVED
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "** NOT RECEIVED" TO WS-PTL-STATUS
                   MOVE "EMPTIED - NOTHING TO POST" TO WS-PFL-NOTE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-PARTNER-BAD-PROFILE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "** BAD PROFILE"  TO WS-PTL-STATUS
                   MOVE WS-PROF-FAIL-REASON TO WS-PFL-NOTE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "** NOT WRITTEN"  TO WS-PTL-STATUS
                   MOVE "CONVERTED FILE NOT WRITTEN" TO WS-PFL-NOTE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           WRITE CONV-RPT-RECORD FROM WS-PARTNER-LINE
           WRITE CONV-RPT-RECORD FROM WS-PARTNER-FILE-LINE
           ADD WS-PTN-ROWS      TO WS-TOTAL-ROWS
           ADD WS-PTN-CONVERTED TO WS-TOTAL-CONVERTED
           ADD WS-PTN-REJECTED  TO WS-TOTAL-REJECTED
           DISPLAY "VibeGarden feedconv - partner " FP-PARTNER-ID
               " " WS-PTL-STATUS " rows " WS-PTN-ROWS
               " converted " WS-PTN-CONVERTED
               " rejected " WS-PTN-REJECTED.

      * OPENING OUTPUT AND CLOSING AGAIN LEAVES A ZERO-BYTE FILE:
      * CALCDVOP READS IT AS AN EMPTY SOURCE AND SRCCHECK REPORTS IT
      * ARRIVED EMPTY. A PROFILE THAT NAMES NO OUTPUT FILE, OR NAMES
      * ITS OWN CSV FILE, IS NEVER TOUCHED.
       290-EMPTY-CONVERTED-FILE.
           IF WS-OUT-FILE-NAME NOT = SPACES
              AND WS-OUT-FILE-NAME NOT = WS-CSV-FILE-NAME
               OPEN OUTPUT SCORE-OUT-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   CLOSE SCORE-OUT-FILE
               END-IF
           END-IF.

       300-CONVERT-ROW.
           SET WS-ROW-VALID TO TRUE
           MOVE SPACES TO WS-ROW-REASON WS-ROW-REFERENCE
                          WS-ROW-PARTICIPANT
           PERFORM 310-SPLIT-ROW
           IF WS-FIELD-COUNT >= FP-COL-REFERENCE
               MOVE FP-COL-REFERENCE TO WS-GET-COLUMN
               PERFORM 360-GET-FIELD
               MOVE WS-VALUE TO WS-ROW-REFERENCE
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-QUOTES
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "UNBALANCED QUOTES" TO WS-ROW-REASON
               WHEN WS-FIELD-COUNT < WS-MAX-COLUMN
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "MISSING COLUMNS" TO WS-ROW-REASON
               WHEN WS-ROW-REFERENCE = SPACES
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "REFERENCE MISSING" TO WS-ROW-REASON
           END-EVALUATE
           IF WS-ROW-VALID
               PERFORM 320-CHECK-PARTICIPANT
           END-IF
           IF WS-ROW-VALID
               PERFORM 330-CHECK-DATE
           END-IF
           IF WS-ROW-VALID
               PERFORM 340-CHECK-SCORE
           END-IF
           IF WS-ROW-VALID
               PERFORM 370-WRITE-WORK-DETAIL
           ELSE
               PERFORM 380-WRITE-REJECT
           END-IF.

      * SPLITS CSV-ROW ON THE PROFILE'S DELIMITER. A DELIMITER INSIDE
      * DOUBLE QUOTES IS DATA, AND A DOUBLED QUOTE INSIDE QUOTES IS ONE
      * QUOTE CHARACTER. SPACES AHEAD OF A FIELD'S FIRST CHARACTER ARE
      * DROPPED SO A QUOTE AFTER THEM STILL OPENS A QUOTED FIELD.
       310-SPLIT-ROW.
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE 'N' TO WS-IN-QUOTES-SW
           PERFORM VARYING WS-ROW-LEN FROM 400 BY -1
                   UNTIL CSV-ROW (WS-ROW-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM 315-START-FIELD
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > WS-ROW-LEN
               MOVE CSV-ROW (WS-CHAR-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-IN-QUOTES
                       IF WS-CHAR = QUOTE
                           IF WS-CHAR-POS < WS-ROW-LEN
                               IF CSV-ROW (WS-CHAR-POS + 1:1) = QUOTE
                                   ADD 1 TO WS-CHAR-POS
                                   PERFORM 318-ADD-FIELD-CHAR
                               ELSE
                                   MOVE 'N' TO WS-IN-QUOTES-SW
                               END-IF
                           ELSE
                               MOVE 'N' TO WS-IN-QUOTES-SW
                           END-IF
                       ELSE
                           PERFORM 318-ADD-FIELD-CHAR
                       END-IF
                   WHEN WS-CHAR = WS-DELIM-CHAR
                       PERFORM 315-START-FIELD
                   WHEN WS-CHAR = QUOTE AND WS-CUR-LEN = ZERO
                       SET WS-IN-QUOTES TO TRUE
                   WHEN WS-CHAR = SPACE AND WS-CUR-LEN = ZERO
                       CONTINUE
                   WHEN OTHER
                       PERFORM 318-ADD-FIELD-CHAR
               END-EVALUATE
           END-PERFORM.

       315-START-FIELD.
           ADD 1 TO WS-FIELD-COUNT
           MOVE ZERO TO WS-CUR-LEN
           IF WS-FIELD-COUNT <= 20
               SET WS-FLD-IDX TO WS-FIELD-COUNT
               MOVE SPACES TO WS-FIELD-TEXT (WS-FLD-IDX)
               MOVE ZERO TO WS-FIELD-LEN (WS-FLD-IDX)
           END-IF.

       318-ADD-FIELD-CHAR.
           ADD 1 TO WS-CUR-LEN
           IF WS-FIELD-COUNT <= 20
               IF WS-CUR-LEN <= 40
                   MOVE WS-CHAR
                     TO WS-FIELD-TEXT (WS-FLD-IDX) (WS-CUR-LEN:1)
               END-IF
               MOVE WS-CUR-LEN TO WS-FIELD-LEN (WS-FLD-IDX)
           END-IF.

       320-CHECK-PARTICIPANT.
           MOVE FP-COL-PARTICIPANT TO WS-GET-COLUMN
           PERFORM 360-GET-FIELD
           EVALUATE TRUE
               WHEN WS-VALUE-LEN = ZERO
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "PARTICIPANT MISSING" TO WS-ROW-REASON
               WHEN WS-VALUE-LEN > 8
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "PARTICIPANT TOO LONG" TO WS-ROW-REASON
               WHEN OTHER
                   MOVE WS-VALUE TO WS-ROW-PARTICIPANT
           END-EVALUATE.

      * THE MASK IS WALKED POSITION BY POSITION: Y/M/D POSITIONS
      * SUPPLY THE DIGITS OF THE DATE, ANY OTHER MASK CHARACTER MUST
      * APPEAR IN THE FIELD AS IT STANDS. INTEGER-OF-DATE IS ZERO FOR
      * A DATE THAT IS NOT ON THE CALENDAR (SAME TEST MSTSWEEP.cbl AND
      * BUSDAY.cbl MAKE). A DATE AFTER TODAY CANNOT BE A SCORE THE
      * PARTNER HAS ALREADY EARNED.
       330-CHECK-DATE.
           MOVE FP-COL-DATE TO WS-GET-COLUMN
           PERFORM 360-GET-FIELD
           MOVE ZERO TO WS-DT-Y-POS WS-DT-M-POS WS-DT-D-POS
           MOVE SPACES TO WS-DT-DATE-X
           EVALUATE TRUE
               WHEN WS-VALUE-LEN = ZERO
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "DATE MISSING" TO WS-ROW-REASON
               WHEN WS-VALUE-LEN NOT = WS-MASK-LEN
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "BAD DATE FORMAT" TO WS-ROW-REASON
               WHEN OTHER
                   PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                           UNTIL WS-CHAR-POS > WS-MASK-LEN
                       MOVE WS-VALUE (WS-CHAR-POS:1) TO WS-CHAR
                       EVALUATE FP-DATE-FORMAT (WS-CHAR-POS:1)
                           WHEN "Y"
                               ADD 1 TO WS-DT-Y-POS
                               MOVE WS-CHAR
                                 TO WS-DT-YYYY (WS-DT-Y-POS:1)
                           WHEN "M"
                               ADD 1 TO WS-DT-M-POS
                               MOVE WS-CHAR
                                 TO WS-DT-MM (WS-DT-M-POS:1)
                           WHEN "D"
                               ADD 1 TO WS-DT-D-POS
                               MOVE WS-CHAR
                                 TO WS-DT-DD (WS-DT-D-POS:1)
                           WHEN OTHER
                               IF WS-CHAR NOT =
                                  FP-DATE-FORMAT (WS-CHAR-POS:1)
                                   SET WS-ROW-INVALID TO TRUE
                                   MOVE "BAD DATE FORMAT"
                                     TO WS-ROW-REASON
                               END-IF
                       END-EVALUATE
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-ROW-INVALID
                           CONTINUE
                       WHEN WS-DT-DATE-X NOT NUMERIC
                           SET WS-ROW-INVALID TO TRUE
                           MOVE "BAD DATE FORMAT" TO WS-ROW-REASON
                       WHEN FUNCTION INTEGER-OF-DATE (WS-DT-DATE)
                            = ZERO
                           SET WS-ROW-INVALID TO TRUE
                           MOVE "NOT A CALENDAR DATE" TO WS-ROW-REASON
                       WHEN WS-DT-DATE > WS-RUN-DATE
                           SET WS-ROW-INVALID TO TRUE
                           MOVE "FUTURE DATE" TO WS-ROW-REASON
                   END-EVALUATE
           END-EVALUATE.

      * AN OPTIONAL LEADING + OR -, DIGITS, AND AT MOST ONE DECIMAL
      * MARK OF THE PROFILE'S CONVENTION FOLLOWED BY AT MOST TWO
      * DIGITS. A NEGATIVE SCORE IS REJECTED HERE FOR THE SAME REASON
      * CALCDVOP.cbl'S 250-EDIT-SCORE WOULD REJECT IT, BUT WITH THE
      * PARTNER'S ROW NUMBER ON IT.
       340-CHECK-SCORE.
           MOVE FP-COL-SCORE TO WS-GET-COLUMN
           PERFORM 360-GET-FIELD
           MOVE SPACE TO WS-SC-SIGN
           MOVE 1 TO WS-SC-START
           MOVE ZERO TO WS-SC-INT WS-SC-FRAC WS-SC-INT-DIGITS
                        WS-SC-FRAC-DIGITS
           MOVE 'N' TO WS-SC-POINT-SW
           EVALUATE TRUE
               WHEN WS-VALUE-LEN = ZERO
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "SCORE MISSING" TO WS-ROW-REASON
               WHEN WS-VALUE-TOO-LONG
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "BAD SCORE FORMAT" TO WS-ROW-REASON
               WHEN OTHER
                   PERFORM 342-PARSE-SCORE
           END-EVALUATE.

       342-PARSE-SCORE.
           IF WS-VALUE (1:1) = "+" OR WS-VALUE (1:1) = "-"
               MOVE WS-VALUE (1:1) TO WS-SC-SIGN
               MOVE 2 TO WS-SC-START
           END-IF
           PERFORM VARYING WS-CHAR-POS FROM WS-SC-START BY 1
                   UNTIL WS-CHAR-POS > WS-VALUE-LEN
                      OR WS-ROW-INVALID
               MOVE WS-VALUE (WS-CHAR-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR IS NUMERIC
                       MOVE WS-CHAR TO WS-SC-DIGIT
                       PERFORM 345-ADD-SCORE-DIGIT
                   WHEN WS-CHAR = FP-DECIMAL-MARK
                    AND NOT WS-SC-POINT-SEEN
                       SET WS-SC-POINT-SEEN TO TRUE
                   WHEN OTHER
                       SET WS-ROW-INVALID TO TRUE
                       MOVE "BAD SCORE FORMAT" TO WS-ROW-REASON
               END-EVALUATE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ROW-INVALID
                   CONTINUE
               WHEN WS-SC-INT-DIGITS + WS-SC-FRAC-DIGITS = ZERO
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "BAD SCORE FORMAT" TO WS-ROW-REASON
               WHEN WS-SC-INT > 999
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "SCORE TOO LARGE" TO WS-ROW-REASON
               WHEN WS-SC-SIGN = "-"
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "NEGATIVE" TO WS-ROW-REASON
               WHEN OTHER
                   IF WS-SC-FRAC-DIGITS = 1
                       MULTIPLY 10 BY WS-SC-FRAC
                   END-IF
                   COMPUTE WS-SC-RAW =
                       WS-SC-INT * 100 + WS-SC-FRAC
           END-EVALUATE.

      * ONCE THE WHOLE PART PASSES 999 IT IS TOO LARGE WHATEVER
      * FOLLOWS, SO IT STOPS GROWING THERE RATHER THAN OVERFLOW.
       345-ADD-SCORE-DIGIT.
           IF WS-SC-POINT-SEEN
               ADD 1 TO WS-SC-FRAC-DIGITS
               IF WS-SC-FRAC-DIGITS > 2
                   SET WS-ROW-INVALID TO TRUE
                   MOVE "TOO MANY DECIMALS" TO WS-ROW-REASON
               ELSE
                   COMPUTE WS-SC-FRAC = WS-SC-FRAC * 10 + WS-SC-DIGIT
               END-IF
           ELSE
               ADD 1 TO WS-SC-INT-DIGITS
               IF WS-SC-INT NOT > 999
                   COMPUTE WS-SC-INT = WS-SC-INT * 10 + WS-SC-DIGIT
               END-IF
           END-IF.

      * COPIES FIELD WS-GET-COLUMN INTO WS-VALUE WITHOUT ITS LEADING
      * AND TRAILING SPACES. A FIELD LONGER THAN THE 40 CHARACTERS
      * KEPT COMES BACK WITH A LENGTH OVER 40, WHICH EVERY CALLER'S
      * OWN LENGTH OR FORMAT CHECK THEN REJECTS.
       360-GET-FIELD.
           MOVE SPACES TO WS-VALUE
           MOVE ZERO TO WS-VALUE-LEN
           MOVE 'N' TO WS-VALUE-LONG-SW
           SET WS-FLD-IDX TO WS-GET-COLUMN
           EVALUATE TRUE
               WHEN WS-FIELD-LEN (WS-FLD-IDX) > 40
                   SET WS-VALUE-TOO-LONG TO TRUE
                   MOVE WS-FIELD-TEXT (WS-FLD-IDX) TO WS-VALUE
                   MOVE WS-FIELD-LEN (WS-FLD-IDX) TO WS-VALUE-LEN
               WHEN WS-FIELD-TEXT (WS-FLD-IDX) = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM VARYING WS-VALUE-START FROM 1 BY 1
                           UNTIL WS-FIELD-TEXT (WS-FLD-IDX)
                                 (WS-VALUE-START:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   MOVE WS-FIELD-TEXT (WS-FLD-IDX) (WS-VALUE-START:)
                     TO WS-VALUE
                   PERFORM VARYING WS-VALUE-LEN FROM 40 BY -1
                           UNTIL WS-VALUE (WS-VALUE-LEN:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
           END-EVALUATE.

       370-WRITE-WORK-DETAIL.
           MOVE SPACES TO CONV-WORK-RECORD
           MOVE SPACE              TO CW-SIGN
           MOVE WS-SC-RAW          TO CW-BASE-SCORE-RAW
           MOVE WS-ROW-PARTICIPANT TO CW-PARTICIPANT-ID
           WRITE CONV-WORK-RECORD
           ADD 1 TO WS-PTN-CONVERTED
           ADD WS-SC-RAW TO WS-PTN-HASH-RAW.

       380-WRITE-REJECT.
           ADD 1 TO WS-PTN-REJECTED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-YYYY     TO WS-RJL-YYYY
           MOVE WS-CURR-MM       TO WS-RJL-MM
           MOVE WS-CURR-DD       TO WS-RJL-DD
           MOVE WS-CURR-HH       TO WS-RJL-HH
           MOVE WS-CURR-MIN      TO WS-RJL-MIN
           MOVE WS-CURR-SEC      TO WS-RJL-SEC
           MOVE FP-PARTNER-ID    TO WS-RJL-PARTNER
           MOVE WS-ROW-NUMBER    TO WS-RJL-ROW
           MOVE WS-ROW-REASON    TO WS-RJL-REASON
           MOVE WS-ROW-REFERENCE TO WS-RJL-REFERENCE
           MOVE CSV-ROW          TO WS-RJL-DATA
           WRITE CONV-REJECT-RECORD FROM WS-REJECT-LINE.

      * HEADER, CONVERTED DETAILS, TRAILER. WRITTEN EVEN WHEN NO ROW
      * CONVERTED, SO A FILE OF NOTHING BUT REJECTS READS AS A
      * VERIFIED EMPTY SUBMISSION RATHER THAN A MISSING ONE.
       400-WRITE-CONVERTED-FILE.
           OPEN OUTPUT SCORE-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden feedconv - " WS-OUT-FILE-NAME
                   " open failed, status " WS-OUT-FILE-STATUS
                   " - partner " FP-PARTNER-ID " not converted"
               SET WS-PARTNER-OUT-FAILED TO TRUE
           ELSE
               MOVE SPACES TO SCORE-OUT-HEADER
               MOVE "H"              TO SO-HDR-TYPE
               MOVE FP-PARTNER-ID    TO SO-HDR-SOURCE-ID
               MOVE WS-RUN-DATE      TO SO-HDR-CREATE-DATE
               MOVE WS-PTN-CONVERTED TO SO-HDR-EXP-COUNT
               WRITE SCORE-OUT-RECORD FROM SCORE-OUT-HEADER
               MOVE 'N' TO WS-WORK-EOF-SWITCH
               OPEN INPUT CONV-WORK-FILE
               PERFORM UNTIL WS-WORK-EOF
                   READ CONV-WORK-FILE
                       AT END
                           SET WS-WORK-EOF TO TRUE
                       NOT AT END
                           WRITE SCORE-OUT-RECORD
                               FROM CONV-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONV-WORK-FILE
               MOVE SPACES TO SCORE-OUT-TRAILER
               MOVE "T"              TO SO-TRL-TYPE
               MOVE WS-PTN-CONVERTED TO SO-TRL-COUNT
               MOVE WS-PTN-HASH-RAW  TO SO-TRL-HASH
               WRITE SCORE-OUT-RECORD FROM SCORE-OUT-TRAILER
               CLOSE SCORE-OUT-FILE
               SET WS-PARTNER-CONVERTED TO TRUE
           END-IF.

      * ADDS THE CONVERTED FILE TO SCORESRC.DAT UNLESS IT IS ALREADY
      * LISTED. WITHOUT A SCORESRC.DAT CALCDVOP READS SCOREIN.DAT
      * ALONE, SO A NEW LIST STARTS WITH SCOREIN.DAT - OTHERWISE THE
      * FIRST PARTNER ADDED WOULD QUIETLY STOP THE SHOP'S OWN FILE
      * FROM POSTING. A LIST ALREADY AT CALCDVOP'S 50-ENTRY LIMIT IS
      * LEFT ALONE: A 51ST ENTRY WOULD ABORT THE WHOLE RUN.
       450-ENSURE-SOURCE-LISTED.
           MOVE ZERO TO WS-SRCLIST-COUNT
           MOVE 'N' TO WS-SRCLIST-FOUND-SW
           MOVE 'N' TO WS-SRCLIST-ABSENT-SW
           MOVE 'N' TO WS-SRCLIST-EOF-SWITCH
           OPEN INPUT SCORE-SOURCE-LIST-FILE
           IF WS-SRCLIST-FILE-STATUS NOT = "00"
               SET WS-SRCLIST-ABSENT TO TRUE
           ELSE
               PERFORM UNTIL WS-SRCLIST-EOF
                   READ SCORE-SOURCE-LIST-FILE
                       AT END
                           SET WS-SRCLIST-EOF TO TRUE
                       NOT AT END
                           IF SCORE-SOURCE-RECORD NOT = SPACES
                               ADD 1 TO WS-SRCLIST-COUNT
                               IF SCORE-SOURCE-RECORD
                                  = WS-OUT-FILE-NAME
                                   SET WS-SRCLIST-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-SOURCE-LIST-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-SRCLIST-FOUND
                   MOVE "LISTED IN SCORESRC.DAT" TO WS-SRCLIST-NOTE
               WHEN WS-SRCLIST-COUNT >= WS-SRCLIST-MAX
                   DISPLAY "VibeGarden feedconv - SCORESRC.DAT already "
                       "has " WS-SRCLIST-MAX " entries, "
                       WS-OUT-FILE-NAME " not added"
                   MOVE "** SCORESRC.DAT FULL" TO WS-SRCLIST-NOTE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-SRCLIST-ABSENT
                   OPEN OUTPUT SCORE-SOURCE-LIST-FILE
                   IF WS-OUT-FILE-NAME NOT = "SCOREIN.DAT"
                       MOVE "SCOREIN.DAT" TO SCORE-SOURCE-RECORD
                       WRITE SCORE-SOURCE-RECORD
                   END-IF
                   MOVE WS-OUT-FILE-NAME TO SCORE-SOURCE-RECORD
                   WRITE SCORE-SOURCE-RECORD
                   CLOSE SCORE-SOURCE-LIST-FILE
                   MOVE "ADDED TO NEW SCORESRC.DAT" TO WS-SRCLIST-NOTE
                   DISPLAY "VibeGarden feedconv - SCORESRC.DAT created"
                       " with SCOREIN.DAT and " WS-OUT-FILE-NAME
               WHEN OTHER
                   OPEN EXTEND SCORE-SOURCE-LIST-FILE
                   MOVE WS-OUT-FILE-NAME TO SCORE-SOURCE-RECORD
                   WRITE SCORE-SOURCE-RECORD
                   CLOSE SCORE-SOURCE-LIST-FILE
                   MOVE "ADDED TO SCORESRC.DAT" TO WS-SRCLIST-NOTE
                   DISPLAY "VibeGarden feedconv - " WS-OUT-FILE-NAME
                       " added to SCORESRC.DAT"
           END-EVALUATE.

       900-TERMINATE.
           IF WS-RPT-FILE-STATUS = "00"
               MOVE WS-PROFILE-COUNT   TO WS-TRL-PROFILES
               MOVE WS-CONVERTED-COUNT TO WS-TRL-CONVERTED
               MOVE WS-MISSING-COUNT   TO WS-TRL-MISSING
               MOVE WS-FAILED-COUNT    TO WS-TRL-FAILED
               MOVE WS-TOTAL-ROWS      TO WS-TRL-ROWS
               MOVE WS-TOTAL-REJECTED  TO WS-TRL-REJECTED
               WRITE CONV-RPT-RECORD FROM WS-RPT-HEADING-3
               WRITE CONV-RPT-RECORD FROM WS-RPT-TRAILER-LINE
               CLOSE CONV-RPT-FILE
           END-IF
           IF WS-REJ-FILE-STATUS = "00"
               CLOSE CONV-REJECT-FILE
           END-IF
           DISPLAY "VibeGarden feedconv complete - Partners: "
               WS-PROFILE-COUNT " Converted: " WS-CONVERTED-COUNT
               " Not received: " WS-MISSING-COUNT
               " Failed: " WS-FAILED-COUNT
               " Rows: " WS-TOTAL-ROWS
               " Rejected: " WS-TOTAL-REJECTED.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "FEEDCONV" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-TOTAL-ROWS TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
