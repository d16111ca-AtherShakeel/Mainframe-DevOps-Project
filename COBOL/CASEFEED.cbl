       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEFEED.
      *---------------------------------------------------------------*
      * VIBEGARDEN: EXCEPTION CASE FEED
      * EVERY MORNING THE SAME RC=8 FINDINGS WERE REDISCOVERED FROM
      * SCRATCH - NOTHING SAID SOMEBODY WAS ALREADY CHASING ONE, OR
      * THAT IT HAD BEEN RESOLVED THE DAY BEFORE. THIS STEP READS THE
      * CHECK OUTPUTS AND OPENS EACH NEW FINDING AS A CASE ON
      * EXCCASE.DAT (SEE EXCCASE.cpy) WITH ITS SEVERITY, SOURCE JOB,
      * KEY AND DATE:
      *   RECONRPT.DAT  RECONCIL  EACH MISMATCH LINE        HIGH
      *   YTDRECON.DAT  YTDRECON  OUT OF BALANCE            HIGH
      *   VARALERT.DAT  VARGATE   EACH TOLERANCE BREACH     MEDIUM
      *   SRCARRIV.DAT  SRCCHECK  SOURCE MISSING OR EMPTY   HIGH IF
      *                           AT THE LATEST CHECK       MANDATORY,
      *                                                     ELSE LOW
      *   PAYMATCH.DAT  PAYMATCH  AMOUNT MISMATCH, NOT SENT HIGH
      *                           BY US, REJECTED BY PAYER
      *   REJAGED.DAT   REJRECYC  EACH AGED REJECT          LOW
      * A FINDING THAT ALREADY HAS AN OPEN CASE (SAME SOURCE AND KEY)
      * IS NOT OPENED AGAIN - THE CASE'S LAST-SEEN DATE AND SIGHTING
      * COUNT MOVE ON INSTEAD. A FINDING WHOSE CASE WAS CLOSED IS ONLY
      * OPENED AGAIN WHEN IT TURNS UP WITH A LATER FINDING DATE, SO
      * RE-READING A REPORT THAT HAS NOT BEEN REGENERATED CHANGES
      * NOTHING.
      *
      * RECONRPT/YTDRECON/VARALERT CARRY NO DATE OF THEIR OWN - THEIR
      * FINDINGS ARE DATED WITH TONIGHT'S BUSINESS DATE FROM THE
      * LATEST END RECORD ON RUNCTL.DAT (THE WALL-CLOCK DATE IF THERE
      * IS NONE), AS DAYSUMM.cbl DATES ITS PAGE. PAYMATCH AND
      * REJRECYC RUN OUTSIDE VIBEBAT; WHATEVER THEIR LAST REPORT SAYS
      * IS FED, DATED FROM ITS OWN RUN-DATE HEADING. A SOURCE WHOSE
      * REPORT IS NOT ON FILE IS NOTED AND SKIPPED.
      *
      * EXCCASE.DAT IS REWRITTEN WHOLE AT END OF RUN, SO THE EXCCASE
      * KSDS IS UNLOADED BEFORE AND RELOADED AFTER THIS STEP WITH VGEX
      * CLOSED, THE SAME WAY PENDAPPR IS HANDLED FOR SCOREADJ.
      * RC=0 NOTHING NEW, RC=4 ONE OR MORE NEW CASES OPENED, RC=16 THE
      * CASE FILE COULD NOT BE LOADED OR REWRITTEN (NOTHING CHANGED).
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT RECON-RPT-FILE ASSIGN TO "RECONRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-FILE-STATUS.

           SELECT YTDRECON-RPT-FILE ASSIGN TO "YTDRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDREC-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "VARALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT ARRIVAL-HIST-FILE ASSIGN TO "SRCARRIV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIV-FILE-STATUS.

           SELECT MATCH-RPT-FILE ASSIGN TO "PAYMATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-FILE-STATUS.

           SELECT AGED-RPT-FILE ASSIGN TO "REJAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-FILE-STATUS.

           SELECT CASE-FILE ASSIGN TO "EXCCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT FEED-RPT-FILE ASSIGN TO "CASEFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * MIRROR OF RECONCIL.cbl'S WS-RECON-LINE.
       FD  RECON-RPT-FILE
           RECORDING MODE IS F.
       01  RECON-RPT-RECORD.
           05  RR-TAG              PIC X(13).
           05  FILLER              PIC X.
           05  RR-SCORE            PIC X(6).
           05  FILLER              PIC X(13).
           05  RR-STANDALONE       PIC X(10).
           05  FILLER              PIC X(11).
           05  RR-CALLABLE         PIC X(10).
           05  FILLER              PIC X(3).
           05  RR-STATUS           PIC X(8).
           05  FILLER              PIC X(5).

      * MIRROR OF YTDRECON.cbl'S HEADING-2, VARIANCE AND STATUS LINES
      * - WHICH ONE A RECORD IS, IS TOLD BY ITS LEADING TEXT.
       FD  YTDRECON-RPT-FILE
           RECORDING MODE IS F.
       01  YTDRECON-RPT-RECORD.
           05  YR-TAG              PIC X(10).
           05  YR-YEAR             PIC X(4).
           05  FILLER              PIC X(35).
           05  YR-VAR-TOTAL        PIC X(17).
           05  FILLER              PIC X(14).

      * MIRROR OF VARGATE.cbl'S WS-ALERT-LINE.
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           05  VA-TAG              PIC X(17).
           05  VA-TEXT             PIC X(63).

      * MIRROR OF SRCCHECK.cbl'S ARRIVAL-HIST-RECORD.
       FD  ARRIVAL-HIST-FILE
           RECORDING MODE IS F.
       01  ARRIVAL-HIST-RECORD.
           05  AH-CHECK-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  AH-SOURCE-ID        PIC X(8).
           05  FILLER              PIC X.
           05  AH-STATUS           PIC X(8).
           05  FILLER              PIC X.
           05  AH-MANDATORY        PIC X.

      * MIRROR OF PAYMATCH.cbl'S HEADING-2 AND ITS MISMATCH, UNKNOWN
      * AND PAYER-REJECTED LINES, WHICH SHARE THESE POSITIONS: THE
      * FIRST AMOUNT IS "SENT" ON A MISMATCH OR PAYER REJECTION AND
      * "PAID" ON AN UNKNOWN; THE SECOND IS THE MISMATCH'S "PAID".
       FD  MATCH-RPT-FILE
           RECORDING MODE IS F.
       01  MATCH-RPT-RECORD.
           05  PM-TAG              PIC X(17).
           05  FILLER              PIC X(4).
           05  PM-SCORE-ID         PIC X(12).
           05  FILLER              PIC X(8).
           05  PM-AMOUNT-1         PIC X(10).
           05  FILLER              PIC X(8).
           05  PM-AMOUNT-2         PIC X(10).
           05  FILLER              PIC X(11).
       01  MATCH-RPT-HEADING.
           05  PM-HDG-TAG          PIC X(10).
           05  PM-HDG-DATE         PIC X(10).
           05  FILLER              PIC X(60).

      * MIRROR OF REJRECYC.cbl'S HEADING-2 AND WS-AGED-DETAIL-LINE.
       FD  AGED-RPT-FILE
           RECORDING MODE IS F.
       01  AGED-RPT-RECORD.
           05  AR-TAG              PIC X(9).
           05  AR-REJ-DATE         PIC X(10).
           05  FILLER              PIC X(6).
           05  AR-REJ-SEQ          PIC X(4).
           05  FILLER              PIC X(23).
           05  AR-REASON           PIC X(20).
           05  FILLER              PIC X(8).
       01  AGED-RPT-HEADING.
           05  AR-HDG-TAG          PIC X(10).
           05  AR-HDG-DATE         PIC X(10).
           05  FILLER              PIC X(60).

      * SAME LENGTH AS EXCCASE.cpy'S EXCEPTION-CASE-RECORD, WHICH
      * IS COPIED INTO WORKING-STORAGE BELOW.
       FD  CASE-FILE
           RECORDING MODE IS F.
       01  CASE-FILE-RECORD         PIC X(250).

       FD  FEED-RPT-FILE
           RECORDING MODE IS F.
       01  FEED-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-RUNCTL-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-RECON-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-YTDREC-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-ALERT-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-ARRIV-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-MATCH-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-AGED-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-CASE-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-FEED-FAIL-SW        PIC X VALUE 'N'.
             88 WS-FEED-FAILED      VALUE 'Y'.
          05 WS-CASES-CHANGED-SW    PIC X VALUE 'N'.
             88 WS-CASES-CHANGED    VALUE 'Y'.

       COPY EXCCASE.

      * THE WHOLE OF EXCCASE.DAT, LOADED AT STARTUP AND WRITTEN BACK
      * AT END OF RUN WITH SIGHTINGS MOVED ON AND NEW CASES ADDED -
      * SAME LOAD-UPDATE-REWRITE SHAPE AS SCOREADJ.cbl'S HANDLING OF
      * PENDAPPR.DAT. AN ENTRY IS ONE EXCEPTION-CASE-RECORD.
       01 WS-CASE-CONTROLS.
          05 WS-CASE-MAX            PIC 9(4) VALUE 5000.
          05 WS-CASE-COUNT          PIC 9(4) VALUE ZERO.
          05 WS-CASE-SLOT           PIC 9(4) VALUE ZERO.
          05 WS-OPEN-SLOT           PIC 9(4) VALUE ZERO.
          05 WS-NEXT-SEQ            PIC 9(4) VALUE ZERO.
          05 WS-CLOSED-COVER-SW     PIC X VALUE 'N'.
             88 WS-CLOSED-COVERS    VALUE 'Y'.
          05 WS-CASE-TABLE.
             10 WS-CASE-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-CASE-IDX
                              PIC X(250).

      * THE FINDING BEING FED - SET BY EACH SOURCE'S PARAGRAPH, THEN
      * HANDED TO 700-RECORD-FINDING. THE SEEN DATE IS THE DATE OF
      * THE REPORT IT CAME FROM; FOR AN AGED REJECT THE FINDING DATE
      * IS THE REJECT'S OWN DATE, SO IT STAYS ONE FINDING AS IT AGES.
       01 WS-FINDING.
          05 WS-FND-SOURCE          PIC X(8).
          05 WS-FND-KEY             PIC X(30).
          05 WS-FND-DATE            PIC 9(8).
          05 WS-FND-SEEN-DATE       PIC 9(8).
          05 WS-FND-SEVERITY        PIC X.
          05 WS-FND-DESC            PIC X(40).

      * ONE ROW PER FEEDING SOURCE, IN FEED ORDER.
       01 WS-SOURCE-NAME-VALUES.
          05 FILLER                 PIC X(8) VALUE "RECONCIL".
          05 FILLER                 PIC X(8) VALUE "YTDRECON".
          05 FILLER                 PIC X(8) VALUE "VARGATE ".
          05 FILLER                 PIC X(8) VALUE "SRCCHECK".
          05 FILLER                 PIC X(8) VALUE "PAYMATCH".
          05 FILLER                 PIC X(8) VALUE "REJRECYC".
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
          05 WS-SOURCE-NAME         PIC X(8) OCCURS 6 TIMES.

       01 WS-SOURCE-CONTROLS.
          05 WS-SRC-NO              PIC 9(1) VALUE ZERO.
          05 WS-SOURCE-ENTRY OCCURS 6 TIMES
                             INDEXED BY WS-SRC-IDX.
             10 WS-SRC-AVAIL-SW     PIC X.
                88 WS-SRC-AVAILABLE VALUE 'Y'.
             10 WS-SRC-NEW          PIC 9(5).
             10 WS-SRC-AGAIN        PIC 9(5).
             10 WS-SRC-CLOSED       PIC 9(5).

       01 WS-CONTROL-TOTALS.
          05 WS-NEW-COUNT           PIC 9(5) VALUE ZERO.
          05 WS-OPEN-COUNT          PIC 9(5) VALUE ZERO.
          05 WS-NO-OWNER-COUNT      PIC 9(5) VALUE ZERO.

      * TONIGHT'S BUSINESS DATE, FROM THE LATEST RUNCTL.DAT END
      * RECORD (SEE DAYSUMM.cbl'S 150-GATHER-RUN-CONTROL).
       01 WS-DATE-CONTROL.
          05 WS-TODAY-NUM           PIC 9(8) VALUE ZERO.
          05 WS-RUN-DATE-NUM        PIC 9(8) VALUE ZERO.
          05 WS-RUN-DATE-X          PIC X(8).
          05 WS-REPORT-DATE-NUM     PIC 9(8) VALUE ZERO.
          05 WS-YTD-VARIANCE        PIC X(17) VALUE SPACES.
          05 WS-YTD-YEAR            PIC X(4) VALUE SPACES.

      * A REPORT'S "YYYY-MM-DD" TURNED INTO A 9(8) DATE. ZERO WHEN
      * THE TEXT IS NOT A DATE.
       01 WS-DATE-CONVERT.
          05 WS-DASH-DATE           PIC X(10).
          05 WS-DASH-PARTS REDEFINES WS-DASH-DATE.
             10 WS-DASH-YYYY        PIC X(4).
             10 FILLER              PIC X.
             10 WS-DASH-MM          PIC X(2).
             10 FILLER              PIC X.
             10 WS-DASH-DD          PIC X(2).
          05 WS-CONV-DATE-X.
             10 WS-CONV-YYYY        PIC X(4).
             10 WS-CONV-MM          PIC X(2).
             10 WS-CONV-DD          PIC X(2).
          05 WS-CONV-DATE REDEFINES WS-CONV-DATE-X
                                    PIC 9(8).

      * SRCCHECK CAN RUN MORE THAN ONCE; ONLY THE SOURCES MISSING AT
      * THE LATEST CHECK ON SRCARRIV.DAT ARE FED.
       01 WS-ARRIVAL-CONTROLS.
          05 WS-ARV-LATEST-DATE     PIC 9(8) VALUE ZERO.
          05 WS-ARV-COUNT           PIC 9(3) VALUE ZERO.
          05 WS-ARV-SLOT            PIC 9(3) VALUE ZERO.
          05 WS-ARV-TABLE.
             10 WS-ARV-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-ARV-IDX.
                15 WS-ARV-SOURCE-ID PIC X(8).
                15 WS-ARV-STATUS    PIC X(8).
                15 WS-ARV-MANDATORY PIC X.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 FILLER                 PIC X(13).

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN EXCEPTION CASE FEED".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-YYYY            PIC X(4).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-MM              PIC X(2).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-DD              PIC X(2).
          05 FILLER                 PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".

       01 WS-NEW-CASE-LINE.
          05 FILLER                 PIC X(9)  VALUE "NEW CASE ".
          05 WS-NCL-CASE-ID         PIC X(12).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-NCL-SEVERITY        PIC X.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-NCL-SOURCE          PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-NCL-KEY             PIC X(30).
          05 FILLER                 PIC X(14) VALUE SPACES.

       01 WS-NEW-DESC-LINE.
          05 FILLER                 PIC X(23) VALUE SPACES.
          05 WS-NDL-DESC            PIC X(40).
          05 FILLER                 PIC X(17) VALUE SPACES.

       01 WS-SOURCE-LINE.
          05 FILLER                 PIC X(7)  VALUE "SOURCE ".
          05 WS-SRL-NAME            PIC X(8).
          05 FILLER                 PIC X(7)  VALUE "  NEW: ".
          05 WS-SRL-NEW             PIC ZZZZ9.
          05 FILLER                 PIC X(14) VALUE "  STILL OPEN: ".
          05 WS-SRL-AGAIN           PIC ZZZZ9.
          05 FILLER                 PIC X(18)
             VALUE "  ALREADY CLOSED: ".
          05 WS-SRL-CLOSED          PIC ZZZZ9.
          05 FILLER                 PIC X(11) VALUE SPACES.

       01 WS-SOURCE-MISSING-LINE.
          05 FILLER                 PIC X(7)  VALUE "SOURCE ".
          05 WS-SML-NAME            PIC X(8).
          05 FILLER                 PIC X(31)
             VALUE "  NOT AVAILABLE - NOT FED TODAY".
          05 FILLER                 PIC X(34) VALUE SPACES.

       01 WS-TRAILER-LINE.
          05 FILLER                 PIC X(20)
             VALUE "** CASE FEED END ** ".
          05 FILLER                 PIC X(5)  VALUE "NEW: ".
          05 WS-TRL-NEW             PIC ZZZZ9.
          05 FILLER                 PIC X(8)  VALUE "  OPEN: ".
          05 WS-TRL-OPEN            PIC ZZZZ9.
          05 FILLER                 PIC X(12) VALUE "  NO OWNER: ".
          05 WS-TRL-NO-OWNER        PIC ZZZZ9.
          05 FILLER                 PIC X(20) VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-FEED-FAILED
               PERFORM 150-GATHER-RUN-DATE
               PERFORM 180-LOAD-CASES
           END-IF
           IF NOT WS-FEED-FAILED
               PERFORM 200-FEED-RECONCIL
               PERFORM 250-FEED-YTDRECON
               PERFORM 300-FEED-VARALERT
               PERFORM 350-FEED-SRCCHECK
               PERFORM 400-FEED-PAYMATCH
               PERFORM 450-FEED-REJAGED
           END-IF
           IF NOT WS-FEED-FAILED
               PERFORM 500-REWRITE-CASE-FILE
           END-IF
           IF NOT WS-FEED-FAILED
               PERFORM 600-WRITE-SUMMARY
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "CASEFEED" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-TODAY-NUM =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           MOVE WS-TODAY-NUM TO WS-RUN-DATE-NUM
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               MOVE 'N'  TO WS-SRC-AVAIL-SW (WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-NEW (WS-SRC-IDX)
                            WS-SRC-AGAIN (WS-SRC-IDX)
                            WS-SRC-CLOSED (WS-SRC-IDX)
           END-PERFORM
           OPEN OUTPUT FEED-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - CASEFEED.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-FEED-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       150-GATHER-RUN-DATE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-REACHED
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF RC-EVENT = "END"
                               MOVE RC-RUN-DATE TO WS-RUN-DATE-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-X
           MOVE WS-RUN-DATE-X (1:4) TO WS-HDG-YYYY
           MOVE WS-RUN-DATE-X (5:2) TO WS-HDG-MM
           MOVE WS-RUN-DATE-X (7:2) TO WS-HDG-DD
           WRITE FEED-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE FEED-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE FEED-RPT-RECORD FROM WS-RPT-HEADING-3.

      * NO EXCCASE.DAT AT ALL MEANS NO CASE HAS EVER BEEN OPENED, AND
      * IS NOT AN ERROR. CASE IDS ARE THE OPENING DATE PLUS A
      * SEQUENCE, SO TODAY'S NEW CASES NUMBER ON FROM THE HIGHEST
      * SEQUENCE ALREADY OPENED TODAY (A RERUN, SAY).
       180-LOAD-CASES.
           MOVE ZERO TO WS-CASE-COUNT
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-REACHED OR WS-FEED-FAILED
                   READ CASE-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 185-LOAD-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           ELSE
               DISPLAY "VibeGarden casefeed - no EXCCASE.DAT on file, "
                   "starting clean"
           END-IF.

       185-LOAD-ONE-CASE.
           IF WS-CASE-COUNT < WS-CASE-MAX
               ADD 1 TO WS-CASE-COUNT
               SET WS-CASE-IDX TO WS-CASE-COUNT
               MOVE CASE-FILE-RECORD TO WS-CASE-ENTRY (WS-CASE-IDX)
               MOVE CASE-FILE-RECORD TO EXCEPTION-CASE-RECORD
               IF EC-OPENED-DATE = WS-TODAY-NUM
                  AND EC-OPENED-SEQ > WS-NEXT-SEQ
                   MOVE EC-OPENED-SEQ TO WS-NEXT-SEQ
               END-IF
           ELSE
               DISPLAY "VibeGarden FATAL - EXCCASE.DAT holds more "
                   "than " WS-CASE-MAX " cases"
               SET WS-FEED-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

      * RECONCIL.cbl WRITES ONE LINE PER SCORE COMPARED; ONLY ITS
      * MISMATCH LINES ARE FINDINGS. THE LINE CARRIES THE BASE SCORE,
      * NOT A SCORE ID, SO THE BASE SCORE IS THE KEY.
       200-FEED-RECONCIL.
           MOVE 1 TO WS-SRC-NO
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RECON-RPT-FILE
           IF WS-RECON-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAIL-SW (WS-SRC-NO)
               PERFORM UNTIL WS-EOF-REACHED OR WS-FEED-FAILED
                   READ RECON-RPT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF RR-TAG = "RECON SCORE: "
                              AND RR-STATUS = "MISMATCH"
                               PERFORM 210-FEED-ONE-MISMATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-RPT-FILE
           END-IF.

       210-FEED-ONE-MISMATCH.
           MOVE WS-SOURCE-NAME (WS-SRC-NO) TO WS-FND-SOURCE
           MOVE SPACES TO WS-FND-KEY WS-FND-DESC
           STRING "BASE " RR-SCORE
               DELIMITED BY SIZE INTO WS-FND-KEY
           STRING "RESULT " RR-STANDALONE " VS CALLABLE " RR-CALLABLE
               DELIMITED BY SIZE INTO WS-FND-DESC
           MOVE WS-RUN-DATE-NUM TO WS-FND-DATE WS-FND-SEEN-DATE
           MOVE 'H' TO WS-FND-SEVERITY
           PERFORM 700-RECORD-FINDING.

      * ONE FINDING PER OUT-OF-BALANCE YEAR; THE VARIANCE LINE JUST
      * ABOVE THE STATUS LINE GOES INTO THE DESCRIPTION.
       250-FEED-YTDRECON.
           MOVE 2 TO WS-SRC-NO
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT YTDRECON-RPT-FILE
           IF WS-YTDREC-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAIL-SW (WS-SRC-NO)
               PERFORM UNTIL WS-EOF-REACHED OR WS-FEED-FAILED
                   READ YTDRECON-RPT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 260-CHECK-YTDRECON-LINE
                   END-READ
               END-PERFORM
               CLOSE YTDRECON-RPT-FILE
           END-IF.

       260-CHECK-YTDRECON-LINE.
           EVALUATE TRUE
               WHEN YR-TAG (1:6) = "YEAR: "
                   MOVE YR-YEAR TO WS-YTD-YEAR
               WHEN YR-TAG (1:8) = "VARIANCE"
                   MOVE YR-VAR-TOTAL TO WS-YTD-VARIANCE
               WHEN YTDRECON-RPT-RECORD (1:18) = "*** OUT OF BALANCE"
                   MOVE WS-SOURCE-NAME (WS-SRC-NO) TO WS-FND-SOURCE
                   MOVE SPACES TO WS-FND-KEY WS-FND-DESC
                   STRING "YEAR " WS-YTD-YEAR
                       DELIMITED BY SIZE INTO WS-FND-KEY
                   STRING "YTD TOTAL VARIANCE " WS-YTD-VARIANCE
                       DELIMITED BY SIZE INTO WS-FND-DESC
                   MOVE WS-RUN-DATE-NUM TO WS-FND-DATE
                                           WS-FND-SEEN-DATE
                   MOVE 'H' TO WS-FND-SEVERITY
                   PERFORM 700-RECORD-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * VARGATE.cbl WRITES VARALERT.DAT AFRESH EVERY RUN, ONE LINE
      * PER BREACHED TOLERANCE; THE BREACH TEXT NAMES WHICH ONE.
       300-FEED-VARALERT.
           MOVE 3 TO WS-SRC-NO
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAIL-SW (WS-SRC-NO)
               PERFORM UNTIL WS-EOF-REACHED OR WS-FEED-FAILED
                   READ ALERT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF VA-TAG = "VARIANCE BREACH: "
                               MOVE WS-SOURCE-NAME (WS-SRC-NO)
                                 TO WS-FND-SOURCE
                               MOVE VA-TEXT TO WS-FND-KEY
                               MOVE VA-TEXT TO WS-FND-DESC
                               MOVE WS-RUN-DATE-NUM TO WS-FND-DATE
                                                    WS-FND-SEEN-DATE
                               MOVE 'M' TO WS-FND-SEVERITY
                               PERFORM 700-RECORD-FINDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

      * SRCARRIV.DAT ACCUMULATES ACROSS DAYS - ONLY THE LATEST CHECK
      * DATE'S MISSING AND EMPTY SOURCES ARE FED (SRCCHECK COUNTS AN
      * EMPTY FILE AS MISSING IN ALL BUT NAME).
       350-FEED-SRCCHECK.
           MOVE 4 TO WS-SRC-NO
           MOVE ZERO TO WS-ARV-COUNT
           MOVE ZERO TO WS-ARV-LATEST-DATE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARRIVAL-HIST-FILE
           IF WS-ARRIV-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAIL-SW (WS-SRC-NO)
               PERFORM UNTIL WS-EOF-REACHED
                   READ ARRIVAL-HIST-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 360-COLLECT-ARRIVAL-LINE
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-HIST-FILE
               PERFORM VARYING WS-ARV-SLOT FROM 1 BY 1
                       UNTIL WS-ARV-SLOT > WS-ARV-COUNT
                          OR WS-FEED-FAILED
                   PERFORM 370-FEED-ONE-MISSING-SOURCE
               END-PERFORM
           END-IF.

       360-COLLECT-ARRIVAL-LINE.
           IF AH-CHECK-DATE IS NUMERIC
               IF AH-CHECK-DATE > WS-ARV-LATEST-DATE
                   MOVE AH-CHECK-DATE TO WS-ARV-LATEST-DATE
                   MOVE ZERO TO WS-ARV-COUNT
               END-IF
               IF AH-CHECK-DATE = WS-ARV-LATEST-DATE
                  AND (AH-STATUS = "MISSING" OR AH-STATUS = "EMPTY")
                  AND WS-ARV-COUNT < 50
                   ADD 1 TO WS-ARV-COUNT
                   SET WS-ARV-IDX TO WS-ARV-COUNT
                   MOVE AH-SOURCE-ID TO WS-ARV-SOURCE-ID (WS-ARV-IDX)
                   MOVE AH-STATUS    TO WS-ARV-STATUS (WS-ARV-IDX)
                   MOVE AH-MANDATORY TO WS-ARV-MANDATORY (WS-ARV-IDX)
               END-IF
           END-IF.

       370-FEED-ONE-MISSING-SOURCE.
           SET WS-ARV-IDX TO WS-ARV-SLOT
           MOVE WS-SOURCE-NAME (WS-SRC-NO) TO WS-FND-SOURCE
           MOVE SPACES TO WS-FND-KEY WS-FND-DESC
           STRING "SOURCE " WS-ARV-SOURCE-ID (WS-ARV-IDX)
               DELIMITED BY SIZE INTO WS-FND-KEY
           IF WS-ARV-MANDATORY (WS-ARV-IDX) = 'Y'
               MOVE 'H' TO WS-FND-SEVERITY
               STRING "MANDATORY SOURCE " DELIMITED BY SIZE
                   WS-ARV-STATUS (WS-ARV-IDX) DELIMITED BY SPACE
                   " AT ARRIVAL CHECK" DELIMITED BY SIZE
                   INTO WS-FND-DESC
           ELSE
               MOVE 'L' TO WS-FND-SEVERITY
               STRING "OPTIONAL SOURCE " DELIMITED BY SIZE
                   WS-ARV-STATUS (WS-ARV-IDX) DELIMITED BY SPACE
                   " AT ARRIVAL CHECK" DELIMITED BY SIZE
                   INTO WS-FND-DESC
           END-IF
           MOVE WS-ARV-LATEST-DATE TO WS-FND-DATE WS-FND-SEEN-DATE
           PERFORM 700-RECORD-FINDING.

      * PAYMATCH.cbl'S THREE KINDS OF DISAGREEMENT, KEYED ON THE
      * SCORE ID AND DATED FROM THE REPORT'S OWN RUN-DATE HEADING.
      * UNCONFIRMED ITEMS ARE ONLY WAITING, NOT WRONG, AND ARE LEFT
      * TO THE REPORT'S OWN AGING.
       400-FEED-PAYMATCH.
           MOVE 5 TO WS-SRC-NO
           MOVE WS-RUN-DATE-NUM TO WS-REPORT-DATE-NUM
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MATCH-RPT-FILE
           IF WS-MATCH-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAIL-SW (WS-SRC-NO)
               PERFORM UNTIL WS-EOF-REACHED OR WS-FEED-FAILED
                   READ MATCH-RPT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 410-CHECK-PAYMATCH-LINE
                   END-READ
               END-PERFORM
               CLOSE MATCH-RPT-FILE
           END-IF.

       410-CHECK-PAYMATCH-LINE.
           IF PM-HDG-TAG = "RUN DATE: "
               MOVE PM-HDG-DATE TO WS-DASH-DATE
               PERFORM 750-CONVERT-DASH-DATE
               IF WS-CONV-DATE-X IS NUMERIC
                   MOVE WS-CONV-DATE TO WS-REPORT-DATE-NUM
               END-IF
           ELSE
               MOVE SPACES TO WS-FND-DESC
               EVALUATE PM-TAG
                   WHEN "AMOUNT MISMATCH  "
                       STRING "MISMATCH SENT " PM-AMOUNT-1
                           " PAID " PM-AMOUNT-2
                           DELIMITED BY SIZE INTO WS-FND-DESC
                   WHEN "NOT SENT BY US   "
                       STRING "NOT SENT BY US - PAID " PM-AMOUNT-1
                           DELIMITED BY SIZE INTO WS-FND-DESC
                   WHEN "REJECTED BY PAYER"
                       STRING "REJECTED BY PAYER - SENT " PM-AMOUNT-1
                           DELIMITED BY SIZE INTO WS-FND-DESC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FND-DESC NOT = SPACES
                   MOVE WS-SOURCE-NAME (WS-SRC-NO) TO WS-FND-SOURCE
                   MOVE SPACES TO WS-FND-KEY
                   STRING "PAYMENT " PM-SCORE-ID
                       DELIMITED BY SIZE INTO WS-FND-KEY
                   MOVE WS-REPORT-DATE-NUM TO WS-FND-DATE
                                              WS-FND-SEEN-DATE
                   MOVE 'H' TO WS-FND-SEVERITY
                   PERFORM 700-RECORD-FINDING
               END-IF
           END-IF.

      * AN AGED REJECT IS KEYED ON ITS REJECT DATE AND SEQUENCE, AND
      * ITS FINDING DATE IS THE REJECT DATE - THE SAME REJECT STAYS
      * ONE CASE HOWEVER MANY MORNINGS IT AGES ON THE REPORT.
       450-FEED-REJAGED.
           MOVE 6 TO WS-SRC-NO
           MOVE WS-RUN-DATE-NUM TO WS-REPORT-DATE-NUM
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AGED-RPT-FILE
           IF WS-AGED-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SRC-AVAIL-SW (WS-SRC-NO)
               PERFORM UNTIL WS-EOF-REACHED OR WS-FEED-FAILED
                   READ AGED-RPT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 460-CHECK-REJAGED-LINE
                   END-READ
               END-PERFORM
               CLOSE AGED-RPT-FILE
           END-IF.

       460-CHECK-REJAGED-LINE.
           IF AR-HDG-TAG = "RUN DATE: "
               MOVE AR-HDG-DATE TO WS-DASH-DATE
               PERFORM 750-CONVERT-DASH-DATE
               IF WS-CONV-DATE-X IS NUMERIC
                   MOVE WS-CONV-DATE TO WS-REPORT-DATE-NUM
               END-IF
           ELSE
               IF AR-TAG = "REJECTED:"
                   MOVE AR-REJ-DATE TO WS-DASH-DATE
                   PERFORM 750-CONVERT-DASH-DATE
                   IF WS-CONV-DATE-X IS NUMERIC
                       MOVE WS-SOURCE-NAME (WS-SRC-NO) TO WS-FND-SOURCE
                       MOVE SPACES TO WS-FND-KEY WS-FND-DESC
                       STRING "REJECT " AR-REJ-DATE " SEQ " AR-REJ-SEQ
                           DELIMITED BY SIZE INTO WS-FND-KEY
                       STRING "AGED REJECT - " AR-REASON
                           DELIMITED BY SIZE INTO WS-FND-DESC
                       MOVE WS-CONV-DATE TO WS-FND-DATE
                       MOVE WS-REPORT-DATE-NUM TO WS-FND-SEEN-DATE
                       MOVE 'L' TO WS-FND-SEVERITY
                       PERFORM 700-RECORD-FINDING
                   END-IF
               END-IF
           END-IF.

      * A FAILED REWRITE LOSES TONIGHT'S NEW CASES - THE FATAL SAYS
      * SO, AND THE NEXT RUN OPENS THEM FROM THE SAME REPORTS.
       500-REWRITE-CASE-FILE.
           IF WS-CASES-CHANGED
               OPEN OUTPUT CASE-FILE
               IF WS-CASE-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - EXCCASE.DAT rewrite "
                       "failed, status " WS-CASE-FILE-STATUS
                       " - " WS-NEW-COUNT " new case(s) not saved"
                   SET WS-FEED-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-CASE-SLOT FROM 1 BY 1
                           UNTIL WS-CASE-SLOT > WS-CASE-COUNT
                       SET WS-CASE-IDX TO WS-CASE-SLOT
                       WRITE CASE-FILE-RECORD
                           FROM WS-CASE-ENTRY (WS-CASE-IDX)
                   END-PERFORM
                   CLOSE CASE-FILE
               END-IF
           END-IF.

       600-WRITE-SUMMARY.
           WRITE FEED-RPT-RECORD FROM WS-RPT-HEADING-3
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 6
               IF WS-SRC-AVAILABLE (WS-SRC-IDX)
                   MOVE WS-SOURCE-NAME (WS-SRC-IDX) TO WS-SRL-NAME
                   MOVE WS-SRC-NEW (WS-SRC-IDX)     TO WS-SRL-NEW
                   MOVE WS-SRC-AGAIN (WS-SRC-IDX)   TO WS-SRL-AGAIN
                   MOVE WS-SRC-CLOSED (WS-SRC-IDX)  TO WS-SRL-CLOSED
                   WRITE FEED-RPT-RECORD FROM WS-SOURCE-LINE
               ELSE
                   MOVE WS-SOURCE-NAME (WS-SRC-IDX) TO WS-SML-NAME
                   WRITE FEED-RPT-RECORD FROM WS-SOURCE-MISSING-LINE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-OPEN-COUNT WS-NO-OWNER-COUNT
           PERFORM VARYING WS-CASE-SLOT FROM 1 BY 1
                   UNTIL WS-CASE-SLOT > WS-CASE-COUNT
               SET WS-CASE-IDX TO WS-CASE-SLOT
               MOVE WS-CASE-ENTRY (WS-CASE-IDX)
                 TO EXCEPTION-CASE-RECORD
               IF EC-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
               IF EC-NEW
                   ADD 1 TO WS-NO-OWNER-COUNT
               END-IF
           END-PERFORM
           WRITE FEED-RPT-RECORD FROM WS-RPT-HEADING-3
           MOVE WS-NEW-COUNT      TO WS-TRL-NEW
           MOVE WS-OPEN-COUNT     TO WS-TRL-OPEN
           MOVE WS-NO-OWNER-COUNT TO WS-TRL-NO-OWNER
           WRITE FEED-RPT-RECORD FROM WS-TRAILER-LINE.

      * THE ONE PLACE A FINDING BECOMES (OR DOES NOT BECOME) A CASE.
      * AN OPEN CASE FOR THE SAME SOURCE AND KEY ABSORBS IT; FAILING
      * THAT, A CLOSED CASE FOR THE SAME SOURCE AND KEY DATED THE SAME
      * DAY OR LATER MEANS IT HAS ALREADY BEEN DEALT WITH; ONLY
      * OTHERWISE IS A NEW CASE OPENED.
       700-RECORD-FINDING.
           MOVE ZERO TO WS-OPEN-SLOT
           MOVE 'N' TO WS-CLOSED-COVER-SW
           PERFORM VARYING WS-CASE-SLOT FROM 1 BY 1
                   UNTIL WS-CASE-SLOT > WS-CASE-COUNT
                      OR WS-OPEN-SLOT > ZERO
               SET WS-CASE-IDX TO WS-CASE-SLOT
               MOVE WS-CASE-ENTRY (WS-CASE-IDX)
                 TO EXCEPTION-CASE-RECORD
               IF EC-SOURCE-JOB = WS-FND-SOURCE
                  AND EC-FINDING-KEY = WS-FND-KEY
                   IF EC-OPEN
                       MOVE WS-CASE-SLOT TO WS-OPEN-SLOT
                   ELSE
                       IF EC-FINDING-DATE NOT < WS-FND-DATE
                           SET WS-CLOSED-COVERS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OPEN-SLOT > ZERO
                   PERFORM 710-SEEN-AGAIN
               WHEN WS-CLOSED-COVERS
                   ADD 1 TO WS-SRC-CLOSED (WS-SRC-NO)
               WHEN OTHER
                   PERFORM 720-OPEN-NEW-CASE
           END-EVALUATE.

      * A SIGHTING ONLY COUNTS WHEN IT COMES FROM A LATER REPORT THAN
      * THE LAST ONE - THE SAME REPORT READ TWICE IS ONE SIGHTING.
       710-SEEN-AGAIN.
           ADD 1 TO WS-SRC-AGAIN (WS-SRC-NO)
           SET WS-CASE-IDX TO WS-OPEN-SLOT
           MOVE WS-CASE-ENTRY (WS-CASE-IDX) TO EXCEPTION-CASE-RECORD
           IF WS-FND-SEEN-DATE > EC-LAST-SEEN-DATE
               MOVE WS-FND-SEEN-DATE TO EC-LAST-SEEN-DATE
               IF EC-SEEN-COUNT < 9999
                   ADD 1 TO EC-SEEN-COUNT
               END-IF
               MOVE EXCEPTION-CASE-RECORD TO WS-CASE-ENTRY (WS-CASE-IDX)
               SET WS-CASES-CHANGED TO TRUE
           END-IF.

       720-OPEN-NEW-CASE.
           IF WS-CASE-COUNT NOT < WS-CASE-MAX OR WS-NEXT-SEQ = 9999
               DISPLAY "VibeGarden FATAL - no room for a new case on "
                   "EXCCASE.DAT (" WS-CASE-COUNT " cases, last seq "
                   WS-NEXT-SEQ ") - nothing saved"
               SET WS-FEED-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-NEXT-SEQ
               MOVE SPACES TO EXCEPTION-CASE-RECORD
               INITIALIZE EXCEPTION-CASE-RECORD
               MOVE WS-TODAY-NUM     TO EC-OPENED-DATE
               MOVE WS-NEXT-SEQ      TO EC-OPENED-SEQ
               SET EC-NEW TO TRUE
               MOVE WS-FND-SEVERITY  TO EC-SEVERITY
               MOVE WS-FND-SOURCE    TO EC-SOURCE-JOB
               MOVE WS-FND-KEY       TO EC-FINDING-KEY
               MOVE WS-FND-DATE      TO EC-FINDING-DATE
               MOVE WS-FND-DESC      TO EC-DESCRIPTION
               MOVE WS-FND-SEEN-DATE TO EC-LAST-SEEN-DATE
               MOVE 1                TO EC-SEEN-COUNT
               ADD 1 TO WS-CASE-COUNT
               SET WS-CASE-IDX TO WS-CASE-COUNT
               MOVE EXCEPTION-CASE-RECORD TO WS-CASE-ENTRY (WS-CASE-IDX)
               SET WS-CASES-CHANGED TO TRUE
               ADD 1 TO WS-NEW-COUNT
               ADD 1 TO WS-SRC-NEW (WS-SRC-NO)
               MOVE EC-CASE-ID     TO WS-NCL-CASE-ID
               MOVE EC-SEVERITY    TO WS-NCL-SEVERITY
               MOVE EC-SOURCE-JOB  TO WS-NCL-SOURCE
               MOVE EC-FINDING-KEY TO WS-NCL-KEY
               WRITE FEED-RPT-RECORD FROM WS-NEW-CASE-LINE
               MOVE EC-DESCRIPTION TO WS-NDL-DESC
               WRITE FEED-RPT-RECORD FROM WS-NEW-DESC-LINE
           END-IF.

       750-CONVERT-DASH-DATE.
           MOVE WS-DASH-YYYY TO WS-CONV-YYYY
           MOVE WS-DASH-MM   TO WS-CONV-MM
           MOVE WS-DASH-DD   TO WS-CONV-DD.

       900-TERMINATE.
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE FEED-RPT-FILE
           END-IF
           DISPLAY "VibeGarden casefeed - new cases: " WS-NEW-COUNT
               " open: " WS-OPEN-COUNT " no owner: " WS-NO-OWNER-COUNT
           IF WS-NEW-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "CASEFEED" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-CASE-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
