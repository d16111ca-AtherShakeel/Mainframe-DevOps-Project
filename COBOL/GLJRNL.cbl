       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
      *---------------------------------------------------------------*
      * VIBEGARDEN: GENERAL LEDGER JOURNAL INTERFACE
      * PAYEXTR.DAT TELLS THE PAYMENT SYSTEM WHOM TO PAY; THIS STEP
      * TELLS THE LEDGER. IT RUNS AFTER CALCDVOP (AND AFTER ANY
      * SCOREADJ CORRECTIONS SINCE THE LAST JOURNAL) AND BUILDS A
      * BALANCED JOURNAL FILE, GLJRNL.DAT, FOR THE GL LOAD:
      *   - THE DAY'S POSTED TOTAL - EVERY PAYEXTR.DAT AND PAYHELD.DAT
      *     LINE STAMPED WITH THE POSTING DATE (A HELD PAYMENT IS
      *     STILL AN EXPENSE AND STILL OWED) - AS A DEBIT TO BONUS
      *     EXPENSE AND A CREDIT TO BONUS PAYABLE;
      *   - THE NET OF THE SCOREADJ CORRECTIONS (AND RERATE.cbl
      *     RERATINGS) LOGGED ON ADJHIST.DAT SINCE THE LAST JOURNAL:
      *     A NET INCREASE IS A CORRECTING ENTRY (DEBIT EXPENSE,
      *     CREDIT PAYABLE), A NET DECREASE A REVERSING ENTRY (DEBIT
      *     PAYABLE, CREDIT EXPENSE).
      * ACCOUNT NUMBERS COME FROM THE GL MAPPING TABLE, GLMAP.DAT:
      *   GM-BAND          PIC 9(2)   TIER BAND (WS-TIER-NO), OR 00
      *   GM-EXPENSE-ACCT  PIC X(12)  BONUS EXPENSE ACCOUNT
      *   GM-PAYABLE-ACCT  PIC X(12)  BONUS PAYABLE ACCOUNT
      * THE 00 ROW IS THE DEFAULT. A BAND WITH A ROW OF ITS OWN IS
      * JOURNALED ON ITS OWN LINES; EVERY OTHER BAND (AND ANY SCORE
      * THAT FELL OUTSIDE ALL BANDS ONTO THE DEFAULT MULTIPLIER) IS
      * COMBINED ON THE 00 LINES - SO A TABLE HOLDING ONLY A 00 ROW
      * GIVES ONE EXPENSE/PAYABLE PAIR FOR THE DAY. A SCORE'S BAND IS
      * THE BAND ITS BASE FALLS IN UNDER THE TIER SET IN EFFECT ON ITS
      * MS-ID-DATE (THE TOP SLICE FOR A MARGINAL SET - THE SAME BAND
      * MS-MULTIPLIER CARRIES). GLMAP.DAT ABSENT, EMPTY OR WITHOUT A
      * ROW FOR A BAND IN USE ENDS RC=16 - THE JOB WILL NOT GUESS AN
      * ACCOUNT.
      *
      * GLJRNL.DAT IS 80-BYTE RAW DIGITS (THE PAYEXTR.DAT CONVENTION -
      * AMOUNTS ARE 9(9)V99 / 9(11)V99 WITH NO DECIMAL POINT): ONE "H"
      * HEADER, "D" LINES, ONE "T" TRAILER; HEADER AND TRAILER BOTH
      * CARRY THE LINE COUNT AND THE DEBIT AND CREDIT CONTROL TOTALS.
      * THE WHOLE JOURNAL IS BUILT IN STORAGE FIRST AND IS ONLY
      * WRITTEN WHEN DEBITS EQUAL CREDITS - AN UNBALANCED JOURNAL ENDS
      * RC=16 WITH NOTHING WRITTEN (THE PREVIOUS GLJRNL.DAT IS LEFT
      * AS IT WAS - ITS HEADER DATE SAYS WHICH DAY IT BELONGS TO).
      *
      * GLREG.DAT IS THE JOURNAL REGISTER: EVERY LINE, THE CONTROL
      * TOTALS, AND THE TIE-BACK OF THE POSTED LINES TO THE POSTING
      * DATE'S LATEST END RECORD ON RUNCTL.DAT (RECORDS AND GRAND
      * TOTAL, AS CALCDVOP'S 908-WRITE-RUN-END LOGGED THEM). A TIE
      * THAT DOES NOT AGREE ENDS RC=8 - THE JOURNAL ITSELF IS STILL
      * BALANCED AND WRITTEN, BUT THE GL HAND-OFF SHOULD BE HELD
      * UNTIL THE DIFFERENCE IS EXPLAINED.
      *
      * POSTING DATE: PARM DATE=YYYYMMDD, OTHERWISE THE DATE ON THE
      * LATEST END RECORD ON RUNCTL.DAT (GENKEEP.cbl'S RULE).
      *
      * GLCTL.DAT (ONE RECORD, REWRITTEN WHOLE) REMEMBERS THE LAST
      * JOURNAL DATE AND THE ADJHIST.DAT TIMESTAMP WINDOW IT TOOK IN,
      * SO EACH CORRECTION IS JOURNALED EXACTLY ONCE: A NEW DATE TAKES
      * THE LINES AFTER THE PREVIOUS WINDOW; A RERUN FOR THE SAME DATE
      * REUSES THAT DATE'S WINDOW START AND REBUILDS THE SAME JOURNAL;
      * A DATE EARLIER THAN THE LAST JOURNAL IS REFUSED (RC=16). WITH
      * NO GLCTL.DAT YET, THE WINDOW STARTS AT THE POSTING DATE -
      * EARLIER CORRECTIONS WERE KEYED TO THE LEDGER BY HAND.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT PAYMENT-EXTRACT-FILE ASSIGN TO "PAYEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEXTR-FILE-STATUS.

           SELECT PAYMENT-HELD-FILE ASSIGN TO "PAYHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHELD-FILE-STATUS.

           SELECT ADJUSTMENT-HIST-FILE ASSIGN TO "ADJHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJHIST-FILE-STATUS.

           SELECT BONUS-TIER-FILE ASSIGN TO "BONUSTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-FILE-STATUS.

      * VibeGarden: OPTIONAL EFFECTIVE-DATED TIER SETS (SEE
      * CALCDVOP.cbl'S SELECT BONUS-EFF-FILE NOTE) - ONLY USED HERE
      * TO SAY WHICH BAND A SCORE FELL IN, NEVER TO PRICE ONE.
           SELECT BONUS-EFF-FILE ASSIGN TO "BONUSEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONEFF-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-FILE-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT GL-REGISTER-FILE ASSIGN TO "GLREG.DAT"
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

      * MIRROR OF CALCDVOP.cbl'S WS-PAYEXTR-LINE, FIELD FOR FIELD.
      * PAYHELD.DAT LINES ARE THE SAME LAYOUT.
       FD  PAYMENT-EXTRACT-FILE
           RECORDING MODE IS F.
       01  PAYMENT-EXTRACT-RECORD.
           05  PX-SCORE-ID         PIC 9(12).
           05  PX-BASE-SCORE       PIC 9(3)V99.
           05  PX-MULTIPLIER       PIC 9V9.
           05  PX-TOTAL-RESULT     PIC 9(7)V99.
           05  PX-RUN-DATE         PIC 9(8).
           05  PX-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(36).

       FD  PAYMENT-HELD-FILE
           RECORDING MODE IS F.
       01  PAYMENT-HELD-RECORD.
           05  PH-SCORE-ID         PIC 9(12).
           05  PH-BASE-SCORE       PIC 9(3)V99.
           05  PH-MULTIPLIER       PIC 9V9.
           05  PH-TOTAL-RESULT     PIC 9(7)V99.
           05  PH-RUN-DATE         PIC 9(8).
           05  PH-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(36).

       FD  ADJUSTMENT-HIST-FILE
           RECORDING MODE IS F.
       01  ADJHIST-RECORD          PIC X(250).

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

       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01  GL-MAP-RECORD.
           05  GM-BAND            PIC 9(2).
           05  GM-EXPENSE-ACCT    PIC X(12).
           05  GM-PAYABLE-ACCT    PIC X(12).

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
       01  GL-CONTROL-RECORD.
           05  GC-JOURNAL-DATE    PIC 9(8).
           05  GC-FROM-STAMP      PIC 9(14).
           05  GC-TO-STAMP        PIC 9(14).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD      PIC X(80).

       FD  GL-REGISTER-FILE
           RECORDING MODE IS F.
       01  GL-REGISTER-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WSBONUS.

       COPY WSBONEFF.

       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-RUNCTL-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-PAYEXTR-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-PAYHELD-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-ADJHIST-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-BONUS-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-GLMAP-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-GLCTL-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-JOURNAL-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-JOURNAL-FAIL-SW     PIC X VALUE 'N'.
             88 WS-JOURNAL-FAILED   VALUE 'Y'.
          05 WS-JOURNAL-WRITTEN-SW  PIC X VALUE 'N'.
             88 WS-JOURNAL-WRITTEN  VALUE 'Y'.
          05 WS-TIE-FAIL-SW         PIC X VALUE 'N'.
             88 WS-TIE-FAILED       VALUE 'Y'.
          05 WS-GATHERED-SW         PIC X VALUE 'N'.
             88 WS-FIGURES-GATHERED VALUE 'Y'.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 WS-CURR-HH             PIC 9(2).
          05 WS-CURR-MIN            PIC 9(2).
          05 WS-CURR-SEC            PIC 9(2).
          05 FILLER                 PIC X(7).

       01 WS-PARM-CONTROLS.
          05 WS-PARM-RAW            PIC X(40) VALUE SPACES.
          05 WS-PARM-MODE           PIC X(10) VALUE SPACES.
          05 WS-PARM-VALUE          PIC X(29) VALUE SPACES.
          05 WS-PARM-DATE           PIC 9(8) VALUE ZERO.

       01 WS-POSTING-CONTROLS.
          05 WS-POSTING-DATE        PIC 9(8) VALUE ZERO.
          05 WS-POSTING-DATE-X REDEFINES WS-POSTING-DATE.
             10 WS-PST-YYYY         PIC 9(4).
             10 WS-PST-MM           PIC 9(2).
             10 WS-PST-DD           PIC 9(2).
          05 WS-CREATED-STAMP       PIC 9(14) VALUE ZERO.

      * THE LATEST END RECORD ON RUNCTL.DAT OVERALL (THE DEFAULT
      * POSTING DATE) AND THE LATEST ONE FOR THE POSTING DATE (WHAT
      * THE REGISTER TIES BACK TO).
       01 WS-RUN-CONTROL-FIGURES.
          05 WS-LATEST-END-DATE     PIC 9(8) VALUE ZERO.
          05 WS-LATEST-END-TIME     PIC 9(6) VALUE ZERO.
          05 WS-LATEST-END-RC       PIC 9(2) VALUE ZERO.
          05 WS-LATEST-END-RECORDS  PIC 9(7) VALUE ZERO.
          05 WS-LATEST-END-TOTAL    PIC 9(11) VALUE ZERO.
          05 WS-TIE-RUN-FOUND-SW    PIC X VALUE 'N'.
             88 WS-TIE-RUN-FOUND    VALUE 'Y'.
          05 WS-TIE-RUN-TIME        PIC 9(6) VALUE ZERO.
          05 WS-TIE-RUN-RC          PIC 9(2) VALUE ZERO.
          05 WS-TIE-RUN-RECORDS     PIC 9(7) VALUE ZERO.
          05 WS-TIE-RUN-TOTAL-RAW   PIC 9(11) VALUE ZERO.
          05 WS-TIE-RUN-TOTAL REDEFINES WS-TIE-RUN-TOTAL-RAW
                                     PIC 9(9)V99.

      * ADJHIST.DAT WINDOW - TIMESTAMPS ARE YYYYMMDDHHMMSS BUILT FROM
      * EACH LINE'S DATE AND TIME COLUMNS.
       01 WS-ADJ-WINDOW-CONTROLS.
          05 WS-PRIOR-JOURNAL-DATE  PIC 9(8) VALUE ZERO.
          05 WS-PRIOR-FROM-STAMP    PIC 9(14) VALUE ZERO.
          05 WS-PRIOR-TO-STAMP      PIC 9(14) VALUE ZERO.
          05 WS-GLCTL-FOUND-SW      PIC X VALUE 'N'.
             88 WS-GLCTL-FOUND      VALUE 'Y'.
          05 WS-WINDOW-FROM         PIC 9(14) VALUE ZERO.
          05 WS-WINDOW-TO           PIC 9(14) VALUE ZERO.
          05 WS-LINE-STAMP          PIC 9(14) VALUE ZERO.
          05 WS-LINE-STAMP-X REDEFINES WS-LINE-STAMP.
             10 WS-LST-YYYY         PIC 9(4).
             10 WS-LST-MM           PIC 9(2).
             10 WS-LST-DD           PIC 9(2).
             10 WS-LST-HH           PIC 9(2).
             10 WS-LST-MIN          PIC 9(2).
             10 WS-LST-SEC          PIC 9(2).

      * MIRROR OF SCOREADJ.cbl'S WS-ADJHIST-LINE - ONLY THE COLUMNS
      * THIS JOB READS ARE NAMED.
       01 WS-ADJHIST-LINE.
          05 WS-AHL-DATE.
             10 WS-AHL-YYYY        PIC X(4).
             10 FILLER             PIC X.
             10 WS-AHL-MM          PIC X(2).
             10 FILLER             PIC X.
             10 WS-AHL-DD          PIC X(2).
          05 FILLER                PIC X.
          05 WS-AHL-TIME.
             10 WS-AHL-HH          PIC X(2).
             10 FILLER             PIC X.
             10 WS-AHL-MIN         PIC X(2).
             10 FILLER             PIC X.
             10 WS-AHL-SEC         PIC X(2).
          05 FILLER                PIC X(2).
          05 FILLER                PIC X(6).
          05 WS-AHL-SCORE-ID       PIC 9(12).
          05 WS-AHL-SCORE-ID-X REDEFINES WS-AHL-SCORE-ID.
             10 WS-AHL-ID-DATE     PIC 9(8).
             10 WS-AHL-ID-SEQ      PIC 9(4).
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

       01 WS-ADJ-WORK.
          05 WS-ADJ-OLD-BASE        PIC 9(3)V99 VALUE ZERO.
          05 WS-ADJ-NEW-BASE        PIC 9(3)V99 VALUE ZERO.
          05 WS-ADJ-OLD-RESULT      PIC 9(7)V99 VALUE ZERO.
          05 WS-ADJ-NEW-RESULT      PIC 9(7)V99 VALUE ZERO.

      * BAND LOOKUP - IN: WS-BAND-BASE/WS-BAND-DATE; OUT: WS-BAND-NO
      * (00 WHEN THE BASE FALLS OUTSIDE EVERY BAND) AND WS-BAND-MAP,
      * THE GL MAP ROW IT IS JOURNALED UNDER.
       01 WS-BAND-WORK.
          05 WS-BAND-BASE           PIC 9(3)V99 VALUE ZERO.
          05 WS-BAND-DATE           PIC 9(8) VALUE ZERO.
          05 WS-BAND-NO             PIC 9(2) VALUE ZERO.
          05 WS-BAND-MAP            PIC 9(2) VALUE ZERO.
          05 WS-TABLE-FOR-DATE      PIC 9(8) VALUE ZERO.

      * GLMAP.DAT IN STORAGE, WITH THE DAY'S FIGURES ACCUMULATED
      * AGAINST EACH ROW.
       01 WS-GL-MAP-CONTROLS.
          05 WS-MAP-COUNT           PIC 9(2) VALUE ZERO.
          05 WS-MAP-DEFAULT         PIC 9(2) VALUE ZERO.
          05 WS-MAP-SCAN            PIC 9(2) VALUE ZERO.
          05 WS-MAP-TABLE.
             10 WS-MAP-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-MAP-IDX.
                15 WS-MAP-BAND      PIC 9(2).
                15 WS-MAP-EXPENSE   PIC X(12).
                15 WS-MAP-PAYABLE   PIC X(12).
                15 WS-MAP-POSTED    PIC 9(9)V99.
                15 WS-MAP-POST-CNT  PIC 9(7).
                15 WS-MAP-ADJ-NET   PIC S9(9)V99.
                15 WS-MAP-ADJ-CNT   PIC 9(7).

      * THE JOURNAL LINES, BUILT WHOLE BEFORE ANYTHING IS WRITTEN.
      * FOUR LINES PER MAP ROW AT MOST (ONE PAIR FOR THE POSTINGS,
      * ONE PAIR FOR THE NET ADJUSTMENT).
       01 WS-JOURNAL-CONTROLS.
          05 WS-JRN-COUNT           PIC 9(5) VALUE ZERO.
          05 WS-JRN-SCAN            PIC 9(5) VALUE ZERO.
          05 WS-JRN-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
          05 WS-JRN-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
          05 WS-JRN-TABLE.
             10 WS-JRN-ENTRY OCCURS 80 TIMES
                             INDEXED BY WS-JRN-IDX.
                15 WS-JRN-ACCOUNT   PIC X(12).
                15 WS-JRN-DR-CR     PIC X.
                15 WS-JRN-AMOUNT    PIC 9(9)V99.
                15 WS-JRN-BAND      PIC 9(2).
                15 WS-JRN-KIND      PIC X(4).
                15 WS-JRN-DESC      PIC X(30).

      * ONE PAIR BEING ADDED BY 520-ADD-JOURNAL-PAIR.
       01 WS-PAIR-WORK.
          05 WS-PAIR-DEBIT-ACCT     PIC X(12).
          05 WS-PAIR-CREDIT-ACCT    PIC X(12).
          05 WS-PAIR-AMOUNT         PIC 9(9)V99.
          05 WS-PAIR-BAND           PIC 9(2).
          05 WS-PAIR-KIND           PIC X(4).
          05 WS-PAIR-DESC           PIC X(30).

       01 WS-CONTROL-TOTALS.
          05 WS-POSTED-COUNT        PIC 9(7) VALUE ZERO.
          05 WS-POSTED-TOTAL        PIC 9(9)V99 VALUE ZERO.
          05 WS-HELD-COUNT          PIC 9(7) VALUE ZERO.
          05 WS-HELD-TOTAL          PIC 9(9)V99 VALUE ZERO.
          05 WS-ADJ-COUNT           PIC 9(7) VALUE ZERO.
          05 WS-ADJ-NET-TOTAL       PIC S9(9)V99 VALUE ZERO.
          05 WS-ADJ-SKIPPED         PIC 9(7) VALUE ZERO.
          05 WS-TIE-DIFFERENCE      PIC S9(9)V99 VALUE ZERO.

      * GLJRNL.DAT RECORD LAYOUTS - RAW DIGITS, NO PUNCTUATION.
       01 WS-JOURNAL-HEADER.
          05 FILLER                 PIC X VALUE "H".
          05 WS-JH-JOURNAL-DATE     PIC 9(8).
          05 WS-JH-SOURCE           PIC X(10) VALUE "VIBEGARDEN".
          05 WS-JH-CREATED          PIC 9(14).
          05 WS-JH-LINE-COUNT       PIC 9(5).
          05 WS-JH-DEBIT-TOTAL      PIC 9(11)V99.
          05 WS-JH-CREDIT-TOTAL     PIC 9(11)V99.
          05 FILLER                 PIC X(16) VALUE SPACES.

       01 WS-JOURNAL-DETAIL.
          05 FILLER                 PIC X VALUE "D".
          05 WS-JD-LINE-NO          PIC 9(5).
          05 WS-JD-ACCOUNT          PIC X(12).
          05 WS-JD-DR-CR            PIC X.
          05 WS-JD-AMOUNT           PIC 9(9)V99.
          05 WS-JD-BAND             PIC 9(2).
          05 WS-JD-KIND             PIC X(4).
          05 WS-JD-DESC             PIC X(30).
          05 FILLER                 PIC X(14) VALUE SPACES.

       01 WS-JOURNAL-TRAILER.
          05 FILLER                 PIC X VALUE "T".
          05 WS-JT-LINE-COUNT       PIC 9(5).
          05 WS-JT-DEBIT-TOTAL      PIC 9(11)V99.
          05 WS-JT-CREDIT-TOTAL     PIC 9(11)V99.
          05 FILLER                 PIC X(48) VALUE SPACES.

       01 WS-DESC-WORK.
          05 WS-DESC-TEXT           PIC X(19).
          05 WS-DESC-DATE.
             10 WS-DESC-YYYY        PIC 9(4).
             10 FILLER              PIC X VALUE "-".
             10 WS-DESC-MM          PIC 9(2).
             10 FILLER              PIC X VALUE "-".
             10 WS-DESC-DD          PIC 9(2).
          05 FILLER                 PIC X VALUE SPACE.

      * GLREG.DAT REGISTER LINES.
       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN GENERAL LEDGER JOURNAL REGISTER".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(14) VALUE "JOURNAL DATE: ".
          05 WS-HDG-JRN-YYYY        PIC 9(4).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-JRN-MM          PIC 9(2).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-JRN-DD          PIC 9(2).
          05 FILLER                 PIC X(13) VALUE "   RUN DATE: ".
          05 WS-HDG-YYYY            PIC 9(4).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-MM              PIC 9(2).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-DD              PIC 9(2).
          05 FILLER                 PIC X(33) VALUE SPACES.

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".

       01 WS-RPT-HEADING-4.
          05 FILLER                 PIC X(40)
             VALUE " LINE ACCOUNT      BD KIND  DESCRIPTION ".
          05 FILLER                 PIC X(40)
             VALUE "                     DEBIT/CREDIT AMOUNT".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-LINE-NO         PIC ZZZZ9.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-ACCOUNT         PIC X(12).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-BAND            PIC 99.
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-KIND            PIC X(4).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 WS-RDL-DESC            PIC X(30).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-DR-CR           PIC X(2).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-RDL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(4) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
          05 WS-RTL-LABEL           PIC X(30).
          05 FILLER                 PIC X(7)  VALUE " DEBIT:".
          05 WS-RTL-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(8)  VALUE " CREDIT:".
          05 WS-RTL-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(1)  VALUE SPACES.

       01 WS-RPT-FIGURE-LINE.
          05 WS-RFL-LABEL           PIC X(36).
          05 FILLER                 PIC X(7)  VALUE " RECS: ".
          05 WS-RFL-COUNT           PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(8)  VALUE "  TOTAL:".
          05 WS-RFL-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(7)  VALUE SPACES.

       01 WS-RPT-WINDOW-LINE.
          05 FILLER                 PIC X(24)
             VALUE "ADJHIST WINDOW - AFTER: ".
          05 WS-RWL-FROM            PIC 9(14).
          05 FILLER                 PIC X(12) VALUE "  THROUGH:  ".
          05 WS-RWL-TO              PIC 9(14).
          05 FILLER                 PIC X(16) VALUE SPACES.

       01 WS-RPT-STATUS-LINE        PIC X(80).

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(26)
             VALUE "** JOURNAL REGISTER END **".
          05 FILLER                 PIC X(8)  VALUE " LINES: ".
          05 WS-RTR-LINES           PIC ZZZZ9.
          05 FILLER                 PIC X(10) VALUE "  JOURNAL ".
          05 WS-RTR-STATUS          PIC X(12).
          05 FILLER                 PIC X(7)  VALUE "  TIE: ".
          05 WS-RTR-TIE             PIC X(12).

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-JOURNAL-FAILED
               PERFORM 200-FIND-POSTING-RUN
           END-IF
           IF NOT WS-JOURNAL-FAILED
               PERFORM 250-SET-ADJUSTMENT-WINDOW
           END-IF
           IF NOT WS-JOURNAL-FAILED
               PERFORM 300-GATHER-POSTINGS
           END-IF
           IF NOT WS-JOURNAL-FAILED
               PERFORM 400-GATHER-ADJUSTMENTS
           END-IF
           IF NOT WS-JOURNAL-FAILED
               PERFORM 500-BUILD-JOURNAL
               PERFORM 550-CHECK-BALANCE
           END-IF
           IF NOT WS-JOURNAL-FAILED
               PERFORM 600-WRITE-JOURNAL
           END-IF
           IF WS-JOURNAL-WRITTEN
               PERFORM 650-UPDATE-GL-CONTROL
           END-IF
           PERFORM 700-WRITE-REGISTER
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "GLJRNL" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-YYYY TO WS-HDG-YYYY
           MOVE WS-CURR-MM   TO WS-HDG-MM
           MOVE WS-CURR-DD   TO WS-HDG-DD
           COMPUTE WS-CREATED-STAMP =
               WS-CURR-YYYY * 10000000000 + WS-CURR-MM * 100000000
               + WS-CURR-DD * 1000000 + WS-CURR-HH * 10000
               + WS-CURR-MIN * 100 + WS-CURR-SEC
           PERFORM 150-GET-PARM-DATE
           OPEN OUTPUT GL-REGISTER-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - GLREG.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 120-LOAD-GL-MAP
               PERFORM 130-LOAD-BONUS-TABLE
               PERFORM 140-READ-GL-CONTROL
           END-IF.

       120-LOAD-GL-MAP.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE ZERO TO WS-MAP-DEFAULT
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - GLMAP.DAT open failed, "
                   "status " WS-GLMAP-FILE-STATUS
                   " - no GL accounts to journal to"
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ GL-MAP-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 125-ADD-GL-MAP-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               IF WS-MAP-COUNT = ZERO
                   DISPLAY "VibeGarden FATAL - GLMAP.DAT holds no "
                       "account rows"
                   SET WS-JOURNAL-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      * A MALFORMED OR DUPLICATE ROW STOPS THE JOB - A JOURNAL BUILT
      * ON A HALF-READ MAPPING TABLE WOULD POST TO THE WRONG ACCOUNT.
       125-ADD-GL-MAP-ROW.
           IF GM-BAND IS NOT NUMERIC
              OR GM-EXPENSE-ACCT = SPACES
              OR GM-PAYABLE-ACCT = SPACES
               DISPLAY "VibeGarden FATAL - GLMAP.DAT row invalid: "
                   GL-MAP-RECORD
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-BAND-MAP
               PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                       UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                   IF WS-MAP-BAND (WS-MAP-SCAN) = GM-BAND
                       MOVE WS-MAP-SCAN TO WS-BAND-MAP
                   END-IF
               END-PERFORM
               IF WS-BAND-MAP > ZERO
                   DISPLAY "VibeGarden FATAL - GLMAP.DAT band "
                       GM-BAND " mapped twice"
                   SET WS-JOURNAL-FAILED TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-MAP-COUNT >= 20
                       DISPLAY "VibeGarden FATAL - GLMAP.DAT holds "
                           "more than 20 rows"
                       SET WS-JOURNAL-FAILED TO TRUE
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE GM-BAND         TO WS-MAP-BAND (WS-MAP-IDX)
                       MOVE GM-EXPENSE-ACCT
                         TO WS-MAP-EXPENSE (WS-MAP-IDX)
                       MOVE GM-PAYABLE-ACCT
                         TO WS-MAP-PAYABLE (WS-MAP-IDX)
                       MOVE ZERO TO WS-MAP-POSTED (WS-MAP-IDX)
                       MOVE ZERO TO WS-MAP-POST-CNT (WS-MAP-IDX)
                       MOVE ZERO TO WS-MAP-ADJ-NET (WS-MAP-IDX)
                       MOVE ZERO TO WS-MAP-ADJ-CNT (WS-MAP-IDX)
                       IF GM-BAND = ZERO
                           MOVE WS-MAP-COUNT TO WS-MAP-DEFAULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ALL EFFECTIVE-DATED SETS ARE HELD, AND THE ONE IN EFFECT FOR
      * EACH SCORE'S DATE IS SWITCHED INTO WS-BONUS-TABLE AS NEEDED
      * (160-TABLE-FOR-DATE). WITHOUT BONUSEFF.DAT THE SINGLE LIVE
      * BONUSTBL.DAT SERVES EVERY DATE; WITHOUT EITHER, EVERY SCORE
      * COUNTS AS UNBANDED AND GOES TO THE 00 ROW.
       130-LOAD-BONUS-TABLE.
           INITIALIZE WS-BONUS-TABLE
           PERFORM 151-LOAD-EFFECTIVE-SETS
           IF NOT WS-SET-TABLE-LOADED
               PERFORM 154-LOAD-FLAT-TABLE
           END-IF.

       140-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS = "00"
               READ GL-CONTROL-FILE
                   NOT AT END
                       IF GC-JOURNAL-DATE IS NUMERIC
                          AND GC-FROM-STAMP IS NUMERIC
                          AND GC-TO-STAMP IS NUMERIC
                           SET WS-GLCTL-FOUND TO TRUE
                           MOVE GC-JOURNAL-DATE
                             TO WS-PRIOR-JOURNAL-DATE
                           MOVE GC-FROM-STAMP TO WS-PRIOR-FROM-STAMP
                           MOVE GC-TO-STAMP   TO WS-PRIOR-TO-STAMP
                       END-IF
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF
           IF NOT WS-GLCTL-FOUND
               DISPLAY "VibeGarden gljrnl - no GLCTL.DAT on file, "
                   "first journal"
           END-IF.

       150-GET-PARM-DATE.
           MOVE SPACES TO WS-PARM-RAW
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW NOT = SPACES
               MOVE SPACES TO WS-PARM-MODE WS-PARM-VALUE
               UNSTRING WS-PARM-RAW DELIMITED BY "="
                   INTO WS-PARM-MODE WS-PARM-VALUE
               END-UNSTRING
               IF WS-PARM-MODE = "DATE"
                  AND WS-PARM-VALUE (1:8) IS NUMERIC
                   MOVE WS-PARM-VALUE (1:8) TO WS-PARM-DATE
                   DISPLAY "VibeGarden gljrnl posting date "
                       WS-PARM-DATE " (from PARM)"
               ELSE
                   DISPLAY "VibeGarden PARM ignored (expected "
                       "DATE=yyyymmdd): " WS-PARM-RAW
               END-IF
           END-IF.

      * SAME LOADING AS RECONCIL.cbl'S 151/152 - MALFORMED SETS ARE
      * CALCDVOP'S PROBLEM TO ABORT ON; THIS JOB ONLY NAMES BANDS.
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
               DISPLAY "VibeGarden WARNING - BONUSTBL.DAT open failed, "
                   "status " WS-BONUS-FILE-STATUS
                   " - every score journaled under band 00"
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
           END-IF.

      * SAME SELECTION AS RECONCIL.cbl'S 156-SELECT-TIER-SET: THE
      * LATEST SET EFFECTIVE ON OR BEFORE THE TARGET DATE, OR THE
      * EARLIEST SET WHEN THE DATE PRECEDES THEM ALL.
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
           SET WS-SET-IDX TO WS-SET-PICKED-SLOT
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

       160-TABLE-FOR-DATE.
           IF WS-SET-TABLE-LOADED
              AND WS-BAND-DATE NOT = WS-TABLE-FOR-DATE
               MOVE WS-BAND-DATE TO WS-SET-TARGET-DATE
               PERFORM 156-SELECT-TIER-SET
               MOVE WS-BAND-DATE TO WS-TABLE-FOR-DATE
           END-IF.

      * ONE PASS OVER RUNCTL.DAT. THE LATEST END RECORD OVERALL GIVES
      * THE DEFAULT POSTING DATE; THE LATEST END RECORD FOR THE
      * POSTING DATE IS THE RUN THE REGISTER TIES BACK TO.
       200-FIND-POSTING-RUN.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden WARNING - RUNCTL.DAT not "
                   "available, status " WS-RUNCTL-FILE-STATUS
                   " - nothing to tie the journal to"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF RC-EVENT = "END"
                               PERFORM 210-TAKE-IN-END-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-PARM-DATE > ZERO
               MOVE WS-PARM-DATE TO WS-POSTING-DATE
           ELSE
               MOVE WS-LATEST-END-DATE TO WS-POSTING-DATE
               IF WS-LATEST-END-DATE > ZERO
                   SET WS-TIE-RUN-FOUND TO TRUE
                   MOVE WS-LATEST-END-TIME    TO WS-TIE-RUN-TIME
                   MOVE WS-LATEST-END-RC      TO WS-TIE-RUN-RC
                   MOVE WS-LATEST-END-RECORDS TO WS-TIE-RUN-RECORDS
                   MOVE WS-LATEST-END-TOTAL   TO WS-TIE-RUN-TOTAL-RAW
               END-IF
           END-IF
           IF WS-POSTING-DATE = ZERO
               DISPLAY "VibeGarden FATAL - no posting date: no END "
                   "record on RUNCTL.DAT and no DATE= PARM"
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-PST-YYYY TO WS-HDG-JRN-YYYY WS-DESC-YYYY
               MOVE WS-PST-MM   TO WS-HDG-JRN-MM WS-DESC-MM
               MOVE WS-PST-DD   TO WS-HDG-JRN-DD WS-DESC-DD
               DISPLAY "VibeGarden gljrnl - journal date "
                   WS-POSTING-DATE
           END-IF.

       210-TAKE-IN-END-RECORD.
           MOVE RC-RUN-DATE    TO WS-LATEST-END-DATE
           MOVE RC-TIME        TO WS-LATEST-END-TIME
           MOVE RC-RETURN-CODE TO WS-LATEST-END-RC
           MOVE RC-RECORDS     TO WS-LATEST-END-RECORDS
           MOVE RC-GRAND-TOTAL TO WS-LATEST-END-TOTAL
           IF WS-PARM-DATE > ZERO AND RC-RUN-DATE = WS-PARM-DATE
               SET WS-TIE-RUN-FOUND TO TRUE
               MOVE RC-TIME        TO WS-TIE-RUN-TIME
               MOVE RC-RETURN-CODE TO WS-TIE-RUN-RC
               MOVE RC-RECORDS     TO WS-TIE-RUN-RECORDS
               MOVE RC-GRAND-TOTAL TO WS-TIE-RUN-TOTAL-RAW
           END-IF.

      * WHICH ADJHIST.DAT LINES BELONG TO THIS JOURNAL - SEE THE
      * GLCTL.DAT NOTE IN THE HEADER.
       250-SET-ADJUSTMENT-WINDOW.
           IF NOT WS-GLCTL-FOUND
               COMPUTE WS-WINDOW-FROM = WS-POSTING-DATE * 1000000
           ELSE
               EVALUATE TRUE
                   WHEN WS-POSTING-DATE = WS-PRIOR-JOURNAL-DATE
                       MOVE WS-PRIOR-FROM-STAMP TO WS-WINDOW-FROM
                       DISPLAY "VibeGarden NOTE - journal for "
                           WS-POSTING-DATE " already cut, "
                           "rebuilding it"
                   WHEN WS-POSTING-DATE > WS-PRIOR-JOURNAL-DATE
                       MOVE WS-PRIOR-TO-STAMP TO WS-WINDOW-FROM
                   WHEN OTHER
                       DISPLAY "VibeGarden FATAL - journal for "
                           WS-PRIOR-JOURNAL-DATE " already cut, "
                           "refusing earlier date " WS-POSTING-DATE
                       SET WS-JOURNAL-FAILED TO TRUE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF
           MOVE WS-WINDOW-FROM TO WS-WINDOW-TO.

      * THE DAY'S POSTINGS - PAYEXTR.DAT HOLDS ONLY THE LATEST RUN'S
      * LINES, PAYHELD.DAT CARRIES OVER ACROSS RUNS, SO BOTH ARE
      * FILTERED ON THE POSTING DATE STAMPED ON EACH LINE.
       300-GATHER-POSTINGS.
           SET WS-FIGURES-GATHERED TO TRUE
           MOVE WS-POSTING-DATE TO WS-BAND-DATE
           PERFORM 160-TABLE-FOR-DATE
           OPEN INPUT PAYMENT-EXTRACT-FILE
           IF WS-PAYEXTR-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden WARNING - PAYEXTR.DAT not "
                   "available, status " WS-PAYEXTR-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ PAYMENT-EXTRACT-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF PX-RUN-DATE = WS-POSTING-DATE
                              AND PX-TOTAL-RESULT IS NUMERIC
                              AND PX-BASE-SCORE IS NUMERIC
                               MOVE PX-BASE-SCORE TO WS-BAND-BASE
                               PERFORM 350-FIND-BAND
                               PERFORM 310-ADD-POSTING
                               ADD PX-TOTAL-RESULT
                                 TO WS-MAP-POSTED (WS-MAP-IDX)
                               ADD PX-TOTAL-RESULT TO WS-POSTED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-EXTRACT-FILE
           END-IF
           IF NOT WS-JOURNAL-FAILED
               OPEN INPUT PAYMENT-HELD-FILE
               IF WS-PAYHELD-FILE-STATUS = "00"
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF-REACHED
                       READ PAYMENT-HELD-FILE
                           AT END
                               SET WS-EOF-REACHED TO TRUE
                           NOT AT END
                               IF PH-RUN-DATE = WS-POSTING-DATE
                                  AND PH-TOTAL-RESULT IS NUMERIC
                                  AND PH-BASE-SCORE IS NUMERIC
                                   MOVE PH-BASE-SCORE TO WS-BAND-BASE
                                   PERFORM 350-FIND-BAND
                                   PERFORM 310-ADD-POSTING
                                   ADD PH-TOTAL-RESULT
                                     TO WS-MAP-POSTED (WS-MAP-IDX)
                                   ADD PH-TOTAL-RESULT
                                     TO WS-POSTED-TOTAL
                                   ADD PH-TOTAL-RESULT
                                     TO WS-HELD-TOTAL
                                   ADD 1 TO WS-HELD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYMENT-HELD-FILE
               END-IF
           END-IF.

       310-ADD-POSTING.
           SET WS-MAP-IDX TO WS-BAND-MAP
           ADD 1 TO WS-MAP-POST-CNT (WS-MAP-IDX)
           ADD 1 TO WS-POSTED-COUNT.

      * FLAT LOOKUP OF THE BAND THE BASE FALLS IN - 00 WHEN NONE DOES
      * - THEN THE GL MAP ROW FOR IT: ITS OWN ROW, ELSE THE 00 ROW,
      * ELSE THE JOB STOPS.
       350-FIND-BAND.
           MOVE ZERO TO WS-BAND-NO
           SET WS-TIER-IDX TO 1
           SEARCH WS-BONUS-TIER
               AT END
                   MOVE ZERO TO WS-BAND-NO
               WHEN WS-BAND-BASE >= WS-TIER-LOW (WS-TIER-IDX)
                AND WS-BAND-BASE <= WS-TIER-HIGH (WS-TIER-IDX)
                AND WS-TIER-HIGH (WS-TIER-IDX) > ZERO
                   MOVE WS-TIER-NO (WS-TIER-IDX) TO WS-BAND-NO
           END-SEARCH
           MOVE WS-MAP-DEFAULT TO WS-BAND-MAP
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                   UNTIL WS-MAP-SCAN > WS-MAP-COUNT
               IF WS-MAP-BAND (WS-MAP-SCAN) = WS-BAND-NO
                   MOVE WS-MAP-SCAN TO WS-BAND-MAP
               END-IF
           END-PERFORM
           IF WS-BAND-MAP = ZERO
               DISPLAY "VibeGarden FATAL - GLMAP.DAT has no row for "
                   "band " WS-BAND-NO " and no 00 default row"
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
      * KEEP THE CALLER'S SUBSCRIPT IN RANGE - THE JOB WILL NOT WRITE
      * A JOURNAL, BUT THE REGISTER STILL SHOWS WHAT WAS GATHERED.
               MOVE 1 TO WS-BAND-MAP
           END-IF
           SET WS-MAP-IDX TO WS-BAND-MAP.

      * EACH CORRECTION IN THE WINDOW TAKES ITS OLD RESULT OFF THE
      * BAND ITS OLD BASE SAT IN AND PUTS ITS NEW RESULT ON THE BAND
      * ITS NEW BASE SITS IN (THE SAME BAND, USUALLY, LEAVING JUST
      * THE DELTA). BANDS ARE JUDGED BY THE SET IN EFFECT ON THE
      * SCORE'S OWN MS-ID-DATE, AS SCOREADJ PRICED IT.
       400-GATHER-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-HIST-FILE
           IF WS-ADJHIST-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden gljrnl - no ADJHIST.DAT on file, "
                   "no adjustments to journal"
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-REACHED
                   READ ADJUSTMENT-HIST-FILE INTO WS-ADJHIST-LINE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 410-TAKE-IN-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-HIST-FILE
           END-IF.

       410-TAKE-IN-ADJUSTMENT.
           IF WS-AHL-YYYY IS NOT NUMERIC OR WS-AHL-MM IS NOT NUMERIC
              OR WS-AHL-DD IS NOT NUMERIC OR WS-AHL-HH IS NOT NUMERIC
              OR WS-AHL-MIN IS NOT NUMERIC
              OR WS-AHL-SEC IS NOT NUMERIC
              OR WS-AHL-SCORE-ID IS NOT NUMERIC
               ADD 1 TO WS-ADJ-SKIPPED
           ELSE
               MOVE WS-AHL-YYYY TO WS-LST-YYYY
               MOVE WS-AHL-MM   TO WS-LST-MM
               MOVE WS-AHL-DD   TO WS-LST-DD
               MOVE WS-AHL-HH   TO WS-LST-HH
               MOVE WS-AHL-MIN  TO WS-LST-MIN
               MOVE WS-AHL-SEC  TO WS-LST-SEC
               IF WS-LINE-STAMP > WS-WINDOW-FROM
                   IF WS-LINE-STAMP > WS-WINDOW-TO
                       MOVE WS-LINE-STAMP TO WS-WINDOW-TO
                   END-IF
                   MOVE WS-AHL-OLD-BASE   TO WS-ADJ-OLD-BASE
                   MOVE WS-AHL-NEW-BASE   TO WS-ADJ-NEW-BASE
                   MOVE WS-AHL-OLD-RESULT TO WS-ADJ-OLD-RESULT
                   MOVE WS-AHL-NEW-RESULT TO WS-ADJ-NEW-RESULT
                   MOVE WS-AHL-ID-DATE    TO WS-BAND-DATE
                   PERFORM 160-TABLE-FOR-DATE
                   MOVE WS-ADJ-OLD-BASE TO WS-BAND-BASE
                   PERFORM 350-FIND-BAND
                   SUBTRACT WS-ADJ-OLD-RESULT
                       FROM WS-MAP-ADJ-NET (WS-MAP-IDX)
                   ADD 1 TO WS-MAP-ADJ-CNT (WS-MAP-IDX)
                   MOVE WS-ADJ-NEW-BASE TO WS-BAND-BASE
                   PERFORM 350-FIND-BAND
                   ADD WS-ADJ-NEW-RESULT
                     TO WS-MAP-ADJ-NET (WS-MAP-IDX)
                   COMPUTE WS-ADJ-NET-TOTAL = WS-ADJ-NET-TOTAL
                       + WS-ADJ-NEW-RESULT - WS-ADJ-OLD-RESULT
                   ADD 1 TO WS-ADJ-COUNT
               END-IF
           END-IF.

      * ONE DEBIT/CREDIT PAIR PER MAP ROW FOR THE POSTINGS AND ONE
      * FOR THE NET ADJUSTMENT; A ZERO AMOUNT MAKES NO LINE.
       500-BUILD-JOURNAL.
           MOVE ZERO TO WS-JRN-COUNT
           PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                   UNTIL WS-MAP-SCAN > WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-SCAN
               IF WS-MAP-POSTED (WS-MAP-IDX) > ZERO
                   MOVE WS-MAP-EXPENSE (WS-MAP-IDX)
                     TO WS-PAIR-DEBIT-ACCT
                   MOVE WS-MAP-PAYABLE (WS-MAP-IDX)
                     TO WS-PAIR-CREDIT-ACCT
                   MOVE WS-MAP-POSTED (WS-MAP-IDX) TO WS-PAIR-AMOUNT
                   MOVE "POST" TO WS-PAIR-KIND
                   MOVE "DAILY BONUS PAYOUT " TO WS-DESC-TEXT
                   PERFORM 520-ADD-JOURNAL-PAIR
               END-IF
               IF WS-MAP-ADJ-NET (WS-MAP-IDX) > ZERO
                   MOVE WS-MAP-EXPENSE (WS-MAP-IDX)
                     TO WS-PAIR-DEBIT-ACCT
                   MOVE WS-MAP-PAYABLE (WS-MAP-IDX)
                     TO WS-PAIR-CREDIT-ACCT
                   MOVE WS-MAP-ADJ-NET (WS-MAP-IDX) TO WS-PAIR-AMOUNT
                   MOVE "ADJC" TO WS-PAIR-KIND
                   MOVE "ADJ CORRECTION NET " TO WS-DESC-TEXT
                   PERFORM 520-ADD-JOURNAL-PAIR
               END-IF
               IF WS-MAP-ADJ-NET (WS-MAP-IDX) < ZERO
                   MOVE WS-MAP-PAYABLE (WS-MAP-IDX)
                     TO WS-PAIR-DEBIT-ACCT
                   MOVE WS-MAP-EXPENSE (WS-MAP-IDX)
                     TO WS-PAIR-CREDIT-ACCT
      * WS-PAIR-AMOUNT IS UNSIGNED - THE MOVE DROPS THE SIGN.
                   MOVE WS-MAP-ADJ-NET (WS-MAP-IDX) TO WS-PAIR-AMOUNT
                   MOVE "ADJR" TO WS-PAIR-KIND
                   MOVE "ADJ REVERSAL NET   " TO WS-DESC-TEXT
                   PERFORM 520-ADD-JOURNAL-PAIR
               END-IF
           END-PERFORM.

       520-ADD-JOURNAL-PAIR.
           IF WS-JRN-COUNT > 78
               DISPLAY "VibeGarden FATAL - journal line table full"
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-MAP-BAND (WS-MAP-IDX) TO WS-PAIR-BAND
               MOVE WS-DESC-WORK TO WS-PAIR-DESC
               ADD 1 TO WS-JRN-COUNT
               SET WS-JRN-IDX TO WS-JRN-COUNT
               MOVE WS-PAIR-DEBIT-ACCT TO WS-JRN-ACCOUNT (WS-JRN-IDX)
               MOVE "D"                TO WS-JRN-DR-CR (WS-JRN-IDX)
               MOVE WS-PAIR-AMOUNT     TO WS-JRN-AMOUNT (WS-JRN-IDX)
               MOVE WS-PAIR-BAND       TO WS-JRN-BAND (WS-JRN-IDX)
               MOVE WS-PAIR-KIND       TO WS-JRN-KIND (WS-JRN-IDX)
               MOVE WS-PAIR-DESC       TO WS-JRN-DESC (WS-JRN-IDX)
               ADD 1 TO WS-JRN-COUNT
               SET WS-JRN-IDX TO WS-JRN-COUNT
               MOVE WS-PAIR-CREDIT-ACCT TO WS-JRN-ACCOUNT (WS-JRN-IDX)
               MOVE "C"                TO WS-JRN-DR-CR (WS-JRN-IDX)
               MOVE WS-PAIR-AMOUNT     TO WS-JRN-AMOUNT (WS-JRN-IDX)
               MOVE WS-PAIR-BAND       TO WS-JRN-BAND (WS-JRN-IDX)
               MOVE WS-PAIR-KIND       TO WS-JRN-KIND (WS-JRN-IDX)
               MOVE WS-PAIR-DESC       TO WS-JRN-DESC (WS-JRN-IDX)
           END-IF.

      * THE CONTROL TOTALS ARE SUMMED FROM THE FINISHED LINES, NOT
      * CARRIED FROM THE PAIRS THAT BUILT THEM, SO THIS CHECK SEES
      * EXACTLY WHAT WOULD BE WRITTEN.
       550-CHECK-BALANCE.
           MOVE ZERO TO WS-JRN-DEBIT-TOTAL
           MOVE ZERO TO WS-JRN-CREDIT-TOTAL
           PERFORM VARYING WS-JRN-SCAN FROM 1 BY 1
                   UNTIL WS-JRN-SCAN > WS-JRN-COUNT
               SET WS-JRN-IDX TO WS-JRN-SCAN
               IF WS-JRN-DR-CR (WS-JRN-IDX) = "D"
                   ADD WS-JRN-AMOUNT (WS-JRN-IDX) TO WS-JRN-DEBIT-TOTAL
               ELSE
                   ADD WS-JRN-AMOUNT (WS-JRN-IDX)
                     TO WS-JRN-CREDIT-TOTAL
               END-IF
           END-PERFORM
           IF WS-JRN-DEBIT-TOTAL NOT = WS-JRN-CREDIT-TOTAL
               DISPLAY "VibeGarden FATAL - journal does not balance, "
                   "debits " WS-JRN-DEBIT-TOTAL
                   " credits " WS-JRN-CREDIT-TOTAL
                   " - GLJRNL.DAT not written"
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.

       600-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - GLJRNL.DAT open failed, "
                   "status " WS-JOURNAL-FILE-STATUS
               SET WS-JOURNAL-FAILED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-POSTING-DATE     TO WS-JH-JOURNAL-DATE
               MOVE WS-CREATED-STAMP    TO WS-JH-CREATED
               MOVE WS-JRN-COUNT        TO WS-JH-LINE-COUNT
               MOVE WS-JRN-DEBIT-TOTAL  TO WS-JH-DEBIT-TOTAL
               MOVE WS-JRN-CREDIT-TOTAL TO WS-JH-CREDIT-TOTAL
               WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-HEADER
               PERFORM VARYING WS-JRN-SCAN FROM 1 BY 1
                       UNTIL WS-JRN-SCAN > WS-JRN-COUNT
                   SET WS-JRN-IDX TO WS-JRN-SCAN
                   MOVE WS-JRN-SCAN    TO WS-JD-LINE-NO
                   MOVE WS-JRN-ACCOUNT (WS-JRN-IDX) TO WS-JD-ACCOUNT
                   MOVE WS-JRN-DR-CR (WS-JRN-IDX)   TO WS-JD-DR-CR
                   MOVE WS-JRN-AMOUNT (WS-JRN-IDX)  TO WS-JD-AMOUNT
                   MOVE WS-JRN-BAND (WS-JRN-IDX)    TO WS-JD-BAND
                   MOVE WS-JRN-KIND (WS-JRN-IDX)    TO WS-JD-KIND
                   MOVE WS-JRN-DESC (WS-JRN-IDX)    TO WS-JD-DESC
                   WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-DETAIL
               END-PERFORM
               MOVE WS-JRN-COUNT        TO WS-JT-LINE-COUNT
               MOVE WS-JRN-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL
               MOVE WS-JRN-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL
               WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-TRAILER
               CLOSE GL-JOURNAL-FILE
               SET WS-JOURNAL-WRITTEN TO TRUE
               DISPLAY "VibeGarden gljrnl - GLJRNL.DAT written, "
                   WS-JRN-COUNT " lines"
           END-IF.

       650-UPDATE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden WARNING - GLCTL.DAT open failed, "
                   "status " WS-GLCTL-FILE-STATUS
                   " - adjustment window not advanced"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-POSTING-DATE TO GC-JOURNAL-DATE
               MOVE WS-WINDOW-FROM  TO GC-FROM-STAMP
               MOVE WS-WINDOW-TO    TO GC-TO-STAMP
               WRITE GL-CONTROL-RECORD
               CLOSE GL-CONTROL-FILE
           END-IF.

       700-WRITE-REGISTER.
           IF WS-RPT-FILE-STATUS = "00"
               WRITE GL-REGISTER-RECORD FROM WS-RPT-HEADING-1
               WRITE GL-REGISTER-RECORD FROM WS-RPT-HEADING-2
               WRITE GL-REGISTER-RECORD FROM WS-RPT-HEADING-3
               WRITE GL-REGISTER-RECORD FROM WS-RPT-HEADING-4
               PERFORM VARYING WS-JRN-SCAN FROM 1 BY 1
                       UNTIL WS-JRN-SCAN > WS-JRN-COUNT
                   SET WS-JRN-IDX TO WS-JRN-SCAN
                   MOVE WS-JRN-SCAN TO WS-RDL-LINE-NO
                   MOVE WS-JRN-ACCOUNT (WS-JRN-IDX) TO WS-RDL-ACCOUNT
                   MOVE WS-JRN-BAND (WS-JRN-IDX)    TO WS-RDL-BAND
                   MOVE WS-JRN-KIND (WS-JRN-IDX)    TO WS-RDL-KIND
                   MOVE WS-JRN-DESC (WS-JRN-IDX)    TO WS-RDL-DESC
                   IF WS-JRN-DR-CR (WS-JRN-IDX) = "D"
                       MOVE "DR" TO WS-RDL-DR-CR
                   ELSE
                       MOVE "CR" TO WS-RDL-DR-CR
                   END-IF
                   MOVE WS-JRN-AMOUNT (WS-JRN-IDX) TO WS-RDL-AMOUNT
                   WRITE GL-REGISTER-RECORD FROM WS-RPT-DETAIL-LINE
               END-PERFORM
               WRITE GL-REGISTER-RECORD FROM WS-RPT-HEADING-3
               MOVE "JOURNAL CONTROL TOTALS" TO WS-RTL-LABEL
               MOVE WS-JRN-DEBIT-TOTAL  TO WS-RTL-DEBIT
               MOVE WS-JRN-CREDIT-TOTAL TO WS-RTL-CREDIT
               WRITE GL-REGISTER-RECORD FROM WS-RPT-TOTAL-LINE
      * A JOB THAT STOPPED BEFORE GATHERING ANYTHING HAS NOTHING TO
      * TIE - SYSOUT SAYS WHY.
               IF WS-FIGURES-GATHERED
                   PERFORM 710-WRITE-TIE-BACK
               ELSE
                   MOVE "*** JOB STOPPED BEFORE THE DAY'S FIGURES "
                      & "WERE GATHERED - SEE SYSOUT ***"
                     TO WS-RPT-STATUS-LINE
                   WRITE GL-REGISTER-RECORD FROM WS-RPT-STATUS-LINE
               END-IF
               MOVE WS-WINDOW-FROM TO WS-RWL-FROM
               MOVE WS-WINDOW-TO   TO WS-RWL-TO
               WRITE GL-REGISTER-RECORD FROM WS-RPT-WINDOW-LINE
               MOVE WS-JRN-COUNT TO WS-RTR-LINES
               IF WS-JOURNAL-WRITTEN
                   MOVE "WRITTEN" TO WS-RTR-STATUS
               ELSE
                   MOVE "NOT WRITTEN" TO WS-RTR-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-FIGURES-GATHERED
                       MOVE "NOT MADE" TO WS-RTR-TIE
                   WHEN WS-TIE-FAILED
                       MOVE "DISAGREES" TO WS-RTR-TIE
                   WHEN OTHER
                       MOVE "AGREES" TO WS-RTR-TIE
               END-EVALUATE
               WRITE GL-REGISTER-RECORD FROM WS-RPT-TRAILER-LINE
           END-IF.

      * THE POSTING LINES MUST ACCOUNT FOR EXACTLY WHAT THE RUN SAYS
      * IT POSTED - SAME RECORD COUNT, SAME GRAND TOTAL. ADJUSTMENTS
      * ARE SHOWN FOR THE RECORD; THEY NEVER APPEAR ON RUNCTL.DAT.
       710-WRITE-TIE-BACK.
           MOVE "POSTED - PAYEXTR + PAYHELD LINES"  TO WS-RFL-LABEL
           MOVE WS-POSTED-COUNT TO WS-RFL-COUNT
           MOVE WS-POSTED-TOTAL TO WS-RFL-TOTAL
           WRITE GL-REGISTER-RECORD FROM WS-RPT-FIGURE-LINE
           MOVE "  OF WHICH HELD (PAYHELD.DAT)"     TO WS-RFL-LABEL
           MOVE WS-HELD-COUNT TO WS-RFL-COUNT
           MOVE WS-HELD-TOTAL TO WS-RFL-TOTAL
           WRITE GL-REGISTER-RECORD FROM WS-RPT-FIGURE-LINE
           IF WS-TIE-RUN-FOUND
               MOVE "RUNCTL.DAT END RECORD - GRAND TOTAL"
                 TO WS-RFL-LABEL
               MOVE WS-TIE-RUN-RECORDS TO WS-RFL-COUNT
               MOVE WS-TIE-RUN-TOTAL   TO WS-RFL-TOTAL
               WRITE GL-REGISTER-RECORD FROM WS-RPT-FIGURE-LINE
               COMPUTE WS-TIE-DIFFERENCE =
                   WS-POSTED-TOTAL - WS-TIE-RUN-TOTAL
               EVALUATE TRUE
                   WHEN WS-TIE-RUN-RC > 4
                       SET WS-TIE-FAILED TO TRUE
                       MOVE "*** THE RUN FOR THIS DATE DID NOT END "
                          & "CLEANLY - NOTHING SAFE TO TIE TO ***"
                         TO WS-RPT-STATUS-LINE
                   WHEN WS-POSTED-COUNT NOT = WS-TIE-RUN-RECORDS
                     OR WS-TIE-DIFFERENCE NOT = ZERO
                       SET WS-TIE-FAILED TO TRUE
                       MOVE "*** POSTED LINES DO NOT TIE TO THE "
                          & "RUNCTL.DAT GRAND TOTAL ***"
                         TO WS-RPT-STATUS-LINE
                   WHEN OTHER
                       MOVE "POSTED LINES TIE TO THE RUNCTL.DAT GRAND "
                          & "TOTAL" TO WS-RPT-STATUS-LINE
               END-EVALUATE
           ELSE
               SET WS-TIE-FAILED TO TRUE
               MOVE "*** NO RUNCTL.DAT END RECORD FOR THE JOURNAL "
                  & "DATE - NOTHING TO TIE TO ***"
                 TO WS-RPT-STATUS-LINE
           END-IF
           WRITE GL-REGISTER-RECORD FROM WS-RPT-STATUS-LINE
           DISPLAY "VibeGarden gljrnl - " WS-RPT-STATUS-LINE
           MOVE "ADJUSTMENTS JOURNALED - NET DELTA" TO WS-RFL-LABEL
           MOVE WS-ADJ-COUNT     TO WS-RFL-COUNT
           MOVE WS-ADJ-NET-TOTAL TO WS-RFL-TOTAL
           WRITE GL-REGISTER-RECORD FROM WS-RPT-FIGURE-LINE
           IF WS-ADJ-SKIPPED > ZERO
               MOVE "ADJHIST.DAT LINES NOT READABLE"  TO WS-RFL-LABEL
               MOVE WS-ADJ-SKIPPED TO WS-RFL-COUNT
               MOVE ZERO           TO WS-RFL-TOTAL
               WRITE GL-REGISTER-RECORD FROM WS-RPT-FIGURE-LINE
           END-IF
           IF NOT WS-JOURNAL-WRITTEN
               MOVE "*** JOURNAL NOT WRITTEN - SEE SYSOUT ***"
                 TO WS-RPT-STATUS-LINE
               WRITE GL-REGISTER-RECORD FROM WS-RPT-STATUS-LINE
           END-IF.

       900-TERMINATE.
           IF WS-TIE-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ADJ-SKIPPED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               CLOSE GL-REGISTER-FILE
           END-IF
           DISPLAY "VibeGarden gljrnl - debits " WS-JRN-DEBIT-TOTAL
               " credits " WS-JRN-CREDIT-TOTAL
               " adjustments " WS-ADJ-COUNT.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "GLJRNL" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
      * HELD LINES ARE ALREADY IN WS-POSTED-COUNT (310-ADD-POSTING).
           COMPUTE WS-STL-RECORDS = WS-POSTED-COUNT + WS-ADJ-COUNT
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
