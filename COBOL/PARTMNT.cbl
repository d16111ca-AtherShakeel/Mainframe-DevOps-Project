       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMNT.
      *---------------------------------------------------------------*
      * VIBEGARDEN: PARTICIPANT MASTER MAINTENANCE JOB
      * APPLIES A BATCH OF ADD / CHANGE / CLOSE TRANSACTIONS FROM
      * PARTTRAN.DAT TO THE PARTICIPANT MASTER (PARTMST.DAT) THAT
      * CALCDVOP.cbl CHECKS EVERY INCOMING SCORE AGAINST. THE MASTER
      * IS LOADED WHOLE, UPDATED IN MEMORY AND WRITTEN BACK IN
      * ASCENDING PARTICIPANT-ID ORDER - THE ORDER CALCDVOP'S
      * 120-LOAD-PARTICIPANTS INSISTS ON. EVERY TRANSACTION IS LISTED
      * ON PARTRPT.DAT AS APPLIED OR REJECTED (WITH THE REASON); ANY
      * REJECT ENDS THE JOB RC=8 SO THE OPERATOR LOOKS AT THE REPORT.
      *
      * PARTTRAN.DAT LAYOUT (ONE FIXED-FORMAT RECORD PER TRANSACTION):
      *   PX-ACTION         PIC X      A = ADD, C = CHANGE, X = CLOSE
      *   PX-PARTICIPANT-ID PIC X(8)   PARTICIPANT THE ACTION APPLIES TO
      *   PX-NAME           PIC X(30)  PARTICIPANT NAME
      *   PX-STATUS         PIC X      A = ACTIVE, S = SUSPENDED
      *   PX-PAYEE-NAME     PIC X(30)  NAME PAYMENTS ARE MADE OUT TO
      *   PX-PAYEE-BANK     PIC X(11)  PAYEE BANK / SORT CODE
      *   PX-PAYEE-ACCOUNT  PIC X(20)  PAYEE ACCOUNT NUMBER
      *   PX-USER-ID        PIC X(8)   OPERATOR KEYING THE TRANSACTION
      *
      * ADD    - THE ID MUST NOT ALREADY BE ON FILE; NAME AND ALL THREE
      *          PAYEE FIELDS ARE REQUIRED. A BLANK STATUS ADDS THE
      *          PARTICIPANT ACTIVE.
      * CHANGE - ONLY THE NON-BLANK FIELDS REPLACE WHAT IS ON FILE.
      *          STATUS MAY MOVE BETWEEN ACTIVE AND SUSPENDED ONLY - A
      *          CLOSE IS ITS OWN ACTION SO IT IS NEVER KEYED BY
      *          ACCIDENT. A CLOSED PARTICIPANT CANNOT BE CHANGED.
      * CLOSE  - MARKS THE PARTICIPANT CLOSED. THE RECORD STAYS ON FILE
      *          SO SCOREMST.DAT HISTORY STILL NAMES A KNOWN OWNER, AND
      *          CALCDVOP REJECTS ANY FURTHER SCORES FOR IT.
      *
      * A SUSPENDED PARTICIPANT'S SCORES STILL POST, BUT CALCDVOP
      * PARKS THEIR PAYMENT LINES ON PAYHELD.DAT. WHEN A CHANGE LIFTS A
      * SUSPENSION (S TO A), THAT PARTICIPANT'S HELD LINES ARE MOVED
      * FROM PAYHELD.DAT TO PAYRELS.DAT - SAME LAYOUT AS PAYEXTR.DAT,
      * FOR THE PAYMENT SYSTEM TO INGEST ALONGSIDE THE NEXT EXTRACT.
      * PAYRELS.DAT IS REPLACED BY EACH RUN THAT RELEASES ANYTHING, SO
      * THE PAYMENT SYSTEM MUST TAKE ONE BATCH BEFORE THE NEXT RELEASE
      * RUN (AS IT DOES PAYEXTR.DAT BEFORE THE NEXT POSTING RUN). EVERY
      * LINE OF A BATCH CARRIES THE SAME RELEASE STAMP, YYYYMMDDHHMMSS,
      * IN POSITIONS 45-58 (FILLER ON PAYEXTR.DAT) - PAYMATCH TAKES THE
      * BATCH INTO ITS OUTSTANDING SET ONCE AND KNOWS IT BY THAT STAMP.
      * IF PAYRELS.DAT CANNOT BE OPENED NOTHING IS RELEASED AND THE JOB
      * ENDS RC=16 WITH PAYHELD.DAT UNTOUCHED. THE LIFTED SUSPENSION IS
      * ALREADY SAVED ON PARTMST.DAT BY THEN, SO THOSE HELD LINES MUST
      * BE RELEASED BY HAND.
      * CLOSING A SUSPENDED PARTICIPANT RELEASES NOTHING; ITS HELD
      * LINES STAY ON PAYHELD.DAT FOR FINANCE TO SETTLE BY HAND.
      *
      * NO PARTMST.DAT AT ALL IS TREATED AS AN EMPTY MASTER (FIRST-TIME
      * SET-UP), SO THE FILE CAN BE SEEDED FROM A DECK OF ADDS. ANY
      * OTHER FAILURE TO OPEN IT ENDS THE JOB RC=16, MASTER UNTOUCHED.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPANT-TRAN-FILE ASSIGN TO "PARTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT PARTICIPANT-FILE ASSIGN TO "PARTMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.

           SELECT PARTICIPANT-RPT-FILE ASSIGN TO "PARTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

      * VibeGarden: HELD PAYMENT LINES (SEE CALCDVOP.cbl'S SELECT
      * PAYMENT-HELD-FILE NOTE), REBUILT THROUGH PAYHELD.CMP WITHOUT
      * THE RELEASED LINES - SAME TWO-PASS SCRATCH-AND-REBUILD PATTERN
      * REJRECYC.cbl USES ON REJECTS.DAT.
           SELECT PAYMENT-HELD-FILE ASSIGN TO "PAYHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           SELECT HELD-SCRATCH-FILE ASSIGN TO "PAYHELD.CMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRATCH-FILE-STATUS.

           SELECT PAYMENT-RELEASE-FILE ASSIGN TO "PAYRELS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPANT-TRAN-FILE
           RECORDING MODE IS F.
       01  PARTICIPANT-TRAN-RECORD.
           05  PX-ACTION           PIC X.
               88  PX-ADD          VALUE "A".
               88  PX-CHANGE       VALUE "C".
               88  PX-CLOSE        VALUE "X".
           05  PX-PARTICIPANT-ID   PIC X(8).
           05  PX-NAME             PIC X(30).
           05  PX-STATUS           PIC X.
           05  PX-PAYEE-NAME       PIC X(30).
           05  PX-PAYEE-BANK       PIC X(11).
           05  PX-PAYEE-ACCOUNT    PIC X(20).
           05  PX-USER-ID          PIC X(8).

      * CALCDVOP.cbl CARRIES A FIELD-FOR-FIELD MIRROR OF THIS RECORD -
      * KEEP THE TWO IN STEP.
       FD  PARTICIPANT-FILE
           RECORDING MODE IS F.
       01  PARTICIPANT-RECORD.
           05  PT-PARTICIPANT-ID   PIC X(8).
           05  PT-NAME             PIC X(30).
           05  PT-STATUS           PIC X.
               88  PT-ACTIVE       VALUE "A".
               88  PT-SUSPENDED    VALUE "S".
               88  PT-CLOSED       VALUE "C".
           05  PT-PAYEE-NAME       PIC X(30).
           05  PT-PAYEE-BANK       PIC X(11).
           05  PT-PAYEE-ACCOUNT    PIC X(20).
           05  PT-OPEN-DATE        PIC 9(8).
           05  PT-STATUS-DATE      PIC 9(8).

       FD  PARTICIPANT-RPT-FILE
           RECORDING MODE IS F.
       01  PARTICIPANT-RPT-RECORD  PIC X(80).

      * MIRROR OF CALCDVOP.cbl'S WS-PAYEXTR-LINE, FIELD FOR FIELD.
       FD  PAYMENT-HELD-FILE
           RECORDING MODE IS F.
       01  PAYMENT-HELD-RECORD.
           05  HL-SCORE-ID         PIC 9(12).
           05  HL-BASE-SCORE       PIC 9(5).
           05  HL-MULTIPLIER       PIC 9(2).
           05  HL-TOTAL-RESULT     PIC 9(9).
           05  HL-TOTAL-AMOUNT REDEFINES HL-TOTAL-RESULT
                                   PIC 9(7)V99.
           05  HL-RUN-DATE         PIC 9(8).
           05  HL-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(36).

       FD  HELD-SCRATCH-FILE
           RECORDING MODE IS F.
       01  HELD-SCRATCH-RECORD     PIC X(80).

       FD  PAYMENT-RELEASE-FILE
           RECORDING MODE IS F.
       01  PAYMENT-RELEASE-RECORD.
           05  RL-PAYMENT-LINE     PIC X(44).
           05  RL-RELEASE-STAMP    PIC 9(14).
           05  FILLER              PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-PART-EOF-SWITCH     PIC X VALUE 'N'.
             88 WS-PART-EOF         VALUE 'Y'.
          05 WS-HELD-EOF-SWITCH     PIC X VALUE 'N'.
             88 WS-HELD-EOF         VALUE 'Y'.
          05 WS-FATAL-SW            PIC X VALUE 'N'.
             88 WS-FATAL-ERROR      VALUE 'Y'.
          05 WS-TRAN-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-PART-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-HELD-FILE-STATUS    PIC XX VALUE SPACES.
          05 WS-SCRATCH-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RELS-FILE-STATUS    PIC XX VALUE SPACES.

      * THE WHOLE MASTER IN MEMORY, KEPT IN ASCENDING ID ORDER AS
      * TRANSACTIONS ARE APPLIED (AN ADD IS SLOTTED IN PLACE, NOT
      * APPENDED), SO 800-REWRITE-MASTER WRITES IT BACK IN ONE PASS.
      * WS-PTB-RELEASE-SW MARKS A PARTICIPANT WHOSE SUSPENSION WAS
      * LIFTED THIS RUN - 500-RELEASE-HELD-PAYMENTS KEYS OFF IT.
       01 WS-PART-TABLE-CONTROLS.
          05 WS-PTB-COUNT           PIC 9(5) VALUE ZERO.
          05 WS-PTB-POS             PIC 9(5) VALUE ZERO.
          05 WS-PTB-SCAN            PIC 9(5) VALUE ZERO.
          05 WS-PTB-LAST-ID         PIC X(8) VALUE LOW-VALUES.
          05 WS-PTB-FOUND-SW        PIC X VALUE 'N'.
             88 WS-PTB-FOUND        VALUE 'Y'.
          05 WS-PTB-TABLE.
             10 WS-PTB-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PTB-IDX.
                15 WS-PTB-DATA.
                   20 WS-PTB-ID             PIC X(8).
                   20 WS-PTB-NAME           PIC X(30).
                   20 WS-PTB-STATUS         PIC X.
                      88 WS-PTB-ACTIVE      VALUE "A".
                      88 WS-PTB-SUSPENDED   VALUE "S".
                      88 WS-PTB-CLOSED      VALUE "C".
                   20 WS-PTB-PAYEE-NAME     PIC X(30).
                   20 WS-PTB-PAYEE-BANK     PIC X(11).
                   20 WS-PTB-PAYEE-ACCOUNT  PIC X(20).
                   20 WS-PTB-OPEN-DATE      PIC 9(8).
                   20 WS-PTB-STATUS-DATE    PIC 9(8).
                15 WS-PTB-RELEASE-SW        PIC X.
                   88 WS-PTB-RELEASE-HELD   VALUE 'Y'.

       01 WS-EDIT-FIELDS.
          05 WS-TRAN-VALID-SW       PIC X VALUE 'Y'.
             88 WS-TRAN-VALID       VALUE 'Y'.
             88 WS-TRAN-INVALID     VALUE 'N'.
          05 WS-TRAN-REASON         PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE-NUM           PIC 9(8) VALUE ZERO.
       01 WS-RELEASE-STAMP          PIC 9(14) VALUE ZERO.

       01 WS-CONTROL-TOTALS.
          05 WS-TRAN-READ-COUNT     PIC 9(7) VALUE ZERO.
          05 WS-TRAN-APPLIED-COUNT  PIC 9(7) VALUE ZERO.
          05 WS-TRAN-REJECT-COUNT   PIC 9(7) VALUE ZERO.
          05 WS-RELEASE-PART-COUNT  PIC 9(5) VALUE ZERO.
          05 WS-RELEASED-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-RELEASED-TOTAL      PIC 9(9)V99 VALUE ZERO.
          05 WS-STILL-HELD-COUNT    PIC 9(7) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY          PIC 9(4).
          05 WS-CURR-MM            PIC 9(2).
          05 WS-CURR-DD            PIC 9(2).
          05 WS-CURR-HH            PIC 9(2).
          05 WS-CURR-MIN           PIC 9(2).
          05 WS-CURR-SEC           PIC 9(2).
          05 FILLER                PIC X(7).

       01 WS-RPT-HEADING-1.
          05 FILLER                PIC X(40)
             VALUE "VIBEGARDEN PARTICIPANT MAINTENANCE".
          05 FILLER                PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-RUN-DATE       PIC 9(8).
          05 FILLER                PIC X(22) VALUE SPACES.

       01 WS-RPT-HEADING-2         PIC X(80) VALUE ALL "-".

       01 WS-RPT-HEADING-3         PIC X(80)
          VALUE "RESULT    A  PARTICIP  S  USER      DETAIL".

       01 WS-RPT-DETAIL-LINE.
          05 WS-RDL-RESULT         PIC X(9).
          05 FILLER                PIC X     VALUE SPACE.
          05 WS-RDL-ACTION         PIC X.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-RDL-ID             PIC X(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-RDL-STATUS         PIC X.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-RDL-USER           PIC X(8).
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 WS-RDL-TEXT           PIC X(30).
          05 FILLER                PIC X(14) VALUE SPACES.

       01 WS-RPT-RELEASE-LINE.
          05 FILLER                PIC X(24)
             VALUE "HELD PAYMENTS RELEASED: ".
          05 WS-RRL-COUNT          PIC ZZZ,ZZ9.
          05 FILLER                PIC X(9)  VALUE "  TOTAL: ".
          05 WS-RRL-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(14) VALUE "  STILL HELD: ".
          05 WS-RRL-HELD           PIC ZZZ,ZZ9.
          05 FILLER                PIC X(5)  VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                PIC X(20)
             VALUE "** PARTMNT TOTALS **".
          05 FILLER                PIC X(6)  VALUE " READ:".
          05 WS-TRL-READ           PIC ZZ,ZZ9.
          05 FILLER                PIC X(9)  VALUE " APPLIED:".
          05 WS-TRL-APPLIED        PIC ZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE " REJECTED:".
          05 WS-TRL-REJECTED       PIC ZZ,ZZ9.
          05 FILLER                PIC X(9)  VALUE " ON FILE:".
          05 WS-TRL-ON-FILE        PIC ZZ,ZZ9.
          05 FILLER                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE
           IF NOT WS-EOF-REACHED
               PERFORM UNTIL WS-EOF-REACHED
                   PERFORM 200-READ-AND-PROCESS-TRAN
               END-PERFORM
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE-NUM =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
           OPEN INPUT PARTICIPANT-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - PARTTRAN.DAT open failed, "
                   "status " WS-TRAN-FILE-STATUS
               SET WS-EOF-REACHED TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-PARTICIPANTS
               IF WS-FATAL-ERROR
                   SET WS-EOF-REACHED TO TRUE
               END-IF
           END-IF
      * NO REPORT, NO UPDATE - EVERY TRANSACTION MUST BE LISTED, SO A
      * REPORT THAT CANNOT BE OPENED LEAVES PARTMST.DAT UNTOUCHED.
           OPEN OUTPUT PARTICIPANT-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - PARTRPT.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-EOF-REACHED TO TRUE
               SET WS-FATAL-ERROR TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-HDG-RUN-DATE
               WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-HEADING-1
               WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-HEADING-2
               WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-HEADING-3
               WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-HEADING-2
           END-IF.

      * SAME ORDER/SIZE RULES CALCDVOP.cbl'S 120-LOAD-PARTICIPANTS
      * APPLIES - A MASTER THAT BREAKS THEM IS NOT UPDATED (OR
      * REWRITTEN) UNTIL SOMEONE HAS LOOKED AT IT.
       150-LOAD-PARTICIPANTS.
           MOVE ZERO TO WS-PTB-COUNT
           MOVE LOW-VALUES TO WS-PTB-LAST-ID
           OPEN INPUT PARTICIPANT-FILE
      * ONLY A FILE THAT IS NOT THERE (35) IS AN EMPTY MASTER - ANY
      * OTHER FAILURE WOULD HAVE 800 REWRITE THE MASTER AS JUST THIS
      * DECK'S ADDS.
           EVALUATE TRUE
               WHEN WS-PART-FILE-STATUS = "35"
                   DISPLAY "VibeGarden NOTE - PARTMST.DAT not on file, "
                       "starting from an empty participant master"
               WHEN WS-PART-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - PARTMST.DAT open "
                       "failed, status " WS-PART-FILE-STATUS
                   SET WS-FATAL-ERROR TO TRUE
               WHEN OTHER
                   PERFORM 156-READ-MASTER
           END-EVALUATE
           IF WS-FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "VibeGarden partmnt - participants on file: "
                   WS-PTB-COUNT
           END-IF.

       155-ADD-LOADED-ENTRY.
           EVALUATE TRUE
               WHEN PT-PARTICIPANT-ID = SPACES
                 OR PT-PARTICIPANT-ID <= WS-PTB-LAST-ID
                   DISPLAY "VibeGarden FATAL - PARTMST.DAT is not in "
                       "ascending participant order at '"
                       PT-PARTICIPANT-ID "'"
                   SET WS-FATAL-ERROR TO TRUE
               WHEN WS-PTB-COUNT >= 5000
                   DISPLAY "VibeGarden FATAL - PARTMST.DAT holds more "
                       "than 5000 participants"
                   SET WS-FATAL-ERROR TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PTB-COUNT
                   SET WS-PTB-IDX TO WS-PTB-COUNT
                   MOVE PARTICIPANT-RECORD TO WS-PTB-DATA (WS-PTB-IDX)
                   MOVE 'N' TO WS-PTB-RELEASE-SW (WS-PTB-IDX)
                   MOVE PT-PARTICIPANT-ID TO WS-PTB-LAST-ID
           END-EVALUATE.

       156-READ-MASTER.
           PERFORM UNTIL WS-PART-EOF OR WS-FATAL-ERROR
               READ PARTICIPANT-FILE
                   AT END
                       SET WS-PART-EOF TO TRUE
                   NOT AT END
                       PERFORM 155-ADD-LOADED-ENTRY
               END-READ
           END-PERFORM
           CLOSE PARTICIPANT-FILE.

       200-READ-AND-PROCESS-TRAN.
           READ PARTICIPANT-TRAN-FILE
               AT END
                   SET WS-EOF-REACHED TO TRUE
               NOT AT END
                   IF PARTICIPANT-TRAN-RECORD NOT = SPACES
                       ADD 1 TO WS-TRAN-READ-COUNT
                       PERFORM 250-EDIT-TRANSACTION
                       IF WS-TRAN-VALID
                           PERFORM 300-FIND-PARTICIPANT
                           EVALUATE TRUE
                               WHEN PX-ADD
                                   PERFORM 400-APPLY-ADD
                               WHEN PX-CHANGE
                                   PERFORM 410-APPLY-CHANGE
                               WHEN PX-CLOSE
                                   PERFORM 420-APPLY-CLOSE
                           END-EVALUATE
                       END-IF
                       PERFORM 470-REPORT-TRANSACTION
                   END-IF
           END-READ.

      * FIELD EDITS THAT DO NOT NEED THE MASTER. THE ON-FILE / NOT-ON-
      * FILE / ALREADY-CLOSED CHECKS ARE MADE BY EACH 4nn PARAGRAPH.
       250-EDIT-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE
           MOVE SPACES TO WS-TRAN-REASON
           EVALUATE TRUE
               WHEN NOT PX-ADD AND NOT PX-CHANGE AND NOT PX-CLOSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "UNKNOWN ACTION CODE" TO WS-TRAN-REASON
               WHEN PX-PARTICIPANT-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "PARTICIPANT ID MISSING" TO WS-TRAN-REASON
               WHEN PX-USER-ID = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "USER ID MISSING" TO WS-TRAN-REASON
               WHEN PX-ADD
                AND (PX-NAME = SPACES OR PX-PAYEE-NAME = SPACES
                     OR PX-PAYEE-BANK = SPACES
                     OR PX-PAYEE-ACCOUNT = SPACES)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "NAME AND PAYEE DETAILS REQUIRED"
                     TO WS-TRAN-REASON
               WHEN (PX-ADD OR PX-CHANGE)
                AND PX-STATUS NOT = SPACE AND NOT = "A" AND NOT = "S"
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "STATUS MUST BE A OR S" TO WS-TRAN-REASON
           END-EVALUATE.

      * LEAVES WS-PTB-POS ON THE MATCHING ENTRY, OR - WHEN THE ID IS
      * NOT ON FILE - ON THE ENTRY IT WOULD BE INSERTED IN FRONT OF
      * (ONE PAST THE END WHEN IT SORTS LAST).
       300-FIND-PARTICIPANT.
           MOVE 'N' TO WS-PTB-FOUND-SW
           MOVE ZERO TO WS-PTB-POS
           PERFORM VARYING WS-PTB-SCAN FROM 1 BY 1
                   UNTIL WS-PTB-SCAN > WS-PTB-COUNT
                      OR WS-PTB-POS > ZERO
               SET WS-PTB-IDX TO WS-PTB-SCAN
               IF WS-PTB-ID (WS-PTB-IDX) >= PX-PARTICIPANT-ID
                   MOVE WS-PTB-SCAN TO WS-PTB-POS
                   IF WS-PTB-ID (WS-PTB-IDX) = PX-PARTICIPANT-ID
                       SET WS-PTB-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PTB-POS = ZERO
               COMPUTE WS-PTB-POS = WS-PTB-COUNT + 1
           END-IF.

       400-APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-PTB-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "ALREADY ON FILE" TO WS-TRAN-REASON
               WHEN WS-PTB-COUNT >= 5000
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "PARTICIPANT MASTER FULL" TO WS-TRAN-REASON
               WHEN OTHER
                   PERFORM 450-OPEN-TABLE-SLOT
                   SET WS-PTB-IDX TO WS-PTB-POS
                   MOVE PX-PARTICIPANT-ID TO WS-PTB-ID (WS-PTB-IDX)
                   MOVE PX-NAME           TO WS-PTB-NAME (WS-PTB-IDX)
                   IF PX-STATUS = SPACE
                       MOVE "A" TO WS-PTB-STATUS (WS-PTB-IDX)
                   ELSE
                       MOVE PX-STATUS TO WS-PTB-STATUS (WS-PTB-IDX)
                   END-IF
                   MOVE PX-PAYEE-NAME
                     TO WS-PTB-PAYEE-NAME (WS-PTB-IDX)
                   MOVE PX-PAYEE-BANK
                     TO WS-PTB-PAYEE-BANK (WS-PTB-IDX)
                   MOVE PX-PAYEE-ACCOUNT
                     TO WS-PTB-PAYEE-ACCOUNT (WS-PTB-IDX)
                   MOVE WS-RUN-DATE-NUM TO WS-PTB-OPEN-DATE (WS-PTB-IDX)
                   MOVE WS-RUN-DATE-NUM
                     TO WS-PTB-STATUS-DATE (WS-PTB-IDX)
                   MOVE 'N' TO WS-PTB-RELEASE-SW (WS-PTB-IDX)
                   MOVE "PARTICIPANT ADDED" TO WS-TRAN-REASON
           END-EVALUATE.

       410-APPLY-CHANGE.
           IF NOT WS-PTB-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NOT ON FILE" TO WS-TRAN-REASON
           ELSE
               SET WS-PTB-IDX TO WS-PTB-POS
               IF WS-PTB-CLOSED (WS-PTB-IDX)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "PARTICIPANT IS CLOSED" TO WS-TRAN-REASON
               ELSE
                   IF PX-NAME NOT = SPACES
                       MOVE PX-NAME TO WS-PTB-NAME (WS-PTB-IDX)
                   END-IF
                   IF PX-PAYEE-NAME NOT = SPACES
                       MOVE PX-PAYEE-NAME
                         TO WS-PTB-PAYEE-NAME (WS-PTB-IDX)
                   END-IF
                   IF PX-PAYEE-BANK NOT = SPACES
                       MOVE PX-PAYEE-BANK
                         TO WS-PTB-PAYEE-BANK (WS-PTB-IDX)
                   END-IF
                   IF PX-PAYEE-ACCOUNT NOT = SPACES
                       MOVE PX-PAYEE-ACCOUNT
                         TO WS-PTB-PAYEE-ACCOUNT (WS-PTB-IDX)
                   END-IF
                   MOVE "DETAILS CHANGED" TO WS-TRAN-REASON
                   IF PX-STATUS NOT = SPACE
                      AND PX-STATUS NOT = WS-PTB-STATUS (WS-PTB-IDX)
                       IF PX-STATUS = "A"
                           SET WS-PTB-RELEASE-HELD (WS-PTB-IDX)
                             TO TRUE
                           ADD 1 TO WS-RELEASE-PART-COUNT
                           MOVE "SUSPENSION LIFTED" TO WS-TRAN-REASON
                       ELSE
                           MOVE 'N' TO WS-PTB-RELEASE-SW (WS-PTB-IDX)
                           MOVE "PARTICIPANT SUSPENDED"
                             TO WS-TRAN-REASON
                       END-IF
                       MOVE PX-STATUS TO WS-PTB-STATUS (WS-PTB-IDX)
                       MOVE WS-RUN-DATE-NUM
                         TO WS-PTB-STATUS-DATE (WS-PTB-IDX)
                   END-IF
               END-IF
           END-IF.

       420-APPLY-CLOSE.
           IF NOT WS-PTB-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE "NOT ON FILE" TO WS-TRAN-REASON
           ELSE
               SET WS-PTB-IDX TO WS-PTB-POS
               IF WS-PTB-CLOSED (WS-PTB-IDX)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE "ALREADY CLOSED" TO WS-TRAN-REASON
               ELSE
                   IF WS-PTB-SUSPENDED (WS-PTB-IDX)
                       MOVE "CLOSED - HELD PAYMENTS NOT RELEASED"
                         TO WS-TRAN-REASON
                   ELSE
                       MOVE "PARTICIPANT CLOSED" TO WS-TRAN-REASON
                   END-IF
      * A SUSPENSION LIFTED EARLIER IN THE SAME DECK DOES NOT RELEASE
      * ANYTHING ONCE THE PARTICIPANT IS CLOSED AFTER IT.
                   IF WS-PTB-RELEASE-HELD (WS-PTB-IDX)
                       MOVE 'N' TO WS-PTB-RELEASE-SW (WS-PTB-IDX)
                       SUBTRACT 1 FROM WS-RELEASE-PART-COUNT
                   END-IF
                   MOVE "C" TO WS-PTB-STATUS (WS-PTB-IDX)
                   MOVE WS-RUN-DATE-NUM
                     TO WS-PTB-STATUS-DATE (WS-PTB-IDX)
               END-IF
           END-IF.

      * SHIFTS EVERY ENTRY FROM WS-PTB-POS UP ONE SLOT (WORKING DOWN
      * FROM THE TOP SO NOTHING IS OVERWRITTEN) TO MAKE ROOM FOR AN ADD.
       450-OPEN-TABLE-SLOT.
           PERFORM VARYING WS-PTB-SCAN FROM WS-PTB-COUNT BY -1
                   UNTIL WS-PTB-SCAN < WS-PTB-POS
               MOVE WS-PTB-ENTRY (WS-PTB-SCAN)
                 TO WS-PTB-ENTRY (WS-PTB-SCAN + 1)
           END-PERFORM
           ADD 1 TO WS-PTB-COUNT.

       470-REPORT-TRANSACTION.
           MOVE SPACES TO WS-RDL-STATUS
           IF WS-TRAN-VALID
               ADD 1 TO WS-TRAN-APPLIED-COUNT
               MOVE "APPLIED" TO WS-RDL-RESULT
               SET WS-PTB-IDX TO WS-PTB-POS
               MOVE WS-PTB-STATUS (WS-PTB-IDX) TO WS-RDL-STATUS
           ELSE
               ADD 1 TO WS-TRAN-REJECT-COUNT
               MOVE "REJECTED" TO WS-RDL-RESULT
               DISPLAY "VibeGarden partmnt - " PX-ACTION " "
                   PX-PARTICIPANT-ID " rejected: " WS-TRAN-REASON
           END-IF
           MOVE PX-ACTION         TO WS-RDL-ACTION
           MOVE PX-PARTICIPANT-ID TO WS-RDL-ID
           MOVE PX-USER-ID        TO WS-RDL-USER
           MOVE WS-TRAN-REASON    TO WS-RDL-TEXT
           WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-DETAIL-LINE.

      * VibeGarden: MOVES THE HELD PAYMENT LINES OF EVERY PARTICIPANT
      * WHOSE SUSPENSION WAS LIFTED THIS RUN FROM PAYHELD.DAT TO
      * PAYRELS.DAT, THEN REBUILDS PAYHELD.DAT FROM THE SCRATCH COPY
      * OF THE LINES STILL HELD.
       500-RELEASE-HELD-PAYMENTS.
           MOVE 'N' TO WS-HELD-EOF-SWITCH
           OPEN INPUT PAYMENT-HELD-FILE
           IF WS-HELD-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden partmnt - no PAYHELD.DAT on file, "
                   "no held payments to release"
           ELSE
               OPEN OUTPUT HELD-SCRATCH-FILE
               OPEN OUTPUT PAYMENT-RELEASE-FILE
               IF WS-SCRATCH-FILE-STATUS NOT = "00"
                  OR WS-RELS-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden FATAL - PAYRELS.DAT/PAYHELD.CMP "
                       "open failed, status " WS-RELS-FILE-STATUS "/"
                       WS-SCRATCH-FILE-STATUS
                       " - nothing released, PAYHELD.DAT untouched"
                   CLOSE PAYMENT-HELD-FILE
                   CLOSE HELD-SCRATCH-FILE
                   CLOSE PAYMENT-RELEASE-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 505-ROUTE-AND-REBUILD
               END-IF
           END-IF.

       505-ROUTE-AND-REBUILD.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RELEASE-STAMP
           PERFORM UNTIL WS-HELD-EOF
               READ PAYMENT-HELD-FILE
                   AT END
                       SET WS-HELD-EOF TO TRUE
                   NOT AT END
                       PERFORM 510-ROUTE-HELD-LINE
               END-READ
           END-PERFORM
           CLOSE PAYMENT-HELD-FILE
           CLOSE HELD-SCRATCH-FILE
           CLOSE PAYMENT-RELEASE-FILE
           PERFORM 520-REBUILD-HELD-FILE
           MOVE WS-RELEASED-COUNT   TO WS-RRL-COUNT
           MOVE WS-RELEASED-TOTAL   TO WS-RRL-TOTAL
           MOVE WS-STILL-HELD-COUNT TO WS-RRL-HELD
           WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-RELEASE-LINE
           DISPLAY "VibeGarden partmnt - held payments released: "
               WS-RELEASED-COUNT " still held: "
               WS-STILL-HELD-COUNT
               " release stamp " WS-RELEASE-STAMP.

       510-ROUTE-HELD-LINE.
           MOVE 'N' TO WS-PTB-FOUND-SW
           PERFORM VARYING WS-PTB-SCAN FROM 1 BY 1
                   UNTIL WS-PTB-SCAN > WS-PTB-COUNT
                      OR WS-PTB-FOUND
               SET WS-PTB-IDX TO WS-PTB-SCAN
               IF WS-PTB-ID (WS-PTB-IDX) = HL-PARTICIPANT-ID
                  AND WS-PTB-RELEASE-HELD (WS-PTB-IDX)
                   SET WS-PTB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PTB-FOUND
               MOVE PAYMENT-HELD-RECORD TO PAYMENT-RELEASE-RECORD
               MOVE WS-RELEASE-STAMP    TO RL-RELEASE-STAMP
               WRITE PAYMENT-RELEASE-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               ADD HL-TOTAL-AMOUNT TO WS-RELEASED-TOTAL
           ELSE
               WRITE HELD-SCRATCH-RECORD FROM PAYMENT-HELD-RECORD
               ADD 1 TO WS-STILL-HELD-COUNT
           END-IF.

       520-REBUILD-HELD-FILE.
           MOVE 'N' TO WS-HELD-EOF-SWITCH
           OPEN INPUT HELD-SCRATCH-FILE
           OPEN OUTPUT PAYMENT-HELD-FILE
           PERFORM UNTIL WS-HELD-EOF
               READ HELD-SCRATCH-FILE
                   AT END
                       SET WS-HELD-EOF TO TRUE
                   NOT AT END
                       WRITE PAYMENT-HELD-RECORD
                           FROM HELD-SCRATCH-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-SCRATCH-FILE
           CLOSE PAYMENT-HELD-FILE.

       800-REWRITE-MASTER.
           OPEN OUTPUT PARTICIPANT-FILE
           IF WS-PART-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - PARTMST.DAT could not be "
                   "rewritten, status " WS-PART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PTB-IDX FROM 1 BY 1
                       UNTIL WS-PTB-IDX > WS-PTB-COUNT
                   WRITE PARTICIPANT-RECORD
                       FROM WS-PTB-DATA (WS-PTB-IDX)
               END-PERFORM
               CLOSE PARTICIPANT-FILE
           END-IF.

      * THE MASTER IS ONLY REWRITTEN WHEN IT LOADED CLEANLY - A FATAL
      * LOAD LEAVES PARTMST.DAT EXACTLY AS IT WAS FOUND. HELD PAYMENTS
      * ARE RELEASED AFTER THE MASTER IS SAFELY BACK ON FILE, SO A
      * RELEASE NEVER GOES OUT FOR A SUSPENSION THAT WAS NOT SAVED.
       900-TERMINATE.
           IF NOT WS-FATAL-ERROR
               PERFORM 800-REWRITE-MASTER
               IF WS-RELEASE-PART-COUNT > ZERO AND RETURN-CODE < 16
                   PERFORM 500-RELEASE-HELD-PAYMENTS
               END-IF
           END-IF
           MOVE WS-TRAN-READ-COUNT    TO WS-TRL-READ
           MOVE WS-TRAN-APPLIED-COUNT TO WS-TRL-APPLIED
           MOVE WS-TRAN-REJECT-COUNT  TO WS-TRL-REJECTED
           MOVE WS-PTB-COUNT          TO WS-TRL-ON-FILE
           WRITE PARTICIPANT-RPT-RECORD FROM WS-RPT-TRAILER-LINE
           CLOSE PARTICIPANT-TRAN-FILE
           CLOSE PARTICIPANT-RPT-FILE
           DISPLAY "VibeGarden partmnt complete - Read: "
               WS-TRAN-READ-COUNT " Applied: " WS-TRAN-APPLIED-COUNT
               " Rejected: " WS-TRAN-REJECT-COUNT
               " On file: " WS-PTB-COUNT
           IF WS-TRAN-REJECT-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
