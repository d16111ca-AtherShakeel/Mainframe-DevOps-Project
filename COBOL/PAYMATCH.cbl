      *   PO-SCORE-ID     PIC 9(12)
      *   PO-AMOUNT       PIC 9(9)   EXTRACTED AMOUNT, RAW DIGITS
      *   PO-SENT-DATE    PIC 9(8)   RUN DATE THE EXTRACT WENT OUT
      *
      * PAYRELS.DAT (PARTMNT.cbl) - HELD PAYMENT LINES RELEASED WHEN A
      * SUSPENSION IS LIFTED, SAME LAYOUT AS PAYEXTR.DAT PLUS THE
      * BATCH'S RELEASE STAMP (YYYYMMDDHHMMSS) IN POSITIONS 45-58. THE
      * PAYMENT SYSTEM PAYS THESE TOO, SO WHEN THE FILE IS PRESENT ITS
      * LINES JOIN THE OUTSTANDING SET WITH THE RELEASE DATE AS SENT
      * DATE - OTHERWISE THEIR ACKNOWLEDGEMENTS WOULD SHOW AS UNKNOWN.
      * PARTMNT REPLACES PAYRELS.DAT ONLY WHEN IT NEXT RELEASES, SO ONE
      * BATCH CAN SIT ON FILE ACROSS MANY RUNS. PAYRLCTL.DAT REMEMBERS
      * THE STAMP OF THE LAST BATCH TAKEN IN, AND A BATCH ALREADY TAKEN
      * IS SKIPPED - A CONFIRMED RELEASE IS NEVER PUT BACK ON THE BOOK.
      * PAYRLCTL.DAT IS ONLY UPDATED ONCE PAYOUTS.DAT IS SAFELY
      * REWRITTEN, SO A FAILED RUN TAKES THE BATCH IN AGAIN NEXT TIME.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-FILE-STATUS.

           SELECT PAYMENT-RELEASE-FILE ASSIGN TO "PAYRELS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRELS-FILE-STATUS.

           SELECT RELEASE-TAKEN-FILE ASSIGN TO "PAYRLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLCTL-FILE-STATUS.

           SELECT MATCH-RPT-FILE ASSIGN TO "PAYMATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           05  PEX-MULTIPLIER      PIC 9(2).
           05  PEX-TOTAL-RESULT    PIC 9(9).
           05  PEX-RUN-DATE        PIC 9(8).
           05  PEX-PARTICIPANT-ID  PIC X(8).
           05  FILLER              PIC X(36).

       FD  PAYMENT-ACK-FILE
           RECORDING MODE IS F.
           05  PO-AMOUNT           PIC 9(9).
           05  PO-SENT-DATE        PIC 9(8).

      * PARTMNT.cbl'S PAYMENT-RELEASE-RECORD - THE PAYEXTR.DAT LINE
      * WITH THE RELEASE STAMP IN WHAT IS FILLER THERE.
       FD  PAYMENT-RELEASE-FILE
           RECORDING MODE IS F.
       01  PAYMENT-RELEASE-RECORD.
           05  PRL-SCORE-ID        PIC 9(12).
           05  PRL-BASE-SCORE      PIC 9(5).
           05  PRL-MULTIPLIER      PIC 9(2).
           05  PRL-TOTAL-RESULT    PIC 9(9).
           05  PRL-RUN-DATE        PIC 9(8).
           05  PRL-PARTICIPANT-ID  PIC X(8).
           05  PRL-RELEASE-STAMP   PIC 9(14).
           05  PRL-RELEASE-STAMP-X REDEFINES PRL-RELEASE-STAMP.
               10  PRL-RELEASE-DATE PIC 9(8).
               10  FILLER          PIC 9(6).
           05  FILLER              PIC X(22).

       FD  RELEASE-TAKEN-FILE
           RECORDING MODE IS F.
       01  RELEASE-TAKEN-RECORD.
           05  RT-RELEASE-STAMP    PIC 9(14).
           05  RT-TAKEN-DATE       PIC 9(8).
           05  RT-LINE-COUNT       PIC 9(7).

       FD  MATCH-RPT-FILE
           RECORDING MODE IS F.
       01  MATCH-RPT-RECORD        PIC X(80).
          05 WS-PAYACK-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-PAYOUT-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-PAYRELS-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RLCTL-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-MATCH-FAIL-SWITCH   PIC X VALUE 'N'.
             88 WS-MATCH-FAILED     VALUE 'Y'.

      * EVERYTHING WE HAVE SENT AND NOT YET SEEN CONFIRMED - PRIOR
      * DAYS' CARRY-FORWARD FROM PAYOUTS.DAT PLUS TODAY'S PAYEXTR.DAT
      * AND ANY NEW PAYRELS.DAT BATCH, MATCHED OFF AS ACKNOWLEDGEMENTS
      * ARRIVE. WHAT IS LEFT AT END OF JOB IS WRITTEN BACK TO
      * PAYOUTS.DAT FOR TOMORROW.
       01 WS-OUTSTANDING-CONTROLS.
          05 WS-OUT-COUNT           PIC 9(4) VALUE ZERO.
          05 WS-OUT-TABLE.
          05 WS-DUP-SENT-SW         PIC X VALUE 'N'.
             88 WS-DUP-SENT         VALUE 'Y'.

      * WS-LAST-TAKEN-STAMP IS THE PAYRELS.DAT BATCH PAYRLCTL.DAT SAYS
      * WAS TAKEN IN BEFORE; WS-NEW-RELEASE-STAMP IS THE BATCH TAKEN IN
      * THIS RUN (ZERO WHEN NONE), RECORDED BY 510 AT END OF JOB.
       01 WS-RELEASE-CONTROLS.
          05 WS-LAST-TAKEN-STAMP    PIC 9(14) VALUE ZERO.
          05 WS-NEW-RELEASE-STAMP   PIC 9(14) VALUE ZERO.

       01 WS-AGE-CONTROL.
          05 WS-AGE-ALERT-DAYS      PIC 9(3) VALUE 7.
          05 WS-OUT-AGE-DAYS        PIC S9(5) VALUE ZERO.
       01 WS-CONTROL-TOTALS.
          05 WS-EXTRACTED-COUNT     PIC 9(7) VALUE ZERO.
          05 WS-CARRIED-COUNT       PIC 9(7) VALUE ZERO.
          05 WS-RELEASED-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-CONFIRMED-COUNT     PIC 9(7) VALUE ZERO.
          05 WS-MISMATCH-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-REJDACK-COUNT       PIC 9(7) VALUE ZERO.
           IF NOT WS-MATCH-FAILED
               PERFORM 250-LOAD-TODAYS-EXTRACT
           END-IF
           IF NOT WS-MATCH-FAILED
               PERFORM 270-LOAD-RELEASED-PAYMENTS
           END-IF
           IF NOT WS-MATCH-FAILED
               PERFORM 300-MATCH-ACKNOWLEDGEMENTS
               PERFORM 400-REPORT-UNCONFIRMED
               PERFORM 500-REWRITE-OUTSTANDING
               IF WS-PAYOUT-FILE-STATUS = "00"
                  AND WS-NEW-RELEASE-STAMP > ZERO
                   PERFORM 510-RECORD-RELEASE-TAKEN
               END-IF
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.
               CLOSE PAYMENT-EXTRACT-FILE
           END-IF.

       260-ADD-EXTRACT-ENTRY.
           MOVE PEX-SCORE-ID     TO PO-SCORE-ID
           MOVE PEX-TOTAL-RESULT TO PO-AMOUNT
           MOVE PEX-RUN-DATE     TO PO-SENT-DATE
           PERFORM 265-ADD-IF-NOT-CARRIED.

      * A SCORE ID ALREADY CARRIED (E.G. THE SAME PAYEXTR.DAT MATCHED
      * TWICE BECAUSE THE ACK FILE NEVER ARRIVED) IS NOT ADDED AGAIN -
      * ITS ORIGINAL SENT DATE WOULD OTHERWISE RESET AND UNDERSTATE
      * THE AGE.
       265-ADD-IF-NOT-CARRIED.
           MOVE 'N' TO WS-DUP-SENT-SW
           IF WS-OUT-COUNT > ZERO
               PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > WS-OUT-COUNT
                          OR WS-DUP-SENT
                   IF WS-OUT-SCORE-ID (WS-OUT-IDX) = PO-SCORE-ID
                       SET WS-DUP-SENT TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-DUP-SENT
               PERFORM 210-ADD-OUTSTANDING-ENTRY
           END-IF.

      * THE CURRENT PAYRELS.DAT BATCH, UNLESS PAYRLCTL.DAT SAYS IT WAS
      * TAKEN IN BY AN EARLIER RUN. EVERY LINE OF A BATCH CARRIES THE
      * SAME STAMP, SO THE FIRST LINE SPEAKS FOR THE FILE.
       270-LOAD-RELEASED-PAYMENTS.
           OPEN INPUT RELEASE-TAKEN-FILE
           IF WS-RLCTL-FILE-STATUS = "00"
               READ RELEASE-TAKEN-FILE
                   NOT AT END
                       MOVE RT-RELEASE-STAMP TO WS-LAST-TAKEN-STAMP
               END-READ
               CLOSE RELEASE-TAKEN-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-RELEASE-FILE
           IF WS-PAYRELS-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden paymatch - no PAYRELS.DAT on file, "
                   "no released payments to take in"
           ELSE
               READ PAYMENT-RELEASE-FILE
                   AT END
                       SET WS-EOF-REACHED TO TRUE
               END-READ
               IF NOT WS-EOF-REACHED
                   IF PRL-RELEASE-STAMP = WS-LAST-TAKEN-STAMP
                       DISPLAY "VibeGarden paymatch - PAYRELS.DAT "
                           "batch " PRL-RELEASE-STAMP
                           " already taken in, skipped"
                       SET WS-EOF-REACHED TO TRUE
                   ELSE
                       MOVE PRL-RELEASE-STAMP TO WS-NEW-RELEASE-STAMP
                   END-IF
               END-IF
               PERFORM UNTIL WS-EOF-REACHED OR WS-MATCH-FAILED
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 280-ADD-RELEASE-ENTRY
                   READ PAYMENT-RELEASE-FILE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-RELEASE-FILE
           END-IF.

       280-ADD-RELEASE-ENTRY.
           MOVE PRL-SCORE-ID     TO PO-SCORE-ID
           MOVE PRL-TOTAL-RESULT TO PO-AMOUNT
           MOVE PRL-RELEASE-DATE TO PO-SENT-DATE
           PERFORM 265-ADD-IF-NOT-CARRIED.

       300-MATCH-ACKNOWLEDGEMENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-ACK-FILE
               CLOSE PAY-OUTSTANDING-FILE
           END-IF.

       510-RECORD-RELEASE-TAKEN.
           OPEN OUTPUT RELEASE-TAKEN-FILE
           IF WS-RLCTL-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - PAYRLCTL.DAT open failed, "
                   "status " WS-RLCTL-FILE-STATUS " - PAYRELS.DAT "
                   "batch " WS-NEW-RELEASE-STAMP " not recorded"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-NEW-RELEASE-STAMP TO RT-RELEASE-STAMP
               MOVE WS-RUN-DATE          TO RT-TAKEN-DATE
               MOVE WS-RELEASED-COUNT    TO RT-LINE-COUNT
               WRITE RELEASE-TAKEN-RECORD
               CLOSE RELEASE-TAKEN-FILE
           END-IF.

       900-TERMINATE.
           MOVE WS-CONFIRMED-COUNT   TO WS-TRL-CONFIRMED
           MOVE WS-MISMATCH-COUNT    TO WS-TRL-MISMATCH
               WRITE MATCH-RPT-RECORD FROM WS-RPT-TRAILER-LINE
               CLOSE MATCH-RPT-FILE
           END-IF
           DISPLAY "VibeGarden paymatch complete - Released in: "
               WS-RELEASED-COUNT
               " Confirmed: "
               WS-CONFIRMED-COUNT " Mismatched: " WS-MISMATCH-COUNT
               " Rejected by payer: " WS-REJDACK-COUNT
               " Unknown: " WS-UNKNOWN-COUNT
