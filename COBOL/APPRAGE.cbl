       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRAGE.
      *---------------------------------------------------------------*
      * VIBEGARDEN: FOUR-EYES APPROVAL AGING REPORT
      * LISTS EVERY PENDAPPR.DAT ITEM (SEE PENDAPPR.cpy) THAT HAS NOT
      * YET TAKEN EFFECT - TIER CHANGES AND SCORE ADJUSTMENTS STILL
      * WAITING FOR A CHECKER ON VGAP, AND ADJUSTMENTS APPROVED BUT NOT
      * YET POSTED BY SCOREADJ - WITH ITS AGE IN DAYS FROM THE DATE
      * THE MAKER KEYED IT. AN ITEM OLDER THAN THE AGE LIMIT IS FLAGGED
      * OVERDUE: A CHANGE NOBODY WILL CHECK IS A CHANGE THAT SILENTLY
      * NEVER HAPPENS, WHICH IS AS MUCH A CONTROL FAILURE AS ONE THAT
      * HAPPENS UNCHECKED. SAME SHAPE AS REJRECYC.cbl'S OUTSTANDING
      * REJECTS REPORT: HEADINGS, ONE LINE PER ITEM, AGE BUCKETS AND
      * TOTALS, RC=4 WHEN ANYTHING IS OVERDUE.
      *
      * READ-ONLY - DECIDED ITEMS (IN EFFECT, DECLINED, STALE) ARE
      * COUNTED IN THE TRAILER BUT NOT LISTED. NO PENDAPPR.DAT AT ALL
      * MEANS NOTHING HAS EVER BEEN HELD, AND IS NOT AN ERROR.
      *
      * PARM=AGELIMIT=nnn - DAYS AN ITEM MAY WAIT BEFORE IT IS
      * REPORTED OVERDUE. BLANK PARM DEFAULTS TO 3.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPR-FILE ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-FILE-STATUS.

           SELECT AGING-RPT-FILE ASSIGN TO "APPRAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-APPR-FILE
           RECORDING MODE IS F.
           COPY PENDAPPR.

       FD  AGING-RPT-FILE
           RECORDING MODE IS F.
       01  AGING-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-SWITCHES.
          05 WS-EOF-SWITCH          PIC X VALUE 'N'.
             88 WS-EOF-REACHED      VALUE 'Y'.
          05 WS-PENDAPPR-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS     PIC XX VALUE SPACES.

       01 WS-PARM-CONTROL.
          05 WS-PARM-RAW            PIC X(40).
          05 WS-PARM-MODE           PIC X(8).
          05 WS-PARM-VALUE          PIC X(31).

       01 WS-AGE-CONTROL.
          05 WS-AGE-LIMIT           PIC 9(3) VALUE 3.
          05 WS-ITEM-AGE-DAYS       PIC S9(5) VALUE ZERO.
          05 WS-RUN-DATE-INT        PIC 9(7) VALUE ZERO.
          05 WS-ITEM-DATE-INT       PIC 9(7) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YYYY            PIC 9(4).
          05 WS-RUN-MM              PIC 9(2).
          05 WS-RUN-DD              PIC 9(2).

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 WS-CURR-HH             PIC 9(2).
          05 WS-CURR-MIN            PIC 9(2).
          05 WS-CURR-SEC            PIC 9(2).
          05 FILLER                 PIC X(7).

       01 WS-CONTROL-TOTALS.
          05 WS-ITEM-READ-COUNT     PIC 9(7) VALUE ZERO.
          05 WS-WAITING-COUNT       PIC 9(7) VALUE ZERO.
          05 WS-APPROVED-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-DECIDED-COUNT       PIC 9(7) VALUE ZERO.
          05 WS-OVERDUE-COUNT       PIC 9(7) VALUE ZERO.
          05 WS-TIER-OPEN-COUNT     PIC 9(7) VALUE ZERO.
          05 WS-ADJ-OPEN-COUNT      PIC 9(7) VALUE ZERO.
          05 WS-ADJ-OPEN-AMOUNT     PIC 9(9)V99 VALUE ZERO.
      * AGE BUCKETS IN DAYS: 0-1, 2-3, 4-7, OVER 7.
          05 WS-BUCKET-0-1          PIC 9(7) VALUE ZERO.
          05 WS-BUCKET-2-3          PIC 9(7) VALUE ZERO.
          05 WS-BUCKET-4-7          PIC 9(7) VALUE ZERO.
          05 WS-BUCKET-OVER-7       PIC 9(7) VALUE ZERO.

       01 WS-RPT-HEADING-1          PIC X(80)
          VALUE "VIBEGARDEN FOUR-EYES APPROVAL AGING REPORT".

       01 WS-RPT-HEADING-2.
          05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-YYYY            PIC 9(4).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-MM              PIC 9(2).
          05 FILLER                 PIC X VALUE "-".
          05 WS-HDG-DD              PIC 9(2).
          05 FILLER                 PIC X(13) VALUE "  AGE LIMIT: ".
          05 WS-HDG-AGE-LIMIT       PIC ZZ9.
          05 FILLER                 PIC X(5) VALUE " DAYS".
          05 FILLER                 PIC X(39) VALUE SPACES.

       01 WS-RPT-HEADING-3          PIC X(80) VALUE ALL "-".

       01 WS-AGING-DETAIL-LINE.
          05 WS-AGD-ITEM-ID         PIC X(19).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-AGD-KIND            PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 WS-AGD-STATUS          PIC X(8).
          05 FILLER                 PIC X(5)  VALUE " MKR:".
          05 WS-AGD-MAKER           PIC X(8).
          05 FILLER                 PIC X(5)  VALUE " AMT:".
          05 WS-AGD-AMOUNT          PIC ZZZZZZ9.99.
          05 FILLER                 PIC X(5)  VALUE " AGE:".
          05 WS-AGD-AGE             PIC ZZZ9.
          05 FILLER                 PIC X     VALUE SPACE.
          05 WS-AGD-FLAG            PIC X(7).

       01 WS-BUCKET-LINE.
          05 FILLER                 PIC X(11) VALUE "AGE (DAYS) ".
          05 FILLER                 PIC X(5)  VALUE " 0-1:".
          05 WS-BKT-0-1             PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(7)  VALUE "   2-3:".
          05 WS-BKT-2-3             PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(7)  VALUE "   4-7:".
          05 WS-BKT-4-7             PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(9)  VALUE "  OVER 7:".
          05 WS-BKT-OVER-7          PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(13) VALUE SPACES.

       01 WS-KIND-TOTAL-LINE.
          05 FILLER                 PIC X(12) VALUE "OPEN TIERS: ".
          05 WS-KTL-TIERS           PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(14) VALUE "  OPEN ADJUST:".
          05 WS-KTL-ADJS            PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(9)  VALUE "  AMOUNT:".
          05 WS-KTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(17) VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER                 PIC X(12) VALUE "** TOTALS **".
          05 FILLER                 PIC X(9)  VALUE " WAITING:".
          05 WS-TRL-WAITING         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(10) VALUE " APPROVED:".
          05 WS-TRL-APPROVED        PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(9)  VALUE " OVERDUE:".
          05 WS-TRL-OVERDUE         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(9)  VALUE " DECIDED:".
          05 WS-TRL-DECIDED         PIC ZZZ,ZZ9.
          05 FILLER                 PIC X(3)  VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE
           IF NOT WS-EOF-REACHED
               PERFORM UNTIL WS-EOF-REACHED
                   PERFORM 200-READ-AND-AGE-ITEM
               END-PERFORM
               CLOSE PENDING-APPR-FILE
           END-IF
           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "APPRAGE" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURR-YYYY TO WS-RUN-YYYY WS-HDG-YYYY
           MOVE WS-CURR-MM   TO WS-RUN-MM WS-HDG-MM
           MOVE WS-CURR-DD   TO WS-RUN-DD WS-HDG-DD
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD)
           PERFORM 150-GET-PARM-AGE-LIMIT
           OPEN OUTPUT AGING-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - APPRAGE.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-EOF-REACHED TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-AGE-LIMIT TO WS-HDG-AGE-LIMIT
               WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-1
               WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-2
               WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-3
               OPEN INPUT PENDING-APPR-FILE
               IF WS-PENDAPPR-FILE-STATUS NOT = "00"
                   DISPLAY "VibeGarden approval aging - PENDAPPR.DAT "
                       "not available, status "
                       WS-PENDAPPR-FILE-STATUS
                       " - nothing waiting for approval"
                   SET WS-EOF-REACHED TO TRUE
               END-IF
           END-IF.

       150-GET-PARM-AGE-LIMIT.
           MOVE SPACES TO WS-PARM-RAW
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           IF WS-PARM-RAW NOT = SPACES
               MOVE SPACES TO WS-PARM-MODE WS-PARM-VALUE
               UNSTRING WS-PARM-RAW DELIMITED BY "="
                   INTO WS-PARM-MODE WS-PARM-VALUE
               END-UNSTRING
               IF WS-PARM-MODE = "AGELIMIT"
                  AND WS-PARM-VALUE (1:3) IS NUMERIC
                   MOVE WS-PARM-VALUE (1:3) TO WS-AGE-LIMIT
                   DISPLAY "VibeGarden approval age limit "
                       WS-AGE-LIMIT " days"
               ELSE
                   DISPLAY "VibeGarden PARM ignored (expected "
                       "AGELIMIT=nnn): " WS-PARM-RAW
               END-IF
           END-IF.

       200-READ-AND-AGE-ITEM.
           READ PENDING-APPR-FILE
               AT END
                   SET WS-EOF-REACHED TO TRUE
               NOT AT END
                   IF PENDING-APPROVAL-RECORD NOT = SPACES
                       ADD 1 TO WS-ITEM-READ-COUNT
                       IF PA-WAITING OR PA-APPROVED
                           PERFORM 210-AGE-ONE-ITEM
                       ELSE
                           ADD 1 TO WS-DECIDED-COUNT
                       END-IF
                   END-IF
           END-READ.

      * VibeGarden: AN UNREADABLE MADE-DATE IS AGED AS ZERO RATHER
      * THAN ABENDING THE REPORT - THE ITEM STILL APPEARS, SO IT IS
      * STILL SEEN.
       210-AGE-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-AGE-DAYS
           IF PA-MADE-DATE IS NUMERIC AND PA-MADE-DATE > ZERO
               COMPUTE WS-ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (PA-MADE-DATE)
               IF WS-ITEM-DATE-INT > ZERO
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-ITEM-DATE-INT
               END-IF
           END-IF
           IF WS-ITEM-AGE-DAYS < ZERO
               MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF
           MOVE PA-ITEM-ID  TO WS-AGD-ITEM-ID
           MOVE PA-MAKER-ID TO WS-AGD-MAKER
           MOVE PA-AMOUNT   TO WS-AGD-AMOUNT
           MOVE WS-ITEM-AGE-DAYS TO WS-AGD-AGE
           IF PA-TIER-CHANGE
               MOVE "TIER" TO WS-AGD-KIND
               ADD 1 TO WS-TIER-OPEN-COUNT
           ELSE
               MOVE "ADJ"  TO WS-AGD-KIND
               ADD 1 TO WS-ADJ-OPEN-COUNT
               ADD PA-AMOUNT TO WS-ADJ-OPEN-AMOUNT
           END-IF
           IF PA-WAITING
               MOVE "WAITING"  TO WS-AGD-STATUS
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               MOVE "APPROVED" TO WS-AGD-STATUS
               ADD 1 TO WS-APPROVED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS <= 1
                   ADD 1 TO WS-BUCKET-0-1
               WHEN WS-ITEM-AGE-DAYS <= 3
                   ADD 1 TO WS-BUCKET-2-3
               WHEN WS-ITEM-AGE-DAYS <= 7
                   ADD 1 TO WS-BUCKET-4-7
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER-7
           END-EVALUATE
           IF WS-ITEM-AGE-DAYS > WS-AGE-LIMIT
               MOVE "OVERDUE" TO WS-AGD-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO WS-AGD-FLAG
           END-IF
           WRITE AGING-RPT-RECORD FROM WS-AGING-DETAIL-LINE.

       900-TERMINATE.
           MOVE WS-BUCKET-0-1      TO WS-BKT-0-1
           MOVE WS-BUCKET-2-3      TO WS-BKT-2-3
           MOVE WS-BUCKET-4-7      TO WS-BKT-4-7
           MOVE WS-BUCKET-OVER-7   TO WS-BKT-OVER-7
           MOVE WS-TIER-OPEN-COUNT TO WS-KTL-TIERS
           MOVE WS-ADJ-OPEN-COUNT  TO WS-KTL-ADJS
           MOVE WS-ADJ-OPEN-AMOUNT TO WS-KTL-AMOUNT
           MOVE WS-WAITING-COUNT   TO WS-TRL-WAITING
           MOVE WS-APPROVED-COUNT  TO WS-TRL-APPROVED
           MOVE WS-OVERDUE-COUNT   TO WS-TRL-OVERDUE
           MOVE WS-DECIDED-COUNT   TO WS-TRL-DECIDED
           IF WS-RPT-FILE-STATUS = "00"
               WRITE AGING-RPT-RECORD FROM WS-RPT-HEADING-3
               WRITE AGING-RPT-RECORD FROM WS-BUCKET-LINE
               WRITE AGING-RPT-RECORD FROM WS-KIND-TOTAL-LINE
               WRITE AGING-RPT-RECORD FROM WS-RPT-TRAILER-LINE
               CLOSE AGING-RPT-FILE
           END-IF
           DISPLAY "VibeGarden approval aging complete - Items: "
               WS-ITEM-READ-COUNT " Waiting: " WS-WAITING-COUNT
               " Approved: " WS-APPROVED-COUNT
               " Overdue: " WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "APPRAGE" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-ITEM-READ-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
