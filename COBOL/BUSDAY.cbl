       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
      *---------------------------------------------------------------*
      * VIBEGARDEN: BUSINESS-DAY CALENDAR SERVICE (CALLABLE)
      * ONE PLACE THAT KNOWS WHICH DATES ARE BUSINESS DAYS, SO EVERY
      * PROGRAM IN THE BATCH STREAM GIVES THE SAME ANSWER. CALLERS
      * COPY WSBUSDAY.cpy AND CALL "BUSDAY" USING WS-BUSDAY-IFACE.
      * THE CALENDAR IS READ FROM BUSCAL.DAT ON THE FIRST CALL AND
      * KEPT FOR THE LIFE OF THE RUN UNIT.
      *
      * BUSCAL.DAT - ONE ROW PER ENTRY, IN ANY ORDER:
      *   BC-DATE         PIC 9(8)   YYYYMMDD (00000000 ON THE WEEK
      *                              PATTERN ROW)
      *   BC-DAY-TYPE     PIC X      H = CLOSED (BANK HOLIDAY ETC.)
      *                              B = OPEN, E.G. A WORKING
      *                                  SATURDAY THE WEEK PATTERN
      *                                  WOULD OTHERWISE CLOSE
      *                              W = WEEK PATTERN ROW
      *   BC-DESCRIPTION  PIC X(30)  FREE TEXT, RETURNED TO THE CALLER
      *                              (ON THE W ROW THE FIRST SEVEN
      *                              BYTES ARE THE PATTERN: Y/N PER
      *                              WEEKDAY, MONDAY THROUGH SUNDAY -
      *                              THE SAME ORDER AS SRCREG.DAT'S
      *                              SR-EXPECTED-DAYS)
      * WITH NO W ROW THE WEEK IS MONDAY TO FRIDAY (YYYYYNN). WITH NO
      * BUSCAL.DAT AT ALL EVERY DAY IS A BUSINESS DAY, EXACTLY AS THE
      * STREAM BEHAVED BEFORE THE CALENDAR EXISTED, AND EVERY CALL
      * RETURNS CODE 04 SO A CALLER CAN SAY SO.
      *
      * FUNCTIONS (BDY-FUNCTION):
      *   T  IS BDY-DATE-IN A BUSINESS DAY?  BDY-DATE-OUT = DATE-IN
      *   N  BDY-DATE-IN IF IT IS A BUSINESS DAY, OTHERWISE THE NEXT
      *      ONE AFTER IT - THE POSTING DATE FOR A RUN ON THAT DATE
      *   P  THE LAST BUSINESS DAY STRICTLY BEFORE BDY-DATE-IN
      *   L  THE LAST BUSINESS DAY OF BDY-DATE-IN'S MONTH
      * BDY-DAY-SW AND BDY-DAY-DESC ALWAYS DESCRIBE BDY-DATE-IN ITSELF
      * (THE HOLIDAY NAME, "WEEKLY NON-BUSINESS DAY" OR "BUSINESS
      * DAY"). RETURN CODES: 00 ANSWERED, 04 ANSWERED WITH NO CALENDAR
      * ON FILE, 16 NOT ANSWERED (BAD DATE OR FUNCTION, OR NO BUSINESS
      * DAY WITHIN 31 DAYS - A CALENDAR THAT CLOSES A WHOLE MONTH IS
      * WRONG, NOT A LONG HOLIDAY).
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CAL-FILE
           RECORDING MODE IS F.
       01  BUSINESS-CAL-RECORD.
           05  BC-DATE-RAW         PIC X(8).
           05  BC-DATE REDEFINES BC-DATE-RAW
                                   PIC 9(8).
           05  BC-DAY-TYPE         PIC X.
           05  BC-DESCRIPTION      PIC X(30).
           05  BC-WEEK-PATTERN REDEFINES BC-DESCRIPTION
                                   PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-CAL-SWITCHES.
          05 WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
          05 WS-CAL-EOF-SWITCH      PIC X VALUE 'N'.
             88 WS-CAL-EOF          VALUE 'Y'.
          05 WS-CAL-LOAD-TRIED-SW   PIC X VALUE 'N'.
             88 WS-CAL-LOAD-TRIED   VALUE 'Y'.
          05 WS-CAL-ON-FILE-SW      PIC X VALUE 'N'.
             88 WS-CAL-ON-FILE      VALUE 'Y'.
          05 WS-DAY-SW              PIC X VALUE 'Y'.
             88 WS-IS-BUSINESS-DAY  VALUE 'Y'.
             88 WS-NOT-BUSINESS-DAY VALUE 'N'.

      * DATED ENTRIES FROM BUSCAL.DAT. 500 IS SEVERAL DECADES OF BANK
      * HOLIDAYS; ROWS PAST IT ARE REPORTED AND IGNORED.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 500 TIMES INDEXED BY WS-CAL-IDX.
             10 WS-CAL-DATE         PIC 9(8).
             10 WS-CAL-DAY-TYPE     PIC X.
             10 WS-CAL-DESC         PIC X(30).

       01 WS-CAL-CONTROLS.
          05 WS-CAL-COUNT           PIC 9(3) VALUE ZERO.
          05 WS-CAL-MAX             PIC 9(3) VALUE 500.
          05 WS-CAL-SCAN            PIC 9(3) VALUE ZERO.
          05 WS-CAL-ROW-NO          PIC 9(5) VALUE ZERO.
          05 WS-WEEK-PATTERN        PIC X(7) VALUE "YYYYYNN".
          05 WS-PATTERN-FLAGS       PIC 9(2) VALUE ZERO.

       01 WS-DATE-WORK.
          05 WS-TEST-DATE           PIC 9(8) VALUE ZERO.
          05 WS-TEST-INT            PIC 9(7) VALUE ZERO.
          05 WS-TEST-DOW            PIC 9(1) VALUE ZERO.
          05 WS-TEST-DESC           PIC X(30) VALUE SPACES.
          05 WS-STEP-COUNT          PIC 9(3) VALUE ZERO.
          05 WS-STEP-LIMIT          PIC 9(3) VALUE 31.
          05 WS-MONTH-END-DATE      PIC 9(8) VALUE ZERO.
          05 WS-MONTH-WORK.
             10 WS-MW-YYYY          PIC 9(4).
             10 WS-MW-MM            PIC 9(2).
             10 WS-MW-DD            PIC 9(2).
          05 WS-MONTH-WORK-NUM REDEFINES WS-MONTH-WORK
                                    PIC 9(8).
          05 WS-IN-MONTH            PIC 9(6) VALUE ZERO.
      ****************************************************************
       LINKAGE SECTION.
      * SAME SHAPE AS WSBUSDAY.cpy'S WS-BUSDAY-IFACE.
       01 LS-BUSDAY-INTERFACE.
          05 LS-BDY-FUNCTION        PIC X.
          05 LS-BDY-DATE-IN         PIC 9(8).
          05 LS-BDY-DATE-OUT        PIC 9(8).
          05 LS-BDY-DAY-SW          PIC X.
          05 LS-BDY-DAY-DESC        PIC X(30).
          05 LS-BDY-RETURN-CODE     PIC 9(02).
      ****************************************************************
       PROCEDURE DIVISION USING LS-BUSDAY-INTERFACE.
       000-MAIN.
           MOVE ZERO   TO LS-BDY-RETURN-CODE
           MOVE ZERO   TO LS-BDY-DATE-OUT
           MOVE 'Y'    TO LS-BDY-DAY-SW
           MOVE SPACES TO LS-BDY-DAY-DESC
           PERFORM 100-LOAD-CALENDAR-ONCE
           PERFORM 190-EDIT-INPUT
           IF LS-BDY-RETURN-CODE < 16
               MOVE LS-BDY-DATE-IN TO WS-TEST-DATE
               PERFORM 300-TEST-BUSINESS-DAY
               MOVE WS-DAY-SW    TO LS-BDY-DAY-SW
               MOVE WS-TEST-DESC TO LS-BDY-DAY-DESC
               EVALUATE LS-BDY-FUNCTION
                   WHEN 'T'
                       MOVE LS-BDY-DATE-IN TO LS-BDY-DATE-OUT
                   WHEN 'N'
                       PERFORM 400-FIND-NEXT-OR-SAME
                   WHEN 'P'
                       PERFORM 500-FIND-PRIOR
                   WHEN 'L'
                       PERFORM 600-FIND-LAST-OF-MONTH
               END-EVALUATE
           END-IF
           IF LS-BDY-RETURN-CODE < 16 AND NOT WS-CAL-ON-FILE
               MOVE 4 TO LS-BDY-RETURN-CODE
           END-IF
           GOBACK.

       100-LOAD-CALENDAR-ONCE.
           IF NOT WS-CAL-LOAD-TRIED
               SET WS-CAL-LOAD-TRIED TO TRUE
               OPEN INPUT BUSINESS-CAL-FILE
               IF WS-CAL-FILE-STATUS = "00"
                   SET WS-CAL-ON-FILE TO TRUE
                   PERFORM UNTIL WS-CAL-EOF
                       READ BUSINESS-CAL-FILE
                           AT END
                               SET WS-CAL-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CAL-ROW-NO
                               PERFORM 110-ADD-CALENDAR-ROW
                       END-READ
                   END-PERFORM
                   CLOSE BUSINESS-CAL-FILE
               ELSE
                   DISPLAY "VibeGarden NOTE - no BUSCAL.DAT business "
                       "calendar, every day is a business day"
               END-IF
           END-IF.

      * A ROW THAT CANNOT BE USED IS REPORTED AND SKIPPED RATHER THAN
      * FAILING EVERY CALLER - BUT IT IS REPORTED ON EVERY RUN UNTIL
      * SOMEBODY FIXES IT.
       110-ADD-CALENDAR-ROW.
           EVALUATE TRUE
               WHEN BUSINESS-CAL-RECORD = SPACES
                   CONTINUE
               WHEN BC-DATE-RAW IS NOT NUMERIC
                   DISPLAY "VibeGarden WARNING - BUSCAL.DAT row "
                       WS-CAL-ROW-NO " ignored, date not numeric"
               WHEN BC-DAY-TYPE = 'W'
                   MOVE ZERO TO WS-PATTERN-FLAGS
                   INSPECT BC-WEEK-PATTERN TALLYING WS-PATTERN-FLAGS
                       FOR ALL 'Y' ALL 'N'
                   IF WS-PATTERN-FLAGS = 7
                       MOVE BC-WEEK-PATTERN TO WS-WEEK-PATTERN
                   ELSE
                       DISPLAY "VibeGarden WARNING - BUSCAL.DAT row "
                           WS-CAL-ROW-NO " ignored, week pattern "
                           "must be seven Y/N flags"
                   END-IF
               WHEN BC-DAY-TYPE NOT = 'H' AND BC-DAY-TYPE NOT = 'B'
                   DISPLAY "VibeGarden WARNING - BUSCAL.DAT row "
                       WS-CAL-ROW-NO " ignored, day type '"
                       BC-DAY-TYPE "' is not H, B or W"
               WHEN FUNCTION INTEGER-OF-DATE (BC-DATE) = ZERO
                   DISPLAY "VibeGarden WARNING - BUSCAL.DAT row "
                       WS-CAL-ROW-NO " ignored, " BC-DATE
                       " is not a valid date"
               WHEN WS-CAL-COUNT NOT < WS-CAL-MAX
                   DISPLAY "VibeGarden WARNING - BUSCAL.DAT row "
                       WS-CAL-ROW-NO " ignored, calendar holds "
                       WS-CAL-MAX " dated entries at most"
               WHEN OTHER
                   ADD 1 TO WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-COUNT
                   MOVE BC-DATE        TO WS-CAL-DATE (WS-CAL-IDX)
                   MOVE BC-DAY-TYPE    TO WS-CAL-DAY-TYPE (WS-CAL-IDX)
                   MOVE BC-DESCRIPTION TO WS-CAL-DESC (WS-CAL-IDX)
           END-EVALUATE.

       190-EDIT-INPUT.
           IF LS-BDY-FUNCTION NOT = 'T' AND NOT = 'N'
                          AND NOT = 'P' AND NOT = 'L'
               MOVE 16 TO LS-BDY-RETURN-CODE
               MOVE "UNKNOWN FUNCTION" TO LS-BDY-DAY-DESC
           ELSE
               IF LS-BDY-DATE-IN IS NOT NUMERIC
                   MOVE 16 TO LS-BDY-RETURN-CODE
                   MOVE "DATE NOT NUMERIC" TO LS-BDY-DAY-DESC
               ELSE
                   IF FUNCTION INTEGER-OF-DATE (LS-BDY-DATE-IN)
                        = ZERO
                       MOVE 16 TO LS-BDY-RETURN-CODE
                       MOVE "INVALID DATE" TO LS-BDY-DAY-DESC
                   END-IF
               END-IF
           END-IF.

      * WEEK PATTERN FIRST, THEN ANY DATED ENTRY FOR THE DAY OVERRIDES
      * IT EITHER WAY. INTEGER-OF-DATE DAY 1 IS 1601-01-01, A MONDAY,
      * SO THIS YIELDS 1=MONDAY THROUGH 7=SUNDAY (SAME ARITHMETIC AS
      * SRCCHECK.cbl'S 100-INITIALIZE).
       300-TEST-BUSINESS-DAY.
           SET WS-IS-BUSINESS-DAY TO TRUE
           MOVE "BUSINESS DAY" TO WS-TEST-DESC
           IF WS-CAL-ON-FILE
               COMPUTE WS-TEST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)
               COMPUTE WS-TEST-DOW =
                   FUNCTION MOD(WS-TEST-INT - 1, 7) + 1
               IF WS-WEEK-PATTERN (WS-TEST-DOW:1) NOT = 'Y'
                   SET WS-NOT-BUSINESS-DAY TO TRUE
                   MOVE "WEEKLY NON-BUSINESS DAY" TO WS-TEST-DESC
               END-IF
               PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                       UNTIL WS-CAL-SCAN > WS-CAL-COUNT
                   SET WS-CAL-IDX TO WS-CAL-SCAN
                   IF WS-CAL-DATE (WS-CAL-IDX) = WS-TEST-DATE
                       IF WS-CAL-DAY-TYPE (WS-CAL-IDX) = 'H'
                           SET WS-NOT-BUSINESS-DAY TO TRUE
                       ELSE
                           SET WS-IS-BUSINESS-DAY TO TRUE
                       END-IF
                       MOVE WS-CAL-DESC (WS-CAL-IDX) TO WS-TEST-DESC
                   END-IF
               END-PERFORM
           END-IF.

       400-FIND-NEXT-OR-SAME.
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM UNTIL WS-IS-BUSINESS-DAY
                      OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1)
               PERFORM 300-TEST-BUSINESS-DAY
           END-PERFORM
           PERFORM 700-RETURN-FOUND-DATE.

       500-FIND-PRIOR.
           MOVE ZERO TO WS-STEP-COUNT
           SET WS-NOT-BUSINESS-DAY TO TRUE
           PERFORM UNTIL WS-IS-BUSINESS-DAY
                      OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) - 1)
               PERFORM 300-TEST-BUSINESS-DAY
           END-PERFORM
           PERFORM 700-RETURN-FOUND-DATE.

      * THE MONTH'S LAST CALENDAR DAY IS THE DAY BEFORE THE FIRST OF
      * THE NEXT MONTH; STEP BACK FROM THERE. A MONTH WITH NO BUSINESS
      * DAY IN IT IS A CALENDAR ERROR, NOT AN ANSWER.
       600-FIND-LAST-OF-MONTH.
           MOVE LS-BDY-DATE-IN TO WS-MONTH-WORK-NUM
           MOVE WS-MONTH-WORK-NUM (1:6) TO WS-IN-MONTH
           MOVE 1 TO WS-MW-DD
           IF WS-MW-MM = 12
               ADD 1 TO WS-MW-YYYY
               MOVE 1 TO WS-MW-MM
           ELSE
               ADD 1 TO WS-MW-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-WORK-NUM) - 1)
           MOVE WS-MONTH-END-DATE TO WS-TEST-DATE
           PERFORM 300-TEST-BUSINESS-DAY
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM UNTIL WS-IS-BUSINESS-DAY
                      OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) - 1)
               PERFORM 300-TEST-BUSINESS-DAY
           END-PERFORM
           IF WS-TEST-DATE (1:6) NOT = WS-IN-MONTH
               SET WS-NOT-BUSINESS-DAY TO TRUE
           END-IF
           PERFORM 700-RETURN-FOUND-DATE.

       700-RETURN-FOUND-DATE.
           IF WS-IS-BUSINESS-DAY
               MOVE WS-TEST-DATE TO LS-BDY-DATE-OUT
           ELSE
               MOVE 16 TO LS-BDY-RETURN-CODE
               DISPLAY "VibeGarden WARNING - BUSCAL.DAT gives no "
                   "business day within " WS-STEP-LIMIT " days of "
                   LS-BDY-DATE-IN
           END-IF.
