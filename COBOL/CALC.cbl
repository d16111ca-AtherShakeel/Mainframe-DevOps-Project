       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOZ.
      *---------------------------------------------------------------*
      * VIBEGARDEN: PRE-FLIGHT CALCULATION SELF-TEST
      * RUNS A KNOWN-ANSWER TEST DECK (HZDECK.DAT) THROUGH BOTH HALVES
      * OF THE CALCULATION ENGINE BEFORE THE NIGHTLY RUN POSTS A
      * SINGLE SCORE:
      *   - THE BATCH SIDE - THE TIER TABLE IS LOADED, VALIDATED AND
      *     SELECTED EXACTLY AS CALCDVOP.cbl DOES (150-157) AND EACH
      *     CASE IS PRICED WITH ITS 350 LOOKUP AND 360 MARGINAL RULE;
      *   - THE CALLABLE SIDE - CALL "CALCDVOP" (SUBPGM1.cbl), THE
      *     LOAD MODULE THE ONLINE AND RECONCILIATION PATHS USE.
      * BOTH ANSWERS MUST EQUAL THE DECK'S EXPECTED RESULT TO THE CENT.
      * A BAD BONUSEFF.DAT ROW, A TABLE THAT FAILS VALIDATION OR A
      * MISCOMPILED MODULE THEREFORE SHOWS UP HERE AS RC=16, AND THE
      * COND TESTS IN VIBEBAT HOLD STEP010 AND EVERYTHING AFTER IT.
      *
      * DECK ROWS (HZDECK.DAT), ONE CASE PER LINE:
      *   HD-SET-DATE     9(8)     EFFECTIVE DATE OF THE BONUSEFF.DAT
      *                            SET THE CASE WAS WORKED OUT FOR,
      *                            00000000 FOR THE FLAT BONUSTBL.DAT
      *   HD-BASE-SCORE   9(3)V99  BASE SCORE TO PRICE
      *   HD-EXPECTED     9(7)V99  KNOWN ANSWER, BEFORE ANY PAYOUT-
      *                            BUDGET SCALING
      *   HD-DESCRIPTION  X(30)    FREE TEXT, PRINTED ON A FAILURE
      * ONLY THE ROWS FOR THE TABLE IN EFFECT TODAY ARE RUN - ROWS FOR
      * OLDER OR FUTURE SETS ARE COUNTED AND SKIPPED, SO THE DECK CAN BE
      * EXTENDED AHEAD OF A RATE CHANGE. A TABLE IN EFFECT WITH NO
      * CASES AT ALL IS ITSELF A FAILURE - AN UNTESTED TABLE DOES NOT
      * PASS THE PRE-FLIGHT.
      *
      * RESULTS GO TO THE PASS/FAIL REPORT SELFTEST.DAT. NOTHING IS
      * WRITTEN TO THE PRODUCTION AUDITLOG.DAT. TRENDLOG.DAT STILL GETS
      * ONE LINE PER RUN (THE NUMBER OF CASES PASSED) FOR TRENDRPT.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-DECK-FILE ASSIGN TO "HZDECK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-FILE-STATUS.

           SELECT SELFTEST-RPT-FILE ASSIGN TO "SELFTEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BONUS-TIER-FILE ASSIGN TO "BONUSTBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONUS-FILE-STATUS.

      * VibeGarden: OPTIONAL EFFECTIVE-DATED TIER SETS (SEE
      * CALCDVOP.cbl'S SELECT BONUS-EFF-FILE NOTE) - THE SET TESTED IS
      * THE ONE THE RUN ABOUT TO START WILL PRICE WITH.
           SELECT BONUS-EFF-FILE ASSIGN TO "BONUSEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BONEFF-FILE-STATUS.

           SELECT TREND-LOG-FILE ASSIGN TO "TRENDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-DECK-FILE
           RECORDING MODE IS F.
       01  TEST-DECK-RECORD.
           05  HD-SET-DATE-RAW    PIC X(8).
           05  HD-SET-DATE REDEFINES HD-SET-DATE-RAW
                                  PIC 9(8).
           05  HD-BASE-SCORE-RAW  PIC X(5).
           05  HD-BASE-SCORE REDEFINES HD-BASE-SCORE-RAW
                                  PIC 9(3)V99.
           05  HD-EXPECTED-RAW    PIC X(9).
           05  HD-EXPECTED REDEFINES HD-EXPECTED-RAW
                                  PIC 9(7)V99.
           05  HD-DESCRIPTION     PIC X(30).

       FD  SELFTEST-RPT-FILE
           RECORDING MODE IS F.
       01  SELFTEST-RPT-RECORD    PIC X(80).

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

       FD  TREND-LOG-FILE
           RECORDING MODE IS F.
       01  TREND-LOG-RECORD       PIC X(83).

       WORKING-STORAGE SECTION.
       COPY WSBONUS.

       COPY WSBONEFF.

       COPY WSBUSDAY.

       01 WS-FILE-STATUSES.
          05 WS-DECK-FILE-STATUS  PIC XX VALUE SPACES.
          05 WS-RPT-FILE-STATUS   PIC XX VALUE SPACES.
          05 WS-BONUS-FILE-STATUS PIC XX VALUE SPACES.
          05 WS-TREND-FILE-STATUS PIC XX VALUE SPACES.

       01 WS-SWITCHES.
          05 WS-DECK-EOF-SWITCH   PIC X VALUE 'N'.
             88 WS-DECK-EOF       VALUE 'Y'.
          05 WS-DECK-OPEN-SW      PIC X VALUE 'N'.
             88 WS-DECK-OPEN      VALUE 'Y'.
          05 WS-PREFLIGHT-SW      PIC X VALUE 'N'.
             88 WS-PREFLIGHT-FAILED VALUE 'Y'.
          05 WS-BONUS-LOADED-SW   PIC X VALUE 'N'.
             88 WS-BONUS-TABLE-LOADED VALUE 'Y'.
          05 WS-BONUS-VALID-SW    PIC X VALUE 'Y'.
             88 WS-BONUS-TABLE-VALID   VALUE 'Y'.
             88 WS-BONUS-TABLE-INVALID VALUE 'N'.
          05 WS-CASE-SW           PIC X VALUE 'Y'.
             88 WS-CASE-PASSED    VALUE 'Y'.
             88 WS-CASE-FAILED    VALUE 'N'.

       01 WS-BONUS-VALIDATE-CONTROLS.
          05 WS-OTIER-IDX          PIC 9(2).
      * NAMES THE FILE (AND SET) WS-BONUS-TABLE WAS LOADED FROM - SEE
      * CALCDVOP.cbl'S MATCHING FIELD.
          05 WS-TIER-TABLE-SOURCE  PIC X(26) VALUE "BONUSTBL.DAT".

      * THE DECK KEY OF THE TABLE IN EFFECT - THE PICKED SET'S
      * EFFECTIVE DATE, OR ZERO WHEN THE FLAT BONUSTBL.DAT IS IN USE.
       01 WS-RUN-DATE-NUM          PIC 9(8) VALUE ZERO.
       01 WS-DECK-SET-KEY          PIC 9(8) VALUE ZERO.

       01 WS-CALC-RESULTS.
          05 WS-BASE-SCORE         PIC 9(3)V99 VALUE ZERO.
          05 WS-BONUS-MULTIPLIER   PIC 9V9     VALUE 1.0.
          05 WS-BATCH-RESULT       PIC 9(7)V99 VALUE ZERO.

      * SAME SHAPE AS SUBPGM1.cbl'S LS-VIBE-INTERFACE (AND RECONCIL'S
      * WS-CALLABLE-IFACE).
       01 WS-CALLABLE-IFACE.
          05 WS-CALL-BASE-SCORE    PIC 9(3)V99.
          05 WS-CALL-RESULT        PIC 9(7)V99.
          05 WS-CALL-RETURN-CODE   PIC 9(02).
          05 WS-CALL-REASON-CODE   PIC X(20).

       01 WS-CONTROL-TOTALS.
          05 WS-DECK-READ-COUNT    PIC 9(5) VALUE ZERO.
          05 WS-CASE-RUN-COUNT     PIC 9(5) VALUE ZERO.
          05 WS-CASE-PASS-COUNT    PIC 9(5) VALUE ZERO.
          05 WS-CASE-FAIL-COUNT    PIC 9(5) VALUE ZERO.
          05 WS-CASE-SKIP-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY         PIC 9(4).
          05 WS-CURR-MM           PIC 9(2).
          05 WS-CURR-SEC          PIC 9(2).
          05 FILLER               PIC X(7).

       01 WS-RPT-HEADING-1.
          05 FILLER               PIC X(44)
             VALUE "VIBEGARDEN PRE-FLIGHT CALCULATION SELF-TEST".
          05 FILLER               PIC X(10) VALUE "RUN DATE: ".
          05 WS-HDG-YYYY          PIC 9(4).
          05 FILLER               PIC X VALUE "-".
          05 WS-HDG-MM            PIC 9(2).
          05 FILLER               PIC X VALUE "-".
          05 WS-HDG-DD            PIC 9(2).
          05 FILLER               PIC X(16) VALUE SPACES.

       01 WS-RPT-HEADING-2.
          05 FILLER               PIC X(12) VALUE "TIER TABLE: ".
          05 WS-HDG-SOURCE        PIC X(26).
          05 FILLER               PIC X(7)  VALUE " MODE: ".
          05 WS-HDG-MODE          PIC X(8).
          05 FILLER               PIC X(27) VALUE SPACES.

      * EACH CAPTION SITS RIGHT-ALIGNED OVER ITS WS-RPT-DETAIL-LINE
      * FIELD.
       01 WS-RPT-HEADING-3.
          05 FILLER               PIC X(10) VALUE "BASE SCORE".
          05 FILLER               PIC X(8)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "EXPECTED".
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE "BATCH SIDE".
          05 FILLER               PIC X(7)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE "CALLABLE".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(2)  VALUE "RC".
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE "TEST".
          05 FILLER               PIC X(14) VALUE SPACES.

       01 WS-RPT-HEADING-4        PIC X(80) VALUE ALL "-".

       01 WS-RPT-DETAIL-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-DTL-BASE          PIC ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-DTL-EXPECTED      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-DTL-BATCH         PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-DTL-CALLABLE      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DTL-CALL-RC       PIC 9(2).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-DTL-VERDICT       PIC X(4).
          05 FILLER               PIC X(14) VALUE SPACES.

      * SECOND LINE UNDER A FAILED CASE - THE DECK'S OWN DESCRIPTION
      * AND THE CALLABLE MODULE'S REASON CODE.
       01 WS-RPT-FAIL-LINE.
          05 FILLER               PIC X(10) VALUE "    CASE: ".
          05 WS-FAIL-DESCRIPTION  PIC X(30).
          05 FILLER               PIC X(10) VALUE "  REASON: ".
          05 WS-FAIL-REASON       PIC X(20).
          05 FILLER               PIC X(10) VALUE SPACES.

      * A DECK ROW THAT IS NOT NUMERIC WHERE IT MUST BE - PRINTED RAW.
       01 WS-RPT-DECK-ERROR-LINE.
          05 FILLER               PIC X(22)
             VALUE "    BAD DECK ROW NO. ".
          05 WS-DERR-ROW-NO       PIC ZZZZ9.
          05 FILLER               PIC X(2)  VALUE ": ".
          05 WS-DERR-ROW          PIC X(22).
          05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-RPT-MESSAGE-LINE     PIC X(80) VALUE SPACES.

       01 WS-RPT-TRAILER-LINE.
          05 FILLER               PIC X(20)
             VALUE "** SELF-TEST END ** ".
          05 FILLER               PIC X(5)  VALUE "RUN: ".
          05 WS-TRL-RUN           PIC ZZZZ9.
          05 FILLER               PIC X(10) VALUE "  PASSED: ".
          05 WS-TRL-PASSED        PIC ZZZZ9.
          05 FILLER               PIC X(10) VALUE "  FAILED: ".
          05 WS-TRL-FAILED        PIC ZZZZ9.
          05 FILLER               PIC X(14) VALUE "  OTHER SETS: ".
          05 WS-TRL-SKIPPED       PIC ZZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-RPT-VERDICT-LINE.
          05 FILLER               PIC X(21)
             VALUE "PRE-FLIGHT VERDICT - ".
          05 WS-VRD-TEXT          PIC X(59).

       01 WS-TREND-LINE.
          05 WS-TRD-DATE.
          05 WS-TRD-TOTAL         PIC ZZZ9.
          05 FILLER               PIC X(60) VALUE SPACES.

       COPY WSSTPLOG.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY '--- VIBEGARDEN PRE-FLIGHT SELF-TEST ---'

           PERFORM 050-LOG-STEP-START
           PERFORM 100-INITIALIZE

           IF NOT WS-PREFLIGHT-FAILED
               PERFORM UNTIL WS-DECK-EOF
                   READ TEST-DECK-FILE
                       AT END
                           SET WS-DECK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DECK-READ-COUNT
                           PERFORM 200-CHECK-DECK-ROW
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 900-TERMINATE
           PERFORM 950-LOG-STEP-END
           GOBACK.

       050-LOG-STEP-START.
           SET WS-STL-START TO TRUE
           MOVE "HELLOZ" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE ZERO TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-DATE-NUM =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
      * THE TABLE UNDER TEST IS THE ONE FOR TONIGHT'S POSTING DATE -
      * THE NEXT BUSINESS DAY WHEN TODAY IS NOT ONE, EXACTLY AS
      * CALCDVOP.cbl'S 102-RESOLVE-POSTING-DATE WILL DECIDE IT. A
      * CALENDAR THAT CANNOT ANSWER WOULD ABORT STEP010, SO IT FAILS
      * THE PRE-FLIGHT HERE FIRST.
           SET WS-BDY-NEXT-OR-SAME TO TRUE
           MOVE WS-RUN-DATE-NUM TO WS-BDY-DATE-IN
           CALL "BUSDAY" USING WS-BUSDAY-IFACE
           IF WS-BDY-FAILED
               DISPLAY "VibeGarden FATAL - business calendar gives no "
                   "posting date for " WS-RUN-DATE-NUM
                   " - check BUSCAL.DAT"
               SET WS-PREFLIGHT-FAILED TO TRUE
           ELSE
               MOVE WS-BDY-DATE-OUT TO WS-RUN-DATE-NUM
           END-IF
           OPEN OUTPUT SELFTEST-RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - SELFTEST.DAT open failed, "
                   "status " WS-RPT-FILE-STATUS
               SET WS-PREFLIGHT-FAILED TO TRUE
           END-IF
           PERFORM 150-LOAD-BONUS-TABLE
           IF NOT WS-BONUS-TABLE-LOADED
               DISPLAY "VibeGarden FATAL - no tier table could be "
                   "loaded, the engine cannot be tested"
               SET WS-PREFLIGHT-FAILED TO TRUE
           ELSE
               PERFORM 155-VALIDATE-BONUS-TABLE
           END-IF
           IF WS-BONUS-TABLE-INVALID
               SET WS-PREFLIGHT-FAILED TO TRUE
           END-IF
           IF WS-SET-TABLE-LOADED
               MOVE WS-SET-PICKED-DATE TO WS-DECK-SET-KEY
           ELSE
               MOVE ZERO TO WS-DECK-SET-KEY
           END-IF
           OPEN INPUT TEST-DECK-FILE
           IF WS-DECK-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - HZDECK.DAT open failed, "
                   "status " WS-DECK-FILE-STATUS
               SET WS-PREFLIGHT-FAILED TO TRUE
           ELSE
               SET WS-DECK-OPEN TO TRUE
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               PERFORM 180-WRITE-HEADINGS
           END-IF.

       180-WRITE-HEADINGS.
           MOVE WS-CURR-YYYY TO WS-HDG-YYYY
           MOVE WS-CURR-MM   TO WS-HDG-MM
           MOVE WS-CURR-DD   TO WS-HDG-DD
           MOVE WS-TIER-TABLE-SOURCE TO WS-HDG-SOURCE
           IF WS-TIER-MODE-MARGINAL
               MOVE "MARGINAL" TO WS-HDG-MODE
           ELSE
               MOVE "FLAT"     TO WS-HDG-MODE
           END-IF
           WRITE SELFTEST-RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE SELFTEST-RPT-RECORD FROM WS-RPT-HEADING-2
           WRITE SELFTEST-RPT-RECORD FROM WS-RPT-HEADING-3
           WRITE SELFTEST-RPT-RECORD FROM WS-RPT-HEADING-4.

      * SAME LOAD/SELECT RULE AS CALCDVOP.cbl'S 150-LOAD-BONUS-TABLE:
      * THE EFFECTIVE-DATED SET IN EFFECT TODAY WHEN BONUSEFF.DAT
      * EXISTS, OTHERWISE THE SINGLE LIVE BONUSTBL.DAT. EVERY SET IS
      * VALIDATED, NOT JUST THE ONE PICKED, AS THE BATCH SIDE DOES.
       150-LOAD-BONUS-TABLE.
           PERFORM 151-LOAD-EFFECTIVE-SETS
           IF WS-SET-TABLE-LOADED
               PERFORM 153-VALIDATE-ALL-SETS
               IF WS-BONUS-TABLE-VALID
                   MOVE WS-RUN-DATE-NUM TO WS-SET-TARGET-DATE
                   PERFORM 156-SELECT-TIER-SET
               END-IF
           ELSE
               PERFORM 154-LOAD-FLAT-TABLE
           END-IF.

       151-LOAD-EFFECTIVE-SETS.
           MOVE ZERO TO WS-SET-COUNT
           MOVE 'N' TO WS-SET-LOADED-SW
           MOVE 'N' TO WS-BONEFF-EOF-SWITCH
           OPEN INPUT BONUS-EFF-FILE
           IF WS-BONEFF-FILE-STATUS = "00"
               PERFORM UNTIL WS-BONEFF-EOF OR WS-BONUS-TABLE-INVALID
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
                   SET WS-BONUS-TABLE-LOADED TO TRUE
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
                   SET WS-BONUS-TABLE-INVALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-BONUS-TABLE-INVALID
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
                   SET WS-BONUS-TABLE-INVALID TO TRUE
               END-IF
           END-IF.

       153-VALIDATE-ALL-SETS.
           PERFORM VARYING WS-SET-COPY-SLOT FROM 1 BY 1
                   UNTIL WS-SET-COPY-SLOT > WS-SET-COUNT
                      OR WS-BONUS-TABLE-INVALID
               SET WS-SET-IDX TO WS-SET-COPY-SLOT
               IF WS-SET-TIER-FILL (WS-SET-IDX) NOT = WS-TIER-COUNT
                   DISPLAY "VibeGarden FATAL - BONUSEFF.DAT set "
                       "effective " WS-SET-EFF-DATE (WS-SET-IDX)
                       " is incomplete ("
                       WS-SET-TIER-FILL (WS-SET-IDX) " OF "
                       WS-TIER-COUNT " tiers)"
                   SET WS-BONUS-TABLE-INVALID TO TRUE
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

       154-LOAD-FLAT-TABLE.
           MOVE "BONUSTBL.DAT" TO WS-TIER-TABLE-SOURCE
           OPEN INPUT BONUS-TIER-FILE
           IF WS-BONUS-FILE-STATUS NOT = "00"
               DISPLAY "VibeGarden FATAL - BONUSTBL.DAT open failed, "
                   "status " WS-BONUS-FILE-STATUS
           ELSE
              SET WS-BONUS-TABLE-LOADED TO TRUE
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

      * SAME SELECTION RULE AS CALCDVOP.cbl'S 156-SELECT-TIER-SET.
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
               DISPLAY "VibeGarden NOTE - no tier set effective on "
                   "or before " WS-SET-TARGET-DATE
                   ", using earliest set (" WS-SET-PICKED-DATE ")"
           END-IF
           PERFORM 157-COPY-PICKED-SET
           MOVE SPACES TO WS-TIER-TABLE-SOURCE
           STRING "BONUSEFF.DAT SET " DELIMITED BY SIZE
               WS-SET-PICKED-DATE DELIMITED BY SIZE
               INTO WS-TIER-TABLE-SOURCE
           END-STRING
           DISPLAY "VibeGarden tier set effective "
               WS-SET-PICKED-DATE " selected for "
               WS-SET-TARGET-DATE.

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

      * SAME CHECKS AS CALCDVOP.cbl'S 155-VALIDATE-BONUS-TABLE. A TABLE
      * THE BATCH SIDE WOULD REFUSE FAILS THE PRE-FLIGHT TOO, SO THE
      * OPERATOR HEARS ABOUT IT BEFORE STEP010 RATHER THAN FROM IT.
       155-VALIDATE-BONUS-TABLE.
           IF WS-BONUS-TABLE-LOADED
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > WS-TIER-COUNT
                   IF WS-TIER-LOW (WS-TIER-IDX)
                        > WS-TIER-HIGH (WS-TIER-IDX)
                       SET WS-BONUS-TABLE-INVALID TO TRUE
                       DISPLAY "VibeGarden FATAL - "
                           WS-TIER-TABLE-SOURCE " tier "
                           WS-TIER-NO (WS-TIER-IDX)
                           " has a low score that exceeds its high "
                           "score"
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
                       WS-TIER-TABLE-SOURCE " failed validation"
               END-IF
           END-IF.

      * BLANK ROWS ARE IGNORED. A ROW FOR ANOTHER SET IS COUNTED AND
      * SKIPPED; A ROW THAT IS NOT NUMERIC FAILS THE PRE-FLIGHT - A
      * DECK THAT CANNOT BE READ PROVES NOTHING.
       200-CHECK-DECK-ROW.
           EVALUATE TRUE
               WHEN TEST-DECK-RECORD = SPACES
                   CONTINUE
               WHEN HD-SET-DATE-RAW IS NOT NUMERIC
                 OR HD-BASE-SCORE-RAW IS NOT NUMERIC
                 OR HD-EXPECTED-RAW IS NOT NUMERIC
                   ADD 1 TO WS-CASE-FAIL-COUNT
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   MOVE WS-DECK-READ-COUNT TO WS-DERR-ROW-NO
                   MOVE TEST-DECK-RECORD   TO WS-DERR-ROW
                   WRITE SELFTEST-RPT-RECORD
                       FROM WS-RPT-DECK-ERROR-LINE
                   DISPLAY "VibeGarden FAIL - HZDECK.DAT row "
                       WS-DECK-READ-COUNT " is not numeric"
               WHEN HD-SET-DATE NOT = WS-DECK-SET-KEY
                   ADD 1 TO WS-CASE-SKIP-COUNT
               WHEN OTHER
                   PERFORM 300-RUN-CASE
           END-EVALUATE.

       300-RUN-CASE.
           ADD 1 TO WS-CASE-RUN-COUNT
           MOVE HD-BASE-SCORE TO WS-BASE-SCORE
      * BATCH SIDE - CALCDVOP.cbl'S 310-COMPUTE-UNCAPPED-RESULT WITH NO
      * PARM OVERRIDE.
           PERFORM 350-LOOKUP-BONUS-TIER
           IF WS-TIER-MODE-MARGINAL
               MOVE WS-BASE-SCORE TO WS-MRG-BASE
               PERFORM 360-COMPUTE-MARGINAL-RESULT
               MOVE WS-MRG-RESULT TO WS-BATCH-RESULT
           ELSE
               COMPUTE WS-BATCH-RESULT =
                   WS-BASE-SCORE * WS-BONUS-MULTIPLIER
           END-IF
      * CALLABLE SIDE - THE LOAD MODULE ITSELF.
           MOVE WS-BASE-SCORE TO WS-CALL-BASE-SCORE
           MOVE ZERO          TO WS-CALL-RESULT
           CALL "CALCDVOP" USING WS-CALLABLE-IFACE
           SET WS-CASE-PASSED TO TRUE
           IF WS-BATCH-RESULT NOT = HD-EXPECTED
              OR WS-CALL-RESULT NOT = HD-EXPECTED
              OR WS-CALL-RETURN-CODE = 99
               SET WS-CASE-FAILED TO TRUE
           END-IF
           PERFORM 400-WRITE-CASE-LINE.

       350-LOOKUP-BONUS-TIER.
           MOVE WS-TIER-DEFAULT-MULT TO WS-BONUS-MULTIPLIER
           SET WS-TIER-IDX TO 1
           SEARCH WS-BONUS-TIER
               AT END
                   MOVE WS-TIER-DEFAULT-MULT TO WS-BONUS-MULTIPLIER
               WHEN WS-BASE-SCORE >= WS-TIER-LOW (WS-TIER-IDX)
                AND WS-BASE-SCORE <= WS-TIER-HIGH (WS-TIER-IDX)
                   MOVE WS-TIER-MULT (WS-TIER-IDX)
                     TO WS-BONUS-MULTIPLIER
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

       400-WRITE-CASE-LINE.
           MOVE WS-BASE-SCORE       TO WS-DTL-BASE
           MOVE HD-EXPECTED         TO WS-DTL-EXPECTED
           MOVE WS-BATCH-RESULT     TO WS-DTL-BATCH
           MOVE WS-CALL-RESULT      TO WS-DTL-CALLABLE
           MOVE WS-CALL-RETURN-CODE TO WS-DTL-CALL-RC
           IF WS-CASE-PASSED
               ADD 1 TO WS-CASE-PASS-COUNT
               MOVE "PASS" TO WS-DTL-VERDICT
               WRITE SELFTEST-RPT-RECORD FROM WS-RPT-DETAIL-LINE
           ELSE
               ADD 1 TO WS-CASE-FAIL-COUNT
               SET WS-PREFLIGHT-FAILED TO TRUE
               MOVE "FAIL" TO WS-DTL-VERDICT
               WRITE SELFTEST-RPT-RECORD FROM WS-RPT-DETAIL-LINE
               MOVE HD-DESCRIPTION      TO WS-FAIL-DESCRIPTION
               MOVE WS-CALL-REASON-CODE TO WS-FAIL-REASON
               WRITE SELFTEST-RPT-RECORD FROM WS-RPT-FAIL-LINE
               DISPLAY "VibeGarden FAIL - base " WS-DTL-BASE
                   " expected " WS-DTL-EXPECTED
                   " batch " WS-DTL-BATCH
                   " callable " WS-DTL-CALLABLE
           END-IF.

       900-TERMINATE.
           IF WS-CASE-RUN-COUNT = ZERO AND NOT WS-PREFLIGHT-FAILED
               SET WS-PREFLIGHT-FAILED TO TRUE
               MOVE SPACES TO WS-RPT-MESSAGE-LINE
               STRING "NO KNOWN-ANSWER CASES ON HZDECK.DAT FOR "
                      DELIMITED BY SIZE
                   WS-TIER-TABLE-SOURCE DELIMITED BY SIZE
                   INTO WS-RPT-MESSAGE-LINE
               END-STRING
               DISPLAY "VibeGarden FATAL - " WS-RPT-MESSAGE-LINE
               IF WS-RPT-FILE-STATUS = "00"
                   WRITE SELFTEST-RPT-RECORD FROM WS-RPT-MESSAGE-LINE
               END-IF
           END-IF
           MOVE WS-CASE-RUN-COUNT  TO WS-TRL-RUN
           MOVE WS-CASE-PASS-COUNT TO WS-TRL-PASSED
           MOVE WS-CASE-FAIL-COUNT TO WS-TRL-FAILED
           MOVE WS-CASE-SKIP-COUNT TO WS-TRL-SKIPPED
           IF WS-PREFLIGHT-FAILED
               MOVE "FAILED - CALCULATION RUN MUST NOT PROCEED (RC=16)"
                 TO WS-VRD-TEXT
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "PASSED" TO WS-VRD-TEXT
           END-IF
           IF WS-RPT-FILE-STATUS = "00"
               WRITE SELFTEST-RPT-RECORD FROM WS-RPT-TRAILER-LINE
               WRITE SELFTEST-RPT-RECORD FROM WS-RPT-VERDICT-LINE
               CLOSE SELFTEST-RPT-FILE
           END-IF
           IF WS-DECK-OPEN
               CLOSE TEST-DECK-FILE
           END-IF
           DISPLAY "VibeGarden self-test - Run: " WS-TRL-RUN
               " Passed: " WS-TRL-PASSED " Failed: " WS-TRL-FAILED
               " Other sets: " WS-TRL-SKIPPED
           DISPLAY "VibeGarden pre-flight verdict - " WS-VRD-TEXT
           PERFORM 600-WRITE-TREND-LOG
           DISPLAY '--- PROCESS COMPLETE ---'.

       600-WRITE-TREND-LOG.
           OPEN EXTEND TREND-LOG-FILE
           MOVE WS-CURR-YYYY  TO WS-TRD-YYYY
           MOVE WS-CURR-MM    TO WS-TRD-MM
           MOVE WS-CURR-DD    TO WS-TRD-DD
           MOVE WS-CASE-PASS-COUNT TO WS-TRD-TOTAL
           WRITE TREND-LOG-RECORD FROM WS-TREND-LINE

           CLOSE TREND-LOG-FILE.

       950-LOG-STEP-END.
           SET WS-STL-END TO TRUE
           MOVE "HELLOZ" TO WS-STL-STEP-NAME
           MOVE RETURN-CODE TO WS-STL-STEP-RC
           MOVE WS-DECK-READ-COUNT TO WS-STL-RECORDS
           CALL "STEPLOG" USING WS-STEPLOG-IFACE.
