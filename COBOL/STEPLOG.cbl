       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPLOG.
      *---------------------------------------------------------------*
      * VIBEGARDEN: STEP-TIMING LOG SERVICE (CALLABLE)
      * RUNCTL.DAT ONLY EVER TIMED CALCDVOP. EVERY PROGRAM IN THE
      * VIBEBAT STREAM NOW CALLS THIS MODULE AS IT STARTS AND AS IT
      * ENDS, SO STEPTIME.cbl CAN SAY WHICH STEP GOT SLOW AND SINCE
      * WHEN. CALLERS COPY WSSTPLOG.cpy AND
      * CALL "STEPLOG" USING WS-STEPLOG-IFACE.
      *
      * STEPLOG.DAT - ONE LINE PER EVENT, APPENDED (CREATED ON FIRST
      * USE), NEVER REWRITTEN:
      *   SL-EVENT-DATE   PIC 9(8)   YYYYMMDD THE EVENT HAPPENED
      *   SL-EVENT        PIC X(5)   START OR END
      *   SL-EVENT-TIME   PIC 9(6)   HHMMSS
      *   SL-STEP-NAME    PIC X(8)   THE PROGRAM NAME, OR FOR A
      *                              PARTITIONED CALCDVOP STEP
      *                              CALCDPNN; DISTRIB1/DISTRIB2 COME
      *                              FROM STEPMARK.cbl
      *   SL-RETURN-CODE  PIC 9(4)   STEP RC (END ONLY)
      *   SL-RECORDS      PIC 9(9)   RECORDS PROCESSED (END ONLY)
      * THE FILE IS OPENED AND CLOSED ON EVERY CALL SO EACH EVENT IS
      * ON DISK THE MOMENT IT HAPPENS - A STEP THAT ABENDS AFTER ITS
      * START EVENT SHOWS ON THE REPORT AS STARTED BUT NEVER ENDED.
      *
      * RETURN CODES (WS-STL-RETURN-CODE): 00 LOGGED, 04 NOT LOGGED
      * (STEPLOG.DAT COULD NOT BE OPENED, OR THE EVENT WAS NEITHER
      * START NOR END). EITHER WAY THE CALLER'S RC, PASSED IN
      * WS-STL-STEP-RC, IS HANDED BACK AS RETURN-CODE UNCHANGED - A
      * TIMING LOG MUST NEVER CHANGE THE FATE OF THE STEP.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  STEP-LOG-RECORD.
           05  SL-EVENT-DATE       PIC 9(8).
           05  SL-EVENT            PIC X(5).
           05  SL-EVENT-TIME       PIC 9(6).
           05  SL-STEP-NAME        PIC X(8).
           05  SL-RETURN-CODE      PIC 9(4).
           05  SL-RECORDS          PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-STEPLOG-FILE-STATUS    PIC XX VALUE SPACES.

       01 WS-CURRENT-DATE-TIME.
          05 WS-CURR-YYYY           PIC 9(4).
          05 WS-CURR-MM             PIC 9(2).
          05 WS-CURR-DD             PIC 9(2).
          05 WS-CURR-HH             PIC 9(2).
          05 WS-CURR-MIN            PIC 9(2).
          05 WS-CURR-SEC            PIC 9(2).
          05 FILLER                 PIC X(7).
      ****************************************************************
       LINKAGE SECTION.
      * SAME SHAPE AS WSSTPLOG.cpy'S WS-STEPLOG-IFACE.
       01 LS-STEPLOG-INTERFACE.
          05 LS-STL-EVENT           PIC X(5).
          05 LS-STL-STEP-NAME       PIC X(8).
          05 LS-STL-STEP-RC         PIC 9(4).
          05 LS-STL-RECORDS         PIC 9(9).
          05 LS-STL-RETURN-CODE     PIC 9(02).
      ****************************************************************
       PROCEDURE DIVISION USING LS-STEPLOG-INTERFACE.
       000-MAIN.
           MOVE ZERO TO LS-STL-RETURN-CODE
           IF LS-STL-EVENT NOT = "START" AND LS-STL-EVENT NOT = "END"
               MOVE 4 TO LS-STL-RETURN-CODE
               DISPLAY "VibeGarden WARNING - step-timing event '"
                   LS-STL-EVENT "' for " LS-STL-STEP-NAME
                   " is not START or END, not logged"
           ELSE
               PERFORM 100-WRITE-EVENT
           END-IF
           MOVE LS-STL-STEP-RC TO RETURN-CODE
           GOBACK.

       100-WRITE-EVENT.
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEPLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEPLOG-FILE-STATUS NOT = "00"
               MOVE 4 TO LS-STL-RETURN-CODE
               DISPLAY "VibeGarden WARNING - STEPLOG.DAT open failed, "
                   "status " WS-STEPLOG-FILE-STATUS ", " LS-STL-EVENT
                   " of " LS-STL-STEP-NAME " not logged"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               COMPUTE SL-EVENT-DATE =
                   WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + WS-CURR-DD
               MOVE LS-STL-EVENT     TO SL-EVENT
               COMPUTE SL-EVENT-TIME =
                   WS-CURR-HH * 10000 + WS-CURR-MIN * 100 + WS-CURR-SEC
               MOVE LS-STL-STEP-NAME TO SL-STEP-NAME
               IF LS-STL-EVENT = "END"
                   MOVE LS-STL-STEP-RC  TO SL-RETURN-CODE
                   MOVE LS-STL-RECORDS  TO SL-RECORDS
               ELSE
                   MOVE ZERO TO SL-RETURN-CODE
                   MOVE ZERO TO SL-RECORDS
               END-IF
               WRITE STEP-LOG-RECORD
               CLOSE STEP-LOG-FILE
           END-IF.
