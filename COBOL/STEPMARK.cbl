       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPMARK.
      *---------------------------------------------------------------*
      * VIBEGARDEN: STEP-TIMING MARKER FOR A UTILITY STEP
      * THE DISTRIBUTION STEPS ARE IEBGENER, WHICH CANNOT CALL
      * STEPLOG.cbl. VIBEBAT BRACKETS EACH ONE WITH THIS ONE-LINE
      * STEP, WHICH LOGS THE EVENT THE PARM NAMES ON ITS BEHALF:
      *   PARM='DISTRIB1,START'   AHEAD OF THE UTILITY STEP
      *   PARM='DISTRIB1,END'     AFTER IT - GATED SO IT IS BYPASSED
      *                           WHEN THE UTILITY FAILED, WHICH THE
      *                           REPORT THEN SHOWS AS NO END EVENT
      * THE UTILITY'S RECORD COUNT IS NOT KNOWN HERE AND IS LOGGED AS
      * ZERO. A MARKER NEVER FAILS THE STREAM: A MISSING OR BAD PARM
      * IS REPORTED AND THE STEP STILL ENDS RC=0.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY WSSTPLOG.

       01 WS-PARM-CONTROL.
          05 WS-PARM-RAW            PIC X(40).
          05 WS-PARM-STEP           PIC X(20).
          05 WS-PARM-EVENT          PIC X(20).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE SPACES TO WS-PARM-RAW WS-PARM-STEP WS-PARM-EVENT
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE
           UNSTRING WS-PARM-RAW DELIMITED BY ","
               INTO WS-PARM-STEP WS-PARM-EVENT
           END-UNSTRING
           IF WS-PARM-STEP = SPACES OR WS-PARM-STEP (9:) NOT = SPACES
              OR (WS-PARM-EVENT NOT = "START"
                  AND WS-PARM-EVENT NOT = "END")
               DISPLAY "VibeGarden PARM ignored (expected "
                   "stepname,START or stepname,END): " WS-PARM-RAW
           ELSE
               MOVE WS-PARM-EVENT (1:5) TO WS-STL-EVENT
               MOVE WS-PARM-STEP (1:8)  TO WS-STL-STEP-NAME
               MOVE ZERO TO WS-STL-STEP-RC
               MOVE ZERO TO WS-STL-RECORDS
               CALL "STEPLOG" USING WS-STEPLOG-IFACE
               IF NOT WS-STL-NOT-LOGGED
                   DISPLAY "VibeGarden stepmark - " WS-STL-EVENT
                       " of " WS-STL-STEP-NAME " logged"
               END-IF
           END-IF
           MOVE ZERO TO RETURN-CODE
           GOBACK.
