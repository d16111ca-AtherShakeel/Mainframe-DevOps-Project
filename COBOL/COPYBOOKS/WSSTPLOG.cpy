      *---------------------------------------------------------------*
      * WSSTPLOG - VIBEGARDEN STEP-TIMING LOG INTERFACE
      * (WORKING-STORAGE). PASSED TO THE CALLABLE STEPLOG MODULE
      * (STEPLOG.cbl), WHICH APPENDS ONE EVENT TO STEPLOG.DAT FOR
      * STEPTIME.cbl'S BATCH-WINDOW REPORT. EVERY VIBEBAT PROGRAM
      * CALLS IT TWICE - ONCE AS IT STARTS AND ONCE AS IT ENDS:
      *   SET WS-STL-START OR WS-STL-END, MOVE THE STEP NAME,
      *   RETURN-CODE AND RECORDS PROCESSED IN, THEN
      *   CALL "STEPLOG" USING WS-STEPLOG-IFACE.
      * THE MODULE STAMPS THE DATE AND TIME ITSELF AND HANDS
      * WS-STL-STEP-RC BACK AS RETURN-CODE, SO THE CALL NEVER
      * DISTURBS THE STEP'S OWN CONDITION CODE. A LOG THAT CANNOT BE
      * WRITTEN NEVER FAILS THE STEP - WS-STL-RETURN-CODE 04 SAYS SO.
      *---------------------------------------------------------------*
       01 WS-STEPLOG-IFACE.
          05 WS-STL-EVENT           PIC X(5).
             88 WS-STL-START            VALUE "START".
             88 WS-STL-END              VALUE "END".
          05 WS-STL-STEP-NAME       PIC X(8).
          05 WS-STL-STEP-RC         PIC 9(4).
          05 WS-STL-RECORDS         PIC 9(9).
          05 WS-STL-RETURN-CODE     PIC 9(02).
             88 WS-STL-NOT-LOGGED       VALUE 4.
