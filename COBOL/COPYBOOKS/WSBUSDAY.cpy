      *---------------------------------------------------------------*
      * WSBUSDAY - VIBEGARDEN BUSINESS-DAY CALENDAR INTERFACE
      * (WORKING-STORAGE). PASSED TO THE CALLABLE BUSDAY MODULE
      * (BUSDAY.cbl), WHICH OWNS BUSCAL.DAT AND ANSWERS FOR EVERY
      * PROGRAM IN THE BATCH STREAM. SET ONE OF THE FUNCTION 88S AND
      * WS-BDY-DATE-IN, THEN CALL "BUSDAY" USING WS-BUSDAY-IFACE:
      *   WS-BDY-TEST          IS DATE-IN A BUSINESS DAY?
      *   WS-BDY-NEXT-OR-SAME  DATE-IN, OR THE NEXT BUSINESS DAY
      *   WS-BDY-PRIOR         LAST BUSINESS DAY BEFORE DATE-IN
      *   WS-BDY-LAST-OF-MONTH LAST BUSINESS DAY OF DATE-IN'S MONTH
      * WS-BDY-DAY-SW/WS-BDY-DAY-DESC DESCRIBE DATE-IN ITSELF.
      * RETURN CODE 00 = ANSWERED, 04 = ANSWERED BUT NO CALENDAR IS
      * ON FILE (EVERY DAY IS A BUSINESS DAY), 16 = NOT ANSWERED.
      *---------------------------------------------------------------*
       01 WS-BUSDAY-IFACE.
          05 WS-BDY-FUNCTION        PIC X.
             88 WS-BDY-TEST             VALUE 'T'.
             88 WS-BDY-NEXT-OR-SAME     VALUE 'N'.
             88 WS-BDY-PRIOR            VALUE 'P'.
             88 WS-BDY-LAST-OF-MONTH    VALUE 'L'.
          05 WS-BDY-DATE-IN         PIC 9(8).
          05 WS-BDY-DATE-OUT        PIC 9(8).
          05 WS-BDY-DAY-SW          PIC X.
             88 WS-BDY-BUSINESS-DAY     VALUE 'Y'.
             88 WS-BDY-NON-BUSINESS-DAY VALUE 'N'.
          05 WS-BDY-DAY-DESC        PIC X(30).
          05 WS-BDY-RETURN-CODE     PIC 9(02).
             88 WS-BDY-NO-CALENDAR      VALUE 4.
             88 WS-BDY-FAILED           VALUE 16.
