       PROGRAM-ID. AUDSUMM.
      *---------------------------------------------------------------*
      * VIBEGARDEN: AUDIT ACTIVITY SUMMARY REPORT
      * THE AUDIT TRAIL WAS A WRITE-ONLY LIABILITY - CALCDVOP
      * APPENDS TO AUDITLOG.DAT AND NOBODY EVER READ IT
      * BECAUSE THERE WAS NO READER. THIS JOB WALKS EVERY ROTATED
      * SEGMENT LISTED IN AUDSEGS.DAT (SEE AUDROTAT.cbl) PLUS THE
      * CURRENT LIVE AUDITLOG.DAT AND REPORTS ACTIVITY PER DAY:
      *
      * AUDIT LINES ARE PARSED BY SHAPE, NOT BY PROGRAM: THE DATE IS
      * THE LEADING YYYY-MM-DD AND THE AMOUNT IS WHATEVER FOLLOWS THE
      * "RESULT:" TAG, SO CALCDVOP'S LINES AND THE OLD HELLOZ TEST
      * LINES STILL SITTING IN EARLIER SEGMENTS (HELLOZ NO LONGER
      * WRITES TO THE AUDIT LOG) BOTH SUMMARIZE CORRECTLY.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RC-RECORDS          PIC 9(7).
           05  RC-REJECTS          PIC 9(7).
           05  RC-GRAND-TOTAL      PIC 9(11).
           05  RC-CLOCK-DATE       PIC 9(8).

       FD  SUMMARY-RPT-FILE
           RECORDING MODE IS F.
