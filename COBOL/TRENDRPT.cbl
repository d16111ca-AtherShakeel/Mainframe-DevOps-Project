      *---------------------------------------------------------------*
      * VIBEGARDEN: TREND ANALYSIS REPORT
      * READS THE WRITE-ONLY HISTORY HELLOZ (CALC.cbl) APPENDS TO
      * TRENDLOG.DAT VIA 600-WRITE-TREND-LOG (ONE LINE PER PRE-FLIGHT
      * RUN, WS-TRD-TOTAL = KNOWN-ANSWER CASES PASSED) AND PRODUCES
      * A WEEKLY AND MONTHLY ROLLUP OF WS-TRD-TOTAL, PLUS A RUN-BY-RUN
      * 3-RUN MOVING AVERAGE, SO A TREND SHOWS UP IN A REPORT INSTEAD
      * OF BEING EYEBALLED OUT OF A FLAT LOG.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
