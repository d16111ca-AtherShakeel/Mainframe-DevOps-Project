       PROGRAM-ID. AUDROTAT.
      *---------------------------------------------------------------*
      * VIBEGARDEN: AUDIT LOG ROTATION
      * AUDITLOG.DAT IS OPENED EXTEND BY CALCDVOP.cbl (450-WRITE-
      * AUDIT-LOG) AND SNAPMST.cbl (550-WRITE-ROLLBACK-AUDIT) AND
      * GROWS FOREVER. THIS JOB CLOSES OFF THE CURRENT LOG INTO A
      * DATED SEGMENT - AUDITLOG.S20260815 AND SO ON - TRUNCATES THE
      * LIVE LOG, AND CATALOGS THE SEGMENT IN AUDSEGS.DAT SO
