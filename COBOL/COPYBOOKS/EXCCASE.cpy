      *---------------------------------------------------------------*
      * EXCCASE - ONE EXCEPTION CASE. EVERY FINDING THE NIGHTLY CHECKS
      * RAISE - A RECONCIL MISMATCH, YTDRECON DRIFT, A VARALERT.DAT
      * BREACH, A SOURCE SRCCHECK FOUND MISSING, A PAYMATCH AMOUNT
      * MISMATCH / UNKNOWN / PAYER-REJECTED PAYMENT, AN AGED REJECT ON
      * REJAGED.DAT - IS OPENED HERE AS A CASE BY CASEFEED.cbl, SO
      * THAT WHO IS WORKING IT, AND HOW IT WAS RESOLVED, OUTLIVES THE
      * REPORT THAT RAISED IT. CASES ARE LISTED, ASSIGNED, NOTED AND
      * CLOSED ON VGEX (CASEMNT.cbl); DAYSUMM.cbl READS THEM FOR ITS
      * VERDICT. SAME LAYOUT ON BOTH SIDES: THE EXCCASE VSAM KSDS
      * ONLINE (KEYED ON EC-CASE-ID) AND EXCCASE.DAT IN BATCH, KEPT IN
      * STEP BY THE SAME LOAD/UNLOAD ARRANGEMENT AS PENDAPPR (SEE
      * PENDAPPR.cpy). CASES ARE NEVER DELETED - A CLOSED CASE STAYS
      * ON FILE AS THE RECORD OF HOW THE FINDING WAS DEALT WITH, AND
      * STOPS THE SAME FINDING BEING OPENED AGAIN.
      *
      * A FINDING IS IDENTIFIED BY EC-SOURCE-JOB + EC-FINDING-KEY +
      * EC-FINDING-DATE. WHILE A CASE FOR THE SAME SOURCE AND KEY IS
      * OPEN, A REPEAT SIGHTING ONLY MOVES EC-LAST-SEEN-DATE AND
      * EC-SEEN-COUNT ON; ONCE IT IS CLOSED, ONLY A FINDING WITH A
      * LATER FINDING DATE OPENS A NEW CASE.
      *
      * EC-STATUS LIFE CYCLE:
      *   N  NEW - OPENED BY CASEFEED, NOBODY HAS TAKEN IT YET
      *   W  BEING WORKED - AN OWNER IS ASSIGNED
      *   C  CLOSED - EC-RESOLUTION SAYS HOW
      *---------------------------------------------------------------*
       01 EXCEPTION-CASE-RECORD.
          05 EC-CASE-ID.
             10 EC-OPENED-DATE          PIC 9(8).
             10 EC-OPENED-SEQ           PIC 9(4).
          05 EC-STATUS                  PIC X.
             88 EC-NEW                      VALUE 'N'.
             88 EC-BEING-WORKED             VALUE 'W'.
             88 EC-CLOSED                   VALUE 'C'.
             88 EC-OPEN                     VALUE 'N' 'W'.
          05 EC-SEVERITY                PIC X.
             88 EC-SEV-HIGH                 VALUE 'H'.
             88 EC-SEV-MEDIUM               VALUE 'M'.
             88 EC-SEV-LOW                  VALUE 'L'.
      * THE JOB WHOSE OUTPUT RAISED THE FINDING, BY PROGRAM NAME.
          05 EC-SOURCE-JOB              PIC X(8).
          05 EC-FINDING-KEY             PIC X(30).
          05 EC-FINDING-DATE            PIC 9(8).
          05 EC-DESCRIPTION             PIC X(40).
          05 EC-LAST-SEEN-DATE          PIC 9(8).
          05 EC-SEEN-COUNT              PIC 9(4).
          05 EC-OWNER-ID                PIC X(8).
          05 EC-ASSIGNED-BY             PIC X(8).
          05 EC-ASSIGNED-DATE           PIC 9(8).
      * THE LATEST NOTE ONLY - EVERY NOTE, ASSIGNMENT AND CLOSE IS
      * ALSO WRITTEN TO THE CASEHIST TD QUEUE ('CSHS') AS IT HAPPENS.
          05 EC-NOTE                    PIC X(60).
          05 EC-NOTE-USER               PIC X(8).
          05 EC-NOTE-DATE               PIC 9(8).
          05 EC-RESOLUTION              PIC X(4).
             88 EC-RES-FIXED                VALUE 'FIXD'.
             88 EC-RES-RERUN                VALUE 'RERN'.
             88 EC-RES-ACCEPTED             VALUE 'ACPT'.
             88 EC-RES-FALSE-ALARM          VALUE 'FALS'.
             88 EC-RES-DUPLICATE            VALUE 'DUPL'.
             88 EC-RES-VALID                VALUE 'FIXD' 'RERN' 'ACPT'
                                                  'FALS' 'DUPL'.
          05 EC-CLOSED-BY               PIC X(8).
          05 EC-CLOSED-DATE             PIC 9(8).
          05 FILLER                     PIC X(18).
