      *---------------------------------------------------------------*
      * PENDAPPR - ONE FOUR-EYES (MAKER-CHECKER) ITEM. A TIER CHANGE
      * KEYED ON VGTM (TIERMNT.cbl) OR A SCOREADJ.cbl CORRECTION OVER
      * THE ADJLIMIT.DAT THRESHOLD IS WRITTEN HERE INSTEAD OF TAKING
      * EFFECT; A SECOND OPERATOR APPROVES OR DECLINES IT ON VGAP
      * (APPRMNT.cbl), AND APPRAGE.cbl REPORTS WHAT IS STILL WAITING.
      * SAME LAYOUT ON BOTH SIDES: THE PENDAPPR VSAM KSDS ONLINE
      * (KEYED ON PA-ITEM-ID) AND PENDAPPR.DAT IN BATCH, KEPT IN STEP
      * BY THE SAME LOAD/UNLOAD ARRANGEMENT AS BONUSTBL (SEE THE
      * TIERMNT.cbl HEADER). ITEMS ARE NEVER DELETED - A DECIDED ITEM
      * STAYS ON FILE AS THE RECORD OF WHO MADE AND WHO CHECKED IT.
      *
      * PA-STATUS LIFE CYCLE:
      *   W  WAITING FOR A CHECKER
      *   A  APPROVED, NOT YET IN EFFECT (SCORE ADJUSTMENTS ONLY -
      *      THE NEXT SCOREADJ RUN POSTS IT TO SCOREMST.DAT)
      *   P  IN EFFECT (TIER REWRITTEN ON BONUSTBL / ADJUSTMENT POSTED)
      *   D  DECLINED BY THE CHECKER (REASON IN PA-NOTE)
      *   S  STALE - APPROVED, BUT THE TIER OR SCORE IT WAS MADE
      *      AGAINST HAD CHANGED SINCE, SO IT WAS NOT APPLIED
      *      (REASON IN PA-NOTE); RE-KEY IT IF IT IS STILL WANTED
      *---------------------------------------------------------------*
       01 PENDING-APPROVAL-RECORD.
          05 PA-ITEM-ID.
             10 PA-KIND                 PIC X.
                88 PA-TIER-CHANGE           VALUE 'T'.
                88 PA-SCORE-ADJUSTMENT      VALUE 'A'.
             10 PA-MADE-DATE            PIC 9(8).
             10 PA-MADE-TIME            PIC 9(6).
             10 PA-MADE-SEQ             PIC 9(4).
          05 PA-STATUS                  PIC X.
             88 PA-WAITING                  VALUE 'W'.
             88 PA-APPROVED                 VALUE 'A'.
             88 PA-POSTED                   VALUE 'P'.
             88 PA-DECLINED                 VALUE 'D'.
             88 PA-STALE                    VALUE 'S'.
          05 PA-MAKER-ID                PIC X(8).
          05 PA-CHECKER-ID              PIC X(8).
          05 PA-DECIDED-DATE            PIC 9(8).
          05 PA-DECIDED-TIME            PIC 9(6).
      * SIZE OF THE CHANGE IN RESULT TERMS - THE ABSOLUTE DELTA FOR A
      * SCORE ADJUSTMENT, ZERO FOR A TIER CHANGE.
          05 PA-AMOUNT                  PIC 9(7)V99.
          05 PA-NOTE                    PIC X(30).
          05 PA-DETAIL                  PIC X(90).
      * TIER CHANGE: THE TIER AS IT STOOD WHEN THE CHANGE WAS KEYED
      * AND WHAT THE MAKER WANTS IT TO BECOME.
          05 PA-TIER-DETAIL REDEFINES PA-DETAIL.
             10 PA-TIER-NO              PIC 9(2).
             10 PA-OLD-LOW              PIC 9(3)V99.
             10 PA-OLD-HIGH             PIC 9(3)V99.
             10 PA-OLD-MULT             PIC 9V9.
             10 PA-NEW-LOW              PIC 9(3)V99.
             10 PA-NEW-HIGH             PIC 9(3)V99.
             10 PA-NEW-MULT             PIC 9V9.
             10 FILLER                  PIC X(64).
      * SCORE ADJUSTMENT: THE ADJUSTIN.DAT RECORD ITSELF, FIELD FOR
      * FIELD, PLUS THE MASTER RECORD'S BASE AND RESULT AT THE TIME
      * AND THE RESULT THE CORRECTION PRICED TO.
          05 PA-ADJ-DETAIL REDEFINES PA-DETAIL.
             10 PA-ADJ-REQUEST.
                15 PA-ADJ-SCORE-ID      PIC 9(12).
                15 PA-ADJ-NEW-BASE-RAW  PIC X(5).
                15 PA-ADJ-USER-ID       PIC X(8).
                15 PA-ADJ-REASON        PIC X(30).
                15 PA-ADJ-REOPEN-AUTH   PIC X(8).
             10 PA-ADJ-OLD-BASE         PIC 9(3)V99.
             10 PA-ADJ-OLD-RESULT       PIC 9(7)V99.
             10 PA-ADJ-NEW-RESULT       PIC 9(7)V99.
             10 FILLER                  PIC X(4).
