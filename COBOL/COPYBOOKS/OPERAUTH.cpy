      *---------------------------------------------------------------*
      * OPERAUTH - OPERATOR AUTHORITY TABLE FOR THE FOUR-EYES
      * CONTROLS. ONE RECORD PER OPERATOR (SIGN-ON USER ID), SAYING
      * WHICH KINDS OF CHANGE THEY MAY MAKE AND WHICH THEY MAY
      * APPROVE. AN OPERATOR NOT ON THE TABLE MAY DO NEITHER. HELD AS
      * THE OPERAUTH VSAM KSDS ONLINE (KEYED ON OA-USER-ID, READ BY
      * TIERMNT.cbl AND APPRMNT.cbl) AND AS OPERAUTH.DAT IN BATCH
      * (READ BY SCOREADJ.cbl), SAME LAYOUT, MAINTAINED BY SECURITY
      * ADMINISTRATION - NOT BY ANY OPERATOR IT AUTHORIZES.
      * MAY-MAKE AND MAY-APPROVE ARE INDEPENDENT: ONE OPERATOR CAN
      * HOLD BOTH, BUT NEVER CHECKS THEIR OWN ITEM (APPRMNT REFUSES
      * A CHECKER WHOSE ID MATCHES PA-MAKER-ID).
      *---------------------------------------------------------------*
       01 OPERATOR-AUTH-RECORD.
          05 OA-USER-ID                 PIC X(8).
          05 OA-USER-NAME               PIC X(30).
          05 OA-TIER-MAKE               PIC X.
             88 OA-MAY-MAKE-TIER            VALUE 'Y'.
          05 OA-TIER-APPROVE            PIC X.
             88 OA-MAY-APPROVE-TIER         VALUE 'Y'.
          05 OA-ADJ-MAKE                PIC X.
             88 OA-MAY-MAKE-ADJ             VALUE 'Y'.
          05 OA-ADJ-APPROVE             PIC X.
             88 OA-MAY-APPROVE-ADJ          VALUE 'Y'.
