      *---------------------------------------------------------------*
      * VIBEGARDEN: CICS/BMS ONLINE SCORE ENTRY
      * THE MISSING THIRD SCREEN ALONGSIDE SCOREHIQ (INQUIRY) AND
      * TIERMNT (TIER MAINTENANCE): AN OPERATOR KEYS A BASE SCORE AND
      * THE PARTICIPANT IT BELONGS TO, SEES THE RESULT COMPUTED
      * IMMEDIATELY THROUGH THE CALLABLE
      * CALCDVOP INTERFACE (SUBPGM1.cbl'S LS-VIBE-INTERFACE,
      * INCLUDING ITS RETURN/REASON CODES ON BAD INPUT OR A
      * DEFAULT-TIER FALLBACK), AND ON PF5 CONFIRMATION THE SCORE IS

      * THE PENDING RECORD IS SCOREIN.DAT'S OWN DETAIL FORMAT - A
      * SIGN BYTE (ALWAYS SPACE FROM THIS SCREEN, THE MAP ONLY TAKES
      * UNSIGNED DIGITS), THE RAW 5-DIGIT BASE SCORE AND THE
      * PARTICIPANT ID. THE ID IS ONLY CHECKED FOR PRESENCE HERE -
      * PARTMST.DAT IS A BATCH FILE, SO WHETHER THE PARTICIPANT IS ON
      * IT (AND NOT CLOSED) IS CHECKED WHEN CALCDVOP INGESTS THE
      * QUEUE, WHERE AN UNKNOWN OR CLOSED ID LANDS ON REJECTS.DAT.
       01 WS-PENDING-RECORD.
          05 WS-PND-SIGN            PIC X VALUE SPACE.
          05 WS-PND-BASE-RAW        PIC X(5).
          05 WS-PND-PARTICIPANT     PIC X(8).

       01 WS-SWITCHES.
          05 WS-END-CONVERSATION-SW PIC X VALUE 'N'.
      * SECOND PF5 CANNOT QUEUE THE SAME SCORE TWICE.
       01 DFHCOMMAREA.
          05 CA-PENDING-RAW        PIC X(5).
          05 CA-PENDING-PART       PIC X(8).
          05 CA-COMPUTED-SW        PIC X.
             88 CA-SCORE-COMPUTED  VALUE 'Y'.

       100-INIT-CONVERSATION.
           MOVE SPACES TO WS-MSG-AREA
           MOVE SPACES TO CA-PENDING-RAW
           MOVE SPACES TO CA-PENDING-PART
           MOVE 'N' TO CA-COMPUTED-SW
           MOVE "KEY A BASE SCORE AND PARTICIPANT, PRESS ENTER"
               TO WS-MSG-AREA
           PERFORM 500-SEND-ENTRY-SCREEN.

      * VibeGarden: ONE CALL TO THE SAME CALLABLE ENGINE THE BATCH
       200-CALCULATE-SCORE.
           MOVE SPACES TO WS-MSG-AREA
           MOVE 'N' TO CA-COMPUTED-SW
           EVALUATE TRUE
               WHEN BASESCL = ZERO OR BASESCI IS NOT NUMERIC
                   MOVE "BASE SCORE MUST BE 5 DIGITS" TO WS-MSG-AREA
               WHEN PARTIDL = ZERO OR PARTIDI = SPACES
                   MOVE "PARTICIPANT ID IS REQUIRED" TO WS-MSG-AREA
               WHEN OTHER
                   MOVE BASESCI TO WS-BASE-RAW
                   MOVE WS-BASE-NUM TO WS-CALL-BASE-SCORE
                   CALL "CALCDVOP" USING WS-CALLABLE-IFACE
                   SET WS-ENGINE-CALLED TO TRUE
                   IF WS-CALL-RETURN-CODE >= 99
                       MOVE "NOT QUEUEABLE - SEE REASON CODE"
                           TO WS-MSG-AREA
                   ELSE
                       MOVE WS-BASE-RAW TO CA-PENDING-RAW
                       MOVE PARTIDI TO CA-PENDING-PART
                       SET CA-SCORE-COMPUTED TO TRUE
                       IF WS-CALL-RETURN-CODE = 01
                           MOVE
                             "DEFAULTED TO TIER - PF5 TO QUEUE ANYWAY"
                               TO WS-MSG-AREA
                       ELSE
                           MOVE
                             "RESULT SHOWN - PF5 TO CONFIRM AND QUEUE"
                               TO WS-MSG-AREA
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 500-SEND-ENTRY-SCREEN.

      * VibeGarden: APPENDS THE CONFIRMED SCORE TO THE PNDG
      * EXTRAPARTITION TD QUEUE (PENDING.DAT IN THE DCT) IN
           ELSE
               MOVE SPACE TO WS-PND-SIGN
               MOVE CA-PENDING-RAW TO WS-PND-BASE-RAW
               MOVE CA-PENDING-PART TO WS-PND-PARTICIPANT
               EXEC CICS WRITEQ TD QUEUE('PNDG')
                   FROM(WS-PENDING-RECORD)
                   LENGTH(LENGTH OF WS-PENDING-RECORD)
                       TO WS-MSG-AREA
                   MOVE 'N' TO CA-COMPUTED-SW
                   MOVE SPACES TO CA-PENDING-RAW
                   MOVE SPACES TO CA-PENDING-PART
               ELSE
                   MOVE "QUEUE WRITE FAILED - SCORE NOT QUEUED"
                       TO WS-MSG-AREA
           PERFORM 500-SEND-ENTRY-SCREEN.

       500-SEND-ENTRY-SCREEN.
           MOVE SPACES TO BASESCO PARTIDO
           IF CA-SCORE-COMPUTED
      * WS-CALLABLE-IFACE DOES NOT SURVIVE BETWEEN PSEUDO-
      * CONVERSATIONAL TASKS THE WAY DFHCOMMAREA DOES (SAME REASON
      * ENGINE'S OWN RESULT SO THE SCREEN CANNOT SHOW A RATE THE
      * ENGINE DID NOT ACTUALLY APPLY.
               MOVE CA-PENDING-RAW TO WS-BASE-RAW BASESCO
               MOVE CA-PENDING-PART TO PARTIDO
               IF WS-BASE-NUM > ZERO
                   COMPUTE WS-DERIVED-MULT ROUNDED =
                       WS-CALL-RESULT / WS-BASE-NUM
