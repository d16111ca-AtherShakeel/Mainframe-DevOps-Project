      *   RF-NEW-RAW    PIC X(5)   CORRECTED BASE SCORE, SAME UNSIGNED
      *                            5-DIGIT RAW FORMAT AS SCOREIN.DAT
      *   RF-USER-ID    PIC X(8)   OPERATOR KEYING THE CORRECTION
      *   RF-NEW-PARTICIPANT PIC X(8) CORRECTED PARTICIPANT ID - LEFT
      *                            BLANK, THE REJECT'S OWN PARTICIPANT
      *                            IS RESUBMITTED UNCHANGED. WHETHER IT
      *                            IS ON PARTMST.DAT IS LEFT TO THE
      *                            NEXT CALCDVOP RUN TO CHECK.
      *
      * PARM=AGELIMIT=nnn - DAYS AN UNCORRECTED REJECT MAY SIT BEFORE
      * IT IS REPORTED AS OUTSTANDING. BLANK PARM DEFAULTS TO 7.
           05  RJ-RAW              PIC X(5).
           05  FILLER              PIC X(9).
           05  RJ-REASON           PIC X(20).
           05  RJ-PARTICIPANT      PIC X(8).

       FD  REJECT-FIX-FILE
           RECORDING MODE IS F.
           05  RF-SIGN             PIC X.
           05  RF-NEW-RAW          PIC X(5).
           05  RF-USER-ID          PIC X(8).
           05  RF-NEW-PARTICIPANT  PIC X(8).

      * SAME RECORD FORMAT AS SCOREIN.DAT - THE WHOLE POINT IS THAT
      * THE NEXT CALCDVOP RUN READS THIS FILE AS JUST ANOTHER SOURCE.
       01  RESUBMIT-RECORD.
           05  RS-SIGN             PIC X.
           05  RS-BASE-SCORE-RAW   PIC X(5).
           05  RS-PARTICIPANT-ID   PIC X(8).
           05  FILLER              PIC X(10).
       01  RESUBMIT-HEADER.
           05  RS-HDR-TYPE         PIC X.
           05  RS-HDR-SOURCE-ID    PIC X(8).
                15 WS-FIX-SIGN      PIC X.
                15 WS-FIX-RAW       PIC X(5).
                15 WS-FIX-USER      PIC X(8).
                15 WS-FIX-PART      PIC X(8).
                15 WS-FIX-USED-SW   PIC X.
                   88 WS-FIX-USED   VALUE 'Y'.

                               INDEXED BY WS-STG-IDX.
                15 WS-STG-SIGN      PIC X.
                15 WS-STG-RAW       PIC X(5).
                15 WS-STG-PART      PIC X(8).
          05 WS-STAGE-HASH          PIC 9(11)V99 VALUE ZERO.
          05 WS-STAGE-HASH-RAW REDEFINES WS-STAGE-HASH
                                     PIC 9(13).
                                 TO WS-FIX-RAW (WS-FIX-IDX)
                               MOVE RF-USER-ID
                                 TO WS-FIX-USER (WS-FIX-IDX)
                               MOVE RF-NEW-PARTICIPANT
                                 TO WS-FIX-PART (WS-FIX-IDX)
                               MOVE 'N'
                                 TO WS-FIX-USED-SW (WS-FIX-IDX)
                           ELSE
               SET WS-STG-IDX TO WS-STAGE-COUNT
               MOVE WS-SIGN           TO WS-STG-SIGN (WS-STG-IDX)
               MOVE WS-BASE-SCORE-RAW TO WS-STG-RAW (WS-STG-IDX)
               IF WS-FIX-PART (WS-FIX-IDX) = SPACES
                   MOVE RJ-PARTICIPANT TO WS-STG-PART (WS-STG-IDX)
               ELSE
                   MOVE WS-FIX-PART (WS-FIX-IDX)
                     TO WS-STG-PART (WS-STG-IDX)
               END-IF
               MOVE WS-BASE-SCORE-RAW TO WS-STAGE-HASH-RAW-WORK
               ADD WS-STAGE-HASH-WORK TO WS-STAGE-HASH
               DISPLAY "VibeGarden recycled reject " WS-REJ-DATE-NUM
                       MOVE WS-STG-SIGN (WS-STG-IDX) TO RS-SIGN
                       MOVE WS-STG-RAW (WS-STG-IDX)
                         TO RS-BASE-SCORE-RAW
                       MOVE WS-STG-PART (WS-STG-IDX)
                         TO RS-PARTICIPANT-ID
                       WRITE RESUBMIT-RECORD
                   END-PERFORM
               END-IF
