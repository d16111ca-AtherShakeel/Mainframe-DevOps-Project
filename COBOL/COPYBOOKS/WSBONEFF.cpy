      * WSBONEFF - VIBEGARDEN EFFECTIVE-DATED BONUS TIER SETS
      * (WORKING-STORAGE). LOADED FROM BONUSEFF.DAT, WHERE EACH ROW
      * CARRIES AN EFFECTIVE DATE AHEAD OF THE SAME TIER FIELDS AS
      * BONUSTBL.DAT - ROWS SHARING AN EFFECTIVE DATE FORM ONE SET, AND
      * EVERY SET MUST CARRY ALL FOUR TIERS. THE TRAILING MODE BYTE (SEE
      * WSBONUS.cpy) LETS EACH SET BE FLAT OR MARGINAL. THE LOADING
      * PROGRAM COPIES THE SET IN EFFECT FOR ITS TARGET DATE (RUN DATE
      * FOR CALCDVOP/SUBPGM1/RECONCIL, THE RECORD'S MS-ID-DATE FOR
      * SCOREADJ) INTO THE SHARED WS-BONUS-TABLE (WSBONUS.cpy), SO EVERY
      * DOWNSTREAM LOOKUP AND VALIDATION PARAGRAPH WORKS UNCHANGED. WHEN
      * BONUSEFF.DAT IS ABSENT THE PROGRAMS FALL BACK TO THE SINGLE LIVE
      * BONUSTBL.DAT TABLE, EXACTLY AS BEFORE.
      *---------------------------------------------------------------*
       01 WS-BONUS-SET-TABLE.
          05 WS-BONUS-SET OCCURS 12 TIMES INDEXED BY WS-SET-IDX.
                15 WS-SET-TIER-LOW   PIC 9(3)V99.
                15 WS-SET-TIER-HIGH  PIC 9(3)V99.
                15 WS-SET-TIER-MULT  PIC 9V9.
                15 WS-SET-TIER-MODE  PIC X.
       01 WS-BONUS-SET-CTL.
          05 WS-SET-COUNT            PIC 9(2) VALUE ZERO.
          05 WS-SET-LOADED-SW        PIC X VALUE 'N'.
