      *---------------------------------------------------------------*
      * CASEMAP - SYMBOLIC MAP FOR THE VGEX EXCEPTION CASE TRANSACTION
      * (CASEMNT.cbl). GENERATED BY HAND TO MATCH WHAT
      * DFHMSD/DFHMDI/DFHMDF (MAPSET CASEMAP, MAP CASEMAP) WOULD
      * PRODUCE FOR THE FIELDS BELOW - KEEP IN STEP WITH THE BMS
      * SOURCE IN COBOL/BMS/CASEMAP.bms IF EITHER CHANGES.
      *---------------------------------------------------------------*
       01 CASEMAPI.
          02 LHDGL                      PIC S9(4) COMP.
          02 LHDGF                      PIC X.
          02 FILLER REDEFINES LHDGF.
             03 LHDGA                   PIC X.
          02 LHDGI                      PIC X(76).
          02 LIN01L                     PIC S9(4) COMP.
          02 LIN01F                     PIC X.
          02 FILLER REDEFINES LIN01F.
             03 LIN01A                  PIC X.
          02 LIN01I                     PIC X(76).
          02 LIN02L                     PIC S9(4) COMP.
          02 LIN02F                     PIC X.
          02 FILLER REDEFINES LIN02F.
             03 LIN02A                  PIC X.
          02 LIN02I                     PIC X(76).
          02 LIN03L                     PIC S9(4) COMP.
          02 LIN03F                     PIC X.
          02 FILLER REDEFINES LIN03F.
             03 LIN03A                  PIC X.
          02 LIN03I                     PIC X(76).
          02 LIN04L                     PIC S9(4) COMP.
          02 LIN04F                     PIC X.
          02 FILLER REDEFINES LIN04F.
             03 LIN04A                  PIC X.
          02 LIN04I                     PIC X(76).
          02 LIN05L                     PIC S9(4) COMP.
          02 LIN05F                     PIC X.
          02 FILLER REDEFINES LIN05F.
             03 LIN05A                  PIC X.
          02 LIN05I                     PIC X(76).
          02 LIN06L                     PIC S9(4) COMP.
          02 LIN06F                     PIC X.
          02 FILLER REDEFINES LIN06F.
             03 LIN06A                  PIC X.
          02 LIN06I                     PIC X(76).
          02 LIN07L                     PIC S9(4) COMP.
          02 LIN07F                     PIC X.
          02 FILLER REDEFINES LIN07F.
             03 LIN07A                  PIC X.
          02 LIN07I                     PIC X(76).
          02 LIN08L                     PIC S9(4) COMP.
          02 LIN08F                     PIC X.
          02 FILLER REDEFINES LIN08F.
             03 LIN08A                  PIC X.
          02 LIN08I                     PIC X(76).
          02 LIN09L                     PIC S9(4) COMP.
          02 LIN09F                     PIC X.
          02 FILLER REDEFINES LIN09F.
             03 LIN09A                  PIC X.
          02 LIN09I                     PIC X(76).
          02 LIN10L                     PIC S9(4) COMP.
          02 LIN10F                     PIC X.
          02 FILLER REDEFINES LIN10F.
             03 LIN10A                  PIC X.
          02 LIN10I                     PIC X(76).
          02 CASEIDL                    PIC S9(4) COMP.
          02 CASEIDF                    PIC X.
          02 FILLER REDEFINES CASEIDF.
             03 CASEIDA                 PIC X.
          02 CASEIDI                    PIC X(12).
          02 OWNERL                     PIC S9(4) COMP.
          02 OWNERF                     PIC X.
          02 FILLER REDEFINES OWNERF.
             03 OWNERA                  PIC X.
          02 OWNERI                     PIC X(8).
          02 RESCDL                     PIC S9(4) COMP.
          02 RESCDF                     PIC X.
          02 FILLER REDEFINES RESCDF.
             03 RESCDA                  PIC X.
          02 RESCDI                     PIC X(4).
          02 NOTEL                      PIC S9(4) COMP.
          02 NOTEF                      PIC X.
          02 FILLER REDEFINES NOTEF.
             03 NOTEA                   PIC X.
          02 NOTEI                      PIC X(60).
          02 DTL1L                      PIC S9(4) COMP.
          02 DTL1F                      PIC X.
          02 FILLER REDEFINES DTL1F.
             03 DTL1A                   PIC X.
          02 DTL1I                      PIC X(76).
          02 DTL2L                      PIC S9(4) COMP.
          02 DTL2F                      PIC X.
          02 FILLER REDEFINES DTL2F.
             03 DTL2A                   PIC X.
          02 DTL2I                      PIC X(76).
          02 DTL3L                      PIC S9(4) COMP.
          02 DTL3F                      PIC X.
          02 FILLER REDEFINES DTL3F.
             03 DTL3A                   PIC X.
          02 DTL3I                      PIC X(76).
          02 MSGL                       PIC S9(4) COMP.
          02 MSGF                       PIC X.
          02 FILLER REDEFINES MSGF.
             03 MSGA                    PIC X.
          02 MSGI                       PIC X(60).

       01 CASEMAPO REDEFINES CASEMAPI.
          02 FILLER                     PIC X(3).
          02 LHDGO                      PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN01O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN02O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN03O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN04O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN05O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN06O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN07O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN08O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN09O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 LIN10O                     PIC X(76).
          02 FILLER                     PIC X(3).
          02 CASEIDO                    PIC X(12).
          02 FILLER                     PIC X(3).
          02 OWNERO                     PIC X(8).
          02 FILLER                     PIC X(3).
          02 RESCDO                     PIC X(4).
          02 FILLER                     PIC X(3).
          02 NOTEO                      PIC X(60).
          02 FILLER                     PIC X(3).
          02 DTL1O                      PIC X(76).
          02 FILLER                     PIC X(3).
          02 DTL2O                      PIC X(76).
          02 FILLER                     PIC X(3).
          02 DTL3O                      PIC X(76).
          02 FILLER                     PIC X(3).
          02 MSGO                       PIC X(60).
