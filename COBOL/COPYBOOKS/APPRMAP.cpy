      *---------------------------------------------------------------*
      * APPRMAP - SYMBOLIC MAP FOR THE VGAP FOUR-EYES APPROVAL
      * TRANSACTION (APPRMNT.cbl). GENERATED BY HAND TO MATCH WHAT
      * DFHMSD/DFHMDI/DFHMDF (MAPSET APPRMAP, MAP APPRMAP) WOULD
      * PRODUCE FOR THE FIELDS BELOW - KEEP IN STEP WITH THE BMS
      * SOURCE IN COBOL/BMS/APPRMAP.bms IF EITHER CHANGES.
      *---------------------------------------------------------------*
       01 APPRMAPI.
          02 ITEMIDL                    PIC S9(4) COMP.
          02 ITEMIDF                    PIC X.
          02 FILLER REDEFINES ITEMIDF.
             03 ITEMIDA                 PIC X.
          02 ITEMIDI                    PIC X(19).
          02 KINDL                      PIC S9(4) COMP.
          02 KINDF                      PIC X.
          02 FILLER REDEFINES KINDF.
             03 KINDA                   PIC X.
          02 KINDI                      PIC X(16).
          02 STATL                      PIC S9(4) COMP.
          02 STATF                      PIC X.
          02 FILLER REDEFINES STATF.
             03 STATA                   PIC X.
          02 STATI                      PIC X(10).
          02 MAKERL                     PIC S9(4) COMP.
          02 MAKERF                     PIC X.
          02 FILLER REDEFINES MAKERF.
             03 MAKERA                  PIC X.
          02 MAKERI                     PIC X(8).
          02 MADEL                      PIC S9(4) COMP.
          02 MADEF                      PIC X.
          02 FILLER REDEFINES MADEF.
             03 MADEA                   PIC X.
          02 MADEI                      PIC X(15).
          02 AMTL                       PIC S9(4) COMP.
          02 AMTF                       PIC X.
          02 FILLER REDEFINES AMTF.
             03 AMTA                    PIC X.
          02 AMTI                       PIC X(11).
          02 DTL1L                      PIC S9(4) COMP.
          02 DTL1F                      PIC X.
          02 FILLER REDEFINES DTL1F.
             03 DTL1A                   PIC X.
          02 DTL1I                      PIC X(70).
          02 DTL2L                      PIC S9(4) COMP.
          02 DTL2F                      PIC X.
          02 FILLER REDEFINES DTL2F.
             03 DTL2A                   PIC X.
          02 DTL2I                      PIC X(70).
          02 NOTEL                      PIC S9(4) COMP.
          02 NOTEF                      PIC X.
          02 FILLER REDEFINES NOTEF.
             03 NOTEA                   PIC X.
          02 NOTEI                      PIC X(30).
          02 MSGL                       PIC S9(4) COMP.
          02 MSGF                       PIC X.
          02 FILLER REDEFINES MSGF.
             03 MSGA                    PIC X.
          02 MSGI                       PIC X(60).

       01 APPRMAPO REDEFINES APPRMAPI.
          02 FILLER                     PIC X(3).
          02 ITEMIDO                    PIC X(19).
          02 FILLER                     PIC X(3).
          02 KINDO                      PIC X(16).
          02 FILLER                     PIC X(3).
          02 STATO                      PIC X(10).
          02 FILLER                     PIC X(3).
          02 MAKERO                     PIC X(8).
          02 FILLER                     PIC X(3).
          02 MADEO                      PIC X(15).
          02 FILLER                     PIC X(3).
          02 AMTO                       PIC X(11).
          02 FILLER                     PIC X(3).
          02 DTL1O                      PIC X(70).
          02 FILLER                     PIC X(3).
          02 DTL2O                      PIC X(70).
          02 FILLER                     PIC X(3).
          02 NOTEO                      PIC X(30).
          02 FILLER                     PIC X(3).
          02 MSGO                       PIC X(60).
