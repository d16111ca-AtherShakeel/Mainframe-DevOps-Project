          02 FILLER REDEFINES BASESCF.
             03 BASESCA                 PIC X.
          02 BASESCI                    PIC X(5).
          02 PARTIDL                    PIC S9(4) COMP.
          02 PARTIDF                    PIC X.
          02 FILLER REDEFINES PARTIDF.
             03 PARTIDA                 PIC X.
          02 PARTIDI                    PIC X(8).
          02 ENMULTL                    PIC S9(4) COMP.
          02 ENMULTF                    PIC X.
          02 FILLER REDEFINES ENMULTF.
          02 FILLER                     PIC X(3).
          02 BASESCO                    PIC X(5).
          02 FILLER                     PIC X(3).
          02 PARTIDO                    PIC X(8).
          02 FILLER                     PIC X(3).
          02 ENMULTO                    PIC X(3).
          02 FILLER                     PIC X(3).
          02 ENRSLTO                    PIC X(10).
