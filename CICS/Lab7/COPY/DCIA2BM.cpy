      * SYMBOLIC MAP FOR MAPSET DCIA2BM, MAP MAPF
      * STATEMENT HISTORY SCREEN (TRANSACTION IA2B)
       01  MAPFI.
           02 FILLER                    PIC X(12).
           02 ACCTNOL                   PIC S9(4) COMP.
           02 ACCTNOF                   PIC X.
           02 FILLER REDEFINES ACCTNOF.
              03 ACCTNOA                PIC X.
           02 ACCTNOI                   PIC X(09).
           02 STMTDTL                   PIC S9(4) COMP.
           02 STMTDTF                   PIC X.
           02 FILLER REDEFINES STMTDTF.
              03 STMTDTA                PIC X.
           02 STMTDTI                   PIC X(08).
           02 ACTIONL                   PIC S9(4) COMP.
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA                PIC X.
           02 ACTIONI                   PIC X(01).
           02 HDR1L                     PIC S9(4) COMP.
           02 HDR1F                     PIC X.
           02 FILLER REDEFINES HDR1F.
              03 HDR1A                  PIC X.
           02 HDR1I                     PIC X(78).
           02 HDR2L                     PIC S9(4) COMP.
           02 HDR2F                     PIC X.
           02 FILLER REDEFINES HDR2F.
              03 HDR2A                  PIC X.
           02 HDR2I                     PIC X(78).
           02 HDR3L                     PIC S9(4) COMP.
           02 HDR3F                     PIC X.
           02 FILLER REDEFINES HDR3F.
              03 HDR3A                  PIC X.
           02 HDR3I                     PIC X(78).
           02 HDR4L                     PIC S9(4) COMP.
           02 HDR4F                     PIC X.
           02 FILLER REDEFINES HDR4F.
              03 HDR4A                  PIC X.
           02 HDR4I                     PIC X(78).
           02 LINE1L                    PIC S9(4) COMP.
           02 LINE1F                    PIC X.
           02 FILLER REDEFINES LINE1F.
              03 LINE1A                 PIC X.
           02 LINE1I                    PIC X(78).
           02 LINE2L                    PIC S9(4) COMP.
           02 LINE2F                    PIC X.
           02 FILLER REDEFINES LINE2F.
              03 LINE2A                 PIC X.
           02 LINE2I                    PIC X(78).
           02 LINE3L                    PIC S9(4) COMP.
           02 LINE3F                    PIC X.
           02 FILLER REDEFINES LINE3F.
              03 LINE3A                 PIC X.
           02 LINE3I                    PIC X(78).
           02 LINE4L                    PIC S9(4) COMP.
           02 LINE4F                    PIC X.
           02 FILLER REDEFINES LINE4F.
              03 LINE4A                 PIC X.
           02 LINE4I                    PIC X(78).
           02 LINE5L                    PIC S9(4) COMP.
           02 LINE5F                    PIC X.
           02 FILLER REDEFINES LINE5F.
              03 LINE5A                 PIC X.
           02 LINE5I                    PIC X(78).
           02 MSGL                      PIC S9(4) COMP.
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(60).

       01  MAPFO REDEFINES MAPFI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCTNOO                   PIC X(09).
           02 FILLER                    PIC X(03).
           02 STMTDTO                   PIC X(08).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 HDR1O                     PIC X(78).
           02 FILLER                    PIC X(03).
           02 HDR2O                     PIC X(78).
           02 FILLER                    PIC X(03).
           02 HDR3O                     PIC X(78).
           02 FILLER                    PIC X(03).
           02 HDR4O                     PIC X(78).
           02 FILLER                    PIC X(03).
           02 LINE1O                    PIC X(78).
           02 FILLER                    PIC X(03).
           02 LINE2O                    PIC X(78).
           02 FILLER                    PIC X(03).
           02 LINE3O                    PIC X(78).
           02 FILLER                    PIC X(03).
           02 LINE4O                    PIC X(78).
           02 FILLER                    PIC X(03).
           02 LINE5O                    PIC X(78).
           02 FILLER                    PIC X(03).
           02 MSGO                      PIC X(60).
