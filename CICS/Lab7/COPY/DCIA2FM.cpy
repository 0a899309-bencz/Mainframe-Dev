      * SYMBOLIC MAP FOR MAPSET DCIA2FM, MAP MAPE
      * PRICING PLAN MAINTENANCE SCREEN (TRANSACTION IA2P)
       01  MAPEI.
           02 FILLER                    PIC X(12).
           02 PLANCDL                   PIC S9(4) COMP.
           02 PLANCDF                   PIC X.
           02 FILLER REDEFINES PLANCDF.
              03 PLANCDA                PIC X.
           02 PLANCDI                   PIC X(02).
           02 DESCL                     PIC S9(4) COMP.
           02 DESCF                     PIC X.
           02 FILLER REDEFINES DESCF.
              03 DESCA                  PIC X.
           02 DESCI                     PIC X(20).
           02 RATEL                     PIC S9(4) COMP.
           02 RATEF                     PIC X.
           02 FILLER REDEFINES RATEF.
              03 RATEA                  PIC X.
           02 RATEI                     PIC X(04).
           02 MPRATEL                   PIC S9(4) COMP.
           02 MPRATEF                   PIC X.
           02 FILLER REDEFINES MPRATEF.
              03 MPRATEA                PIC X.
           02 MPRATEI                   PIC X(04).
           02 FLOORL                    PIC S9(4) COMP.
           02 FLOORF                    PIC X.
           02 FILLER REDEFINES FLOORF.
              03 FLOORA                 PIC X.
           02 FLOORI                    PIC X(05).
           02 LATEFEEL                  PIC S9(4) COMP.
           02 LATEFEEF                  PIC X.
           02 FILLER REDEFINES LATEFEEF.
              03 LATEFEEA               PIC X.
           02 LATEFEEI                  PIC X(05).
           02 OVLFEEL                   PIC S9(4) COMP.
           02 OVLFEEF                   PIC X.
           02 FILLER REDEFINES OVLFEEF.
              03 OVLFEEA                PIC X.
           02 OVLFEEI                   PIC X(05).
           02 ACTIONL                   PIC S9(4) COMP.
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA                PIC X.
           02 ACTIONI                   PIC X(01).
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

       01  MAPEO REDEFINES MAPEI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 PLANCDO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 DESCO                     PIC X(20).
           02 FILLER                    PIC X(03).
           02 RATEO                     PIC X(04).
           02 FILLER                    PIC X(03).
           02 MPRATEO                   PIC X(04).
           02 FILLER                    PIC X(03).
           02 FLOORO                    PIC X(05).
           02 FILLER                    PIC X(03).
           02 LATEFEEO                  PIC X(05).
           02 FILLER                    PIC X(03).
           02 OVLFEEO                   PIC X(05).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
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
