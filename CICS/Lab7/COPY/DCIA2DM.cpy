      * SYMBOLIC MAP FOR MAPSET DCIA2DM, MAP MAPD
      * CARDHOLDER DISPUTE CASE SCREEN (TRANSACTION IA2D)
       01  MAPDI.
           02 FILLER                    PIC X(12).
           02 ACCTNOL                   PIC S9(4) COMP.
           02 ACCTNOF                   PIC X.
           02 FILLER REDEFINES ACCTNOF.
              03 ACCTNOA                PIC X.
           02 ACCTNOI                   PIC X(09).
           02 TDATEL                    PIC S9(4) COMP.
           02 TDATEF                    PIC X.
           02 FILLER REDEFINES TDATEF.
              03 TDATEA                 PIC X.
           02 TDATEI                    PIC X(08).
           02 TSEQL                     PIC S9(4) COMP.
           02 TSEQF                     PIC X.
           02 FILLER REDEFINES TSEQF.
              03 TSEQA                  PIC X.
           02 TSEQI                     PIC X(03).
           02 ITEML                     PIC S9(4) COMP.
           02 ITEMF                     PIC X.
           02 FILLER REDEFINES ITEMF.
              03 ITEMA                  PIC X.
           02 ITEMI                     PIC X(60).
           02 REASCDL                   PIC S9(4) COMP.
           02 REASCDF                   PIC X.
           02 FILLER REDEFINES REASCDF.
              03 REASCDA                PIC X.
           02 REASCDI                   PIC X(02).
           02 DAMTL                     PIC S9(4) COMP.
           02 DAMTF                     PIC X.
           02 FILLER REDEFINES DAMTF.
              03 DAMTA                  PIC X.
           02 DAMTI                     PIC X(09).
           02 ACTIONL                   PIC S9(4) COMP.
           02 ACTIONF                   PIC X.
           02 FILLER REDEFINES ACTIONF.
              03 ACTIONA                PIC X.
           02 ACTIONI                   PIC X(01).
           02 CASEL                     PIC S9(4) COMP.
           02 CASEF                     PIC X.
           02 FILLER REDEFINES CASEF.
              03 CASEA                  PIC X.
           02 CASEI                     PIC X(60).
           02 DUEL                      PIC S9(4) COMP.
           02 DUEF                      PIC X.
           02 FILLER REDEFINES DUEF.
              03 DUEA                   PIC X.
           02 DUEI                      PIC X(60).
           02 MSGL                      PIC S9(4) COMP.
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(60).

       01  MAPDO REDEFINES MAPDI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 ACCTNOO                   PIC X(09).
           02 FILLER                    PIC X(03).
           02 TDATEO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 TSEQO                     PIC X(03).
           02 FILLER                    PIC X(03).
           02 ITEMO                     PIC X(60).
           02 FILLER                    PIC X(03).
           02 REASCDO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 DAMTO                     PIC X(09).
           02 FILLER                    PIC X(03).
           02 ACTIONO                   PIC X(01).
           02 FILLER                    PIC X(03).
           02 CASEO                     PIC X(60).
           02 FILLER                    PIC X(03).
           02 DUEO                      PIC X(60).
           02 FILLER                    PIC X(03).
           02 MSGO                      PIC X(60).
