      * SYMBOLIC MAP FOR MAPSET DCIA2LM, MAP MAPC
      * UNAPPLIED PAYMENT SUSPENSE RESEARCH SCREEN (TRANSACTION IA2L)
       01  MAPCI.
           02 FILLER                    PIC X(12).
           02 DDATEL                    PIC S9(4) COMP.
           02 DDATEF                    PIC X.
           02 FILLER REDEFINES DDATEF.
              03 DDATEA                 PIC X.
           02 DDATEI                    PIC X(08).
           02 BATCHL                    PIC S9(4) COMP.
           02 BATCHF                    PIC X.
           02 FILLER REDEFINES BATCHF.
              03 BATCHA                 PIC X.
           02 BATCHI                    PIC X(05).
           02 ITEML                     PIC S9(4) COMP.
           02 ITEMF                     PIC X.
           02 FILLER REDEFINES ITEMF.
              03 ITEMA                  PIC X.
           02 ITEMI                     PIC X(04).
           02 RACCTL                    PIC S9(4) COMP.
           02 RACCTF                    PIC X.
           02 FILLER REDEFINES RACCTF.
              03 RACCTA                 PIC X.
           02 RACCTI                    PIC X(09).
           02 AMTL                      PIC S9(4) COMP.
           02 AMTF                      PIC X.
           02 FILLER REDEFINES AMTF.
              03 AMTA                   PIC X.
           02 AMTI                      PIC X(12).
           02 CHKNOL                    PIC S9(4) COMP.
           02 CHKNOF                    PIC X.
           02 FILLER REDEFINES CHKNOF.
              03 CHKNOA                 PIC X.
           02 CHKNOI                    PIC X(10).
           02 REMITL                    PIC S9(4) COMP.
           02 REMITF                    PIC X.
           02 FILLER REDEFINES REMITF.
              03 REMITA                 PIC X.
           02 REMITI                    PIC X(20).
           02 REASONL                   PIC S9(4) COMP.
           02 REASONF                   PIC X.
           02 FILLER REDEFINES REASONF.
              03 REASONA                PIC X.
           02 REASONI                   PIC X(30).
           02 STATUSL                   PIC S9(4) COMP.
           02 STATUSF                   PIC X.
           02 FILLER REDEFINES STATUSF.
              03 STATUSA                PIC X.
           02 STATUSI                   PIC X(30).
           02 NEWACCTL                  PIC S9(4) COMP.
           02 NEWACCTF                  PIC X.
           02 FILLER REDEFINES NEWACCTF.
              03 NEWACCTA               PIC X.
           02 NEWACCTI                  PIC X(09).
           02 MSGL                      PIC S9(4) COMP.
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                   PIC X.
           02 MSGI                      PIC X(60).

       01  MAPCO REDEFINES MAPCI.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 DDATEO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 BATCHO                    PIC X(05).
           02 FILLER                    PIC X(03).
           02 ITEMO                     PIC X(04).
           02 FILLER                    PIC X(03).
           02 RACCTO                    PIC X(09).
           02 FILLER                    PIC X(03).
           02 AMTO                      PIC X(12).
           02 FILLER                    PIC X(03).
           02 CHKNOO                    PIC X(10).
           02 FILLER                    PIC X(03).
           02 REMITO                    PIC X(20).
           02 FILLER                    PIC X(03).
           02 REASONO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 STATUSO                   PIC X(30).
           02 FILLER                    PIC X(03).
           02 NEWACCTO                  PIC X(09).
           02 FILLER                    PIC X(03).
           02 MSGO                      PIC X(60).
