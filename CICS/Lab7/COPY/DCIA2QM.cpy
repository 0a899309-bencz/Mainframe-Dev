      * PURCHASE AUTHORIZATION SCREEN (TRANSACTION IA25)
       01  MAP5I.
           02 FILLER                    PIC X(12).
           02 CARDNOL                   PIC S9(4) COMP.
           02 CARDNOF                   PIC X.
           02 FILLER REDEFINES CARDNOF.
              03 CARDNOA                PIC X.
           02 CARDNOI                   PIC X(16).
           02 AMTL                      PIC S9(4) COMP.
           02 AMTF                      PIC X.
           02 FILLER REDEFINES AMTF.
              03 AMTA                   PIC X.
           02 AMTI                      PIC X(09).
           02 ACCTNOL                   PIC S9(4) COMP.
           02 ACCTNOF                   PIC X.
           02 FILLER REDEFINES ACCTNOF.
              03 ACCTNOA                PIC X.
           02 ACCTNOI                   PIC X(09).
           02 RSLTL                     PIC S9(4) COMP.
           02 RSLTF                     PIC X.
           02 FILLER REDEFINES RSLTF.
       01  MAP5O REDEFINES MAP5I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 CARDNOO                   PIC X(16).
           02 FILLER                    PIC X(03).
           02 AMTO                      PIC X(09).
           02 FILLER                    PIC X(03).
           02 ACCTNOO                   PIC X(09).
           02 FILLER                    PIC X(03).
           02 RSLTO                     PIC X(20).
           02 FILLER                    PIC X(03).
           02 AVAILO                    PIC X(15).
