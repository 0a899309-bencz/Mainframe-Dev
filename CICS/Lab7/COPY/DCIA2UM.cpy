           02 FILLER REDEFINES CRLIMITF.
              03 CRLIMITA               PIC X.
           02 CRLIMITI                  PIC X(09).
           02 PLANCDL                   PIC S9(4) COMP.
           02 PLANCDF                   PIC X.
           02 FILLER REDEFINES PLANCDF.
              03 PLANCDA                PIC X.
           02 PLANCDI                   PIC X(02).
           02 REASNL                    PIC S9(4) COMP.
           02 REASNF                    PIC X.
           02 FILLER REDEFINES REASNF.
           02 FILLER                    PIC X(03).
           02 CRLIMITO                  PIC X(09).
           02 FILLER                    PIC X(03).
           02 PLANCDO                   PIC X(02).
           02 FILLER                    PIC X(03).
           02 REASNO                    PIC X(30).
           02 FILLER                    PIC X(03).
           02 MSGO                      PIC X(60).
