               88  AUTH-REAS-HEADROOM           VALUE 'H'.
               88  AUTH-REAS-CLOSED             VALUE 'C'.
               88  AUTH-REAS-DELQ               VALUE 'Q'.
               88  AUTH-REAS-CHGOFF             VALUE 'W'.
      * CARD-LEVEL DECLINES - THE CARD KEYED ON IA25 IS LOST, STOLEN
      * OR REPLACED, OR PAST ITS EXPIRY MONTH. THE ACCOUNT ITSELF MAY
      * WELL BE IN GOOD ORDER
               88  AUTH-REAS-BLOCKED            VALUE 'B'.
               88  AUTH-REAS-EXPIRED            VALUE 'E'.
               88  AUTH-REAS-OK                 VALUE ' '.
           05  AUTH-OPID               PIC X(03).
           05  AUTH-TERMID             PIC X(04).
