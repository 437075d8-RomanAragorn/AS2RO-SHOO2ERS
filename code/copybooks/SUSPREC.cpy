               88  SUSP-UNKNOWN-GAME        VALUE "UG".
               88  SUSP-RETIRED-GAME        VALUE "GR".
               88  SUSP-MERGED-PLAYER       VALUE "PM".
               88  SUSP-CABINET-CONFIG      VALUE "CG".
           05  SP-SOURCE                    PIC X(09).
           05  SP-RAW                       PIC X(44).
