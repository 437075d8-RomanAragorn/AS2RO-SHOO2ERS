      * Cabinet master record, one line per cabinet on cabinets.txt,
      * maintained by CABMAINT and read by COLLECT, which only merges
      * a feed row from a cabinet that is in service.  CM-VENUE is
      * the site the cabinet stands in and groups the cabinet
      * activity report; CM-INSTALL-DATE is the YYYYMMDD the
      * cabinet was installed there.  A decommissioned cabinet is
      * kept on the master so its history still reads back.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY CABREC REPLACING ==RECNAME== BY ==CABINETMASTER==.
       01  RECNAME.
           05  CM-CABINET-ID                PIC X(04).
           05  CM-VENUE                     PIC X(20).
           05  CM-DESC                      PIC X(20).
           05  CM-STATUS                    PIC X(01).
               88  CABINET-IN-SERVICE       VALUE "I".
               88  CABINET-OUT-OF-SERVICE   VALUE "O".
               88  CABINET-DECOMMISSIONED   VALUE "D".
           05  CM-INSTALL-DATE              PIC 9(08).
