      * Integrity-sweep result record, written by INTEGCHK as the
      * single line of integrity_flag.txt every time it cross-checks
      * the masters, and read back by NIGHTRUN, which halts the
      * nightly chain unless the latest sweep passed.  IG-RESULT is
      * "PASS" when no exception was found and "FAIL" otherwise;
      * IG-DATE/IG-TIME stamp the sweep and IG-EXCEPTIONS counts
      * the exceptions listed on integrity_report.txt.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY INTGREC REPLACING ==RECNAME== BY ==INTEGRITYLINE==.
       01  RECNAME.
           05  IG-RESULT                    PIC X(04).
               88  INTEGRITY-PASS           VALUE "PASS".
               88  INTEGRITY-FAIL           VALUE "FAIL".
           05  IG-DATE                      PIC 9(08).
           05  IG-TIME                      PIC 9(06).
           05  IG-EXCEPTIONS                PIC 9(06).
