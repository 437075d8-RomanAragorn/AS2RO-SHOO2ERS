      * Suspense history record, one line per suspense row SUSPFIX
      * has resolved, appended to suspense_hist.txt as the row
      * leaves suspense.txt so what became of a rejected score can
      * still be traced afterwards.  SH-ACTION says how the row was
      * resolved - R resubmitted to new_score.txt (SH-RAW is the row
      * as resubmitted, after any field fixes) or Z discarded - and
      * SH-DATE/SH-TIME stamp the SUSPFIX run.  SH-REASON and
      * SH-SOURCE are copied from the suspense row.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY SUSHREC REPLACING ==RECNAME== BY ==SUSPHISTLINE==.
       01  RECNAME.
           05  SH-DATE                      PIC 9(08).
           05  SH-TIME                      PIC 9(06).
           05  SH-ACTION                    PIC X(01).
               88  SUSP-RESUBMITTED         VALUE "R".
               88  SUSP-DISCARDED           VALUE "Z".
           05  SH-REASON                    PIC X(02).
           05  SH-SOURCE                    PIC X(09).
           05  SH-RAW                       PIC X(44).
