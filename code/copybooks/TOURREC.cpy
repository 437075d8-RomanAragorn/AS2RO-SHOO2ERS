      * Tournament master record, one line per tournament on
      * tournaments.txt, maintained by TOURNMAINT.  A tournament is
      * played on a single game between TM-START-DATE/TM-START-TIME
      * and TM-END-DATE/TM-END-TIME inclusive.  TM-ENTRY-CAP limits
      * how many players may enter (zero means no limit) and
      * TM-QUAL-CUT is how many finishing places go through to the
      * finals.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY TOURREC REPLACING ==RECNAME== BY ==TOURNMASTER==.
       01  RECNAME.
           05  TM-TOURN-ID                  PIC X(08).
           05  TM-GAME-ID                   PIC X(10).
           05  TM-START-DATE                PIC 9(08).
           05  TM-START-TIME                PIC 9(06).
           05  TM-END-DATE                  PIC 9(08).
           05  TM-END-TIME                  PIC 9(06).
           05  TM-ENTRY-CAP                 PIC 9(04).
           05  TM-QUAL-CUT                  PIC 9(04).
           05  TM-TITLE                     PIC X(20).
