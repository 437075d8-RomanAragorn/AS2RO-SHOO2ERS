      * Tournament board record, one line per entrant per
      * tournament on tourn_board.txt, built by TOURNBD from the
      * in-window scores passing through new_score.txt.  Each row
      * holds the entrant's best score in the tournament and the
      * stamp it was set at; the all-time boards are never touched.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY TBRDREC REPLACING ==RECNAME== BY ==TOURNBOARDLINE==.
       01  RECNAME.
           05  TB-TOURN-ID                  PIC X(08).
           05  TB-PLAYER-ID                 PIC X(10).
           05  TB-SCORE                     PIC 9(10).
           05  TB-DATE                      PIC 9(08).
           05  TB-TIME                      PIC 9(06).
