      * Submission history record, one line per feed row COLLECT has
      * ever read, on submit_hist.txt, so scores that never made a
      * board can still be looked back on.  SB-COLLECT-DATE and
      * SB-COLLECT-TIME stamp the COLLECT run that read the row -
      * every row of one run carries the same stamp - and
      * SB-DISPOSITION is blank for a row merged into new_score.txt
      * or the suspense reason code it was parked under.  SB-FEED-ROW
      * is the feed row exactly as the cabinet sent it (FEEDREC).
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY SUBHREC REPLACING ==RECNAME== BY ==SUBMHISTLINE==.
       01  RECNAME.
           05  SB-COLLECT-DATE              PIC 9(08).
           05  SB-COLLECT-TIME              PIC 9(06).
           05  SB-DISPOSITION               PIC X(02).
               88  SUBM-MERGED              VALUE SPACES.
           05  SB-FEED-ROW.
               10  SB-CABINET-ID            PIC X(04).
               10  SB-FEED-SEQ              PIC 9(06).
               10  SB-PLAYER-ID             PIC X(10).
               10  SB-SCORE                 PIC 9(10).
               10  SB-DATE                  PIC 9(08).
               10  SB-TIME                  PIC 9(06).
               10  SB-GAME-ID               PIC X(10).
