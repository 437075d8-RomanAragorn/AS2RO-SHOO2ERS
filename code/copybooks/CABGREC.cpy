      * Cabinet-game assignment record, one line per game installed
      * on a cabinet, kept on cabinet_games.txt by CABMAINT.  COLLECT
      * parks any feed row whose GAME-ID is not installed on the
      * cabinet that uploaded it, which catches a mis-flashed board
      * or a swapped ROM the game master check alone lets through.
      * CG-INSTALL-DATE is the YYYYMMDD the game was installed.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY CABGREC REPLACING ==RECNAME== BY ==CABGAMELINE==.
       01  RECNAME.
           05  CG-CABINET-ID                PIC X(04).
           05  CG-GAME-ID                   PIC X(10).
           05  CG-INSTALL-DATE              PIC 9(08).
