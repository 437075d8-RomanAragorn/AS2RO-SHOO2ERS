      * Prize-schedule record, one line per game and finishing
      * position on prize_schedule.txt.  SEASCLOSE looks up the
      * closing game's GAME-ID; LEAGUEPTS looks up the reserved
      * GAME-ID "LEAGUE" for the cross-game league standings.
      * PZ-AMOUNT is the value credited to the player's prize
      * ledger (free-play credit or voucher value) and PZ-DESC is
      * the counter's description of the prize.  Tied players
      * sharing a position each receive that position's prize.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY PRIZSCHD REPLACING ==RECNAME== BY ==SCHEDULELINE==.
       01  RECNAME.
           05  PZ-GAME-ID                   PIC X(10).
               88  PZ-LEAGUE-SCHEDULE       VALUE "LEAGUE".
           05  PZ-POSITION                  PIC 9(02).
           05  PZ-AMOUNT                    PIC 9(07)V99.
           05  PZ-DESC                      PIC X(20).
