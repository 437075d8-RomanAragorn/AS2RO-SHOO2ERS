      * Board statistics history record, one line per GAME-ID per
      * month on board_stats_hist.txt, kept by BOARDSTAT so each
      * month's cut line can be compared with the month before.
      * BS-CUT-LINE is the lowest score on the board and BS-TOP-SCORE
      * the highest when the month was reported; BS-BOARD-ROWS is the
      * number of rows the board held.  BS-PROMOTED and BS-EVICTED
      * are the month's PROMOTED and EVICTED audit counts.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY BSTATREC REPLACING ==RECNAME== BY ==STATHISTLINE==.
       01  RECNAME.
           05  BS-GAME-ID                   PIC X(10).
           05  BS-MONTH                     PIC 9(06).
           05  BS-CUT-LINE                  PIC 9(10).
           05  BS-TOP-SCORE                 PIC 9(10).
           05  BS-BOARD-ROWS                PIC 9(04).
           05  BS-PROMOTED                  PIC 9(06).
           05  BS-EVICTED                   PIC 9(06).
