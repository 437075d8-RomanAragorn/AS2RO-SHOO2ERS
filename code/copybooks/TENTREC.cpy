      * Tournament entrant record, one line per player entered in a
      * tournament on tourn_entrants.txt, maintained by TOURNMAINT.
      * Only players registered and active on players.txt can be
      * entered; TE-ENTRY-DATE is the date the entry was taken.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY TENTREC REPLACING ==RECNAME== BY ==ENTRANTLINE==.
       01  RECNAME.
           05  TE-TOURN-ID                  PIC X(08).
           05  TE-PLAYER-ID                 PIC X(10).
           05  TE-ENTRY-DATE                PIC 9(08).
