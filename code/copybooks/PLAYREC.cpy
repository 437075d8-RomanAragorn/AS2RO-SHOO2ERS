      * player may appear on a board, "B" once banned, and "M" once
      * the id has been merged into a surviving id - a merged id is
      * kept on the master for the record but accepts no new scores.
      * FLD-CONTACT-BY says how the player asked to be reached -
      * "E" e-mail or "P" phone - and FLD-CONTACT holds the address
      * or number.  FLD-OPT-IN is "Y" only while the player has
      * agreed to be sent board notifications; anything else
      * (including a blank on an old-format row) means do not send.
      * COPY this member REPLACING RECNAME with the 01-level name
      * and each FLD- field with the caller's own prefix, e.g.
      *     COPY PLAYREC REPLACING ==RECNAME==         BY ==PLAYERMASTER==
      *                            ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
      *                            ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
      *                            ==FLD-REG-DATE==    BY ==PM-REG-DATE==
      *                            ==FLD-STATUS==      BY ==PM-STATUS==
      *                            ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
      *                            ==FLD-CONTACT==     BY ==PM-CONTACT==
      *                            ==FLD-OPT-IN==      BY ==PM-OPT-IN==.
       01  RECNAME.
           05  FLD-PLAYER-ID                PIC X(10).
           05  FLD-PLAYER-NAME              PIC X(20).
               88  PLAYER-ACTIVE            VALUE "A".
               88  PLAYER-BANNED            VALUE "B".
               88  PLAYER-MERGED            VALUE "M".
           05  FLD-CONTACT-BY               PIC X(01).
               88  CONTACT-BY-EMAIL         VALUE "E".
               88  CONTACT-BY-PHONE         VALUE "P".
           05  FLD-CONTACT                  PIC X(40).
           05  FLD-OPT-IN                   PIC X(01).
               88  PLAYER-OPTED-IN          VALUE "Y".
