      *   input order, and print true ties as a shared rank (two
      *   players at rank 3, next player at rank 5) on the report;
      *   blank slots now always sort below real rows.
      *   Clear the reason code and the carry-forward counts on
      *   every audit line written, so no audit line goes out with
      *   storage that was never set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIGHSCORE.
       ENVIRONMENT DIVISION.
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD GAMEFILE.
       COPY GAMEREC REPLACING ==RECNAME==       BY ==GAMEMASTER==
       0178-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE SPACES TO AUD-REASON.
           MOVE SPACES TO AUD-CARRY-COUNTS.
           WRITE AUDITLINE.

       0180-CLEAR-NEWSCOREFILE.
