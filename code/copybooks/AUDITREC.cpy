      *   HELD     - a new score above its game's maximum credible
      *              score was held on the pending-review file
      *              instead of being promoted.
      *              Also written by ANOMCHK for a night's row it
      *              flagged as suspect and held before HIGHSCORE
      *              ran; AUD-OTHER-ID then carries its flag codes.
      *   APPROVED - an operator released a held score back into
      *              new_score.txt via SCOREREV.
      *   VOIDED   - an operator voided a held score via SCOREREV.
      *   MERGED   - a score row was reassigned from a merged player
      *              id to its surviving id by PLAYMAINT;
      *              AUD-OTHER-ID names the merged (old) id.
      *   ADJVOID  - an operator voided a single board row via
      *              BOARDADJ; AUD-SLOT is the slot it held.
      *   PURGED   - a board row was removed by BOARDADJ because
      *              its player was banned; AUD-SLOT is the slot it
      *              held.
      *   REINSTAT - a row previously evicted by a voided or purged
      *              player's score was put back on the board by
      *              BOARDADJ; AUD-SLOT is the slot it now holds and
      *              AUD-OTHER-ID names the removed player whose
      *              row freed the slot.
      *   CARRYFWD - written by RETPURGE in place of the PROMOTED,
      *              EVICTED and DUPDROP lines it moves out to a
      *              yearly history file: one line per player and
      *              game, AUD-CARRY-COUNTS holding how many of each
      *              were moved, AUD-SCORE the best score promoted
      *              among them and AUD-DATE the latest date moved.
      *              A later purge folds the line into its
      *              successor, so the counts always cover every
      *              event no longer on the trail.
      *   REGISTER - a new player was registered at the counter
      *              through FRONTDSK; AUD-PLAYER-ID is the new id.
      * AUD-REASON carries the operator's reason code on the
      * BOARDADJ events above - CG cabinet glitch, BN banned
      * player, OE operator error - and is not used by any other
      * event, and AUD-CARRY-COUNTS is blank on every line but a
      * CARRYFWD.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.
               88  AUDIT-APPROVED           VALUE "APPROVED".
               88  AUDIT-VOIDED             VALUE "VOIDED".
               88  AUDIT-MERGED             VALUE "MERGED".
               88  AUDIT-ADJVOID            VALUE "ADJVOID".
               88  AUDIT-PURGED             VALUE "PURGED".
               88  AUDIT-REINSTAT           VALUE "REINSTAT".
               88  AUDIT-CARRYFWD           VALUE "CARRYFWD".
               88  AUDIT-REGISTER           VALUE "REGISTER".
           05  AUD-GAME-ID                  PIC X(10).
           05  AUD-PLAYER-ID                PIC X(10).
           05  AUD-SCORE                    PIC 9(10).
           05  AUD-SLOT                     PIC 9(02).
           05  AUD-OTHER-ID                 PIC X(10).
           05  AUD-REASON                   PIC X(02).
               88  ADJ-CABINET-GLITCH       VALUE "CG".
               88  ADJ-BANNED-PLAYER        VALUE "BN".
               88  ADJ-OPERATOR-ERROR       VALUE "OE".
           05  AUD-CARRY-COUNTS.
               10  AUD-CARRY-PROMOTED       PIC 9(06).
               10  AUD-CARRY-EVICTED        PIC 9(06).
               10  AUD-CARRY-DUPDROP        PIC 9(06).
