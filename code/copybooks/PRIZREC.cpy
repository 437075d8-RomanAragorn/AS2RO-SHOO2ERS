      * Prize-ledger record, one line per posting on
      * prize_ledger.txt, keyed by the player the posting belongs
      * to.  The ledger is only ever appended to; a player's balance
      * is the sum of the postings on its id.
      *   AW - award posted from the prize schedule by SEASCLOSE
      *        (season close) or LEAGUEPTS (finalised league
      *        window); PL-GAME-ID/PL-POSITION name the board and
      *        finishing position it was won on.
      *   RD - redemption at the counter posted by PRIZELDG;
      *        PL-REF carries the voucher or till reference.
      *   TO - balance transferred off a merged id by PLAYMAINT;
      *        PL-REF names the surviving id.
      *   TI - the same balance transferred onto the surviving id;
      *        PL-REF names the merged id.
      *   FF - balance forfeited by a banned player, posted by
      *        PRIZELDG so it no longer counts as a liability.
      * PL-AMOUNT is always positive; AW and TI add to the balance,
      * RD, TO and FF take it away.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY PRIZREC REPLACING ==RECNAME== BY ==LEDGERLINE==.
       01  RECNAME.
           05  PL-PLAYER-ID                 PIC X(10).
           05  PL-DATE                      PIC 9(08).
           05  PL-TIME                      PIC 9(06).
           05  PL-ENTRY                     PIC X(02).
               88  LEDGER-AWARD             VALUE "AW".
               88  LEDGER-REDEMPTION        VALUE "RD".
               88  LEDGER-TRANSFER-OUT      VALUE "TO".
               88  LEDGER-TRANSFER-IN       VALUE "TI".
               88  LEDGER-FORFEIT           VALUE "FF".
           05  PL-SOURCE                    PIC X(09).
           05  PL-GAME-ID                   PIC X(10).
           05  PL-POSITION                  PIC 9(02).
           05  PL-AMOUNT                    PIC 9(07)V99.
           05  PL-REF                       PIC X(10).
