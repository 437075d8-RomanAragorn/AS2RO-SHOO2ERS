      *   master, so history cannot be folded into a banned or
      *   already-merged id whose new scores would only land in
      *   suspense.
      *   Carry a merged id's outstanding prize-ledger balance over
      *   to its surviving id: a transfer-out posting on the merged
      *   id and a matching transfer-in on the survivor are appended
      *   to prize_ledger.txt, so the balance follows the player and
      *   the ledger history of both ids stays intact.
      *   Carry contact details for board notifications on the
      *   master: an add may now supply how the player is reached
      *   (e-mail or phone), the address or number and an opt-in
      *   flag; a contact transaction (action C) replaces them and
      *   an opt transaction (action O) only switches the opt-in
      *   flag.  Opting in is refused while no contact is on file,
      *   and a merged id's contact details can no longer be changed.
      *   Widen the generation copy line so the contact columns of
      *   players.txt survive the roll to .g1, and clear the reason
      *   code and carry-forward counts on every audit line written.
      *   Take in the players registered at the counter by FRONTDSK:
      *   each is journalled on desk_regs.txt as well as appended to
      *   players.txt, and any journalled player not on the master
      *   as loaded (registered while this run was under way) is put
      *   back before the transactions are applied, so the rewrite
      *   never drops a counter registration.  The journal is
      *   cleared once it has been taken in, and the master is
      *   rewritten for a restored player even when no transaction
      *   file is present.
      *   Fold a merged id's league points into its survivor on
      *   standings.txt (rolled to .g1-.g3 first), so the standings
      *   no longer carry a merged-away id.  The front-desk journal
      *   is no longer cleared outright: a row that could not be
      *   restored, or that was written after this run read the
      *   journal, is kept on desk_regs.txt for the next run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYMAINT.
       ENVIRONMENT DIVISION.
       SELECT OPTIONAL GENLOGFILE ASSIGN TO "records\gen_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LEDGERFILE ASSIGN TO "records\prize_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PL-STATUS.

       SELECT OPTIONAL DESKREGFILE ASSIGN TO "records\desk_regs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-STATUS.

       SELECT OPTIONAL STANDINGSFILE ASSIGN TO "records\standings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYERFILE.
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD TXNFILE.
       01  PLAYER-TXN.
           05  TX-ACTION                   PIC X(01).
           05  TX-PLAYER-ID                PIC X(10).
           05  TX-PLAYER-NAME              PIC X(20).
           05  TX-CONTACT-BY               PIC X(01).
           05  TX-CONTACT                  PIC X(40).
           05  TX-OPT-IN                   PIC X(01).

       FD HIGHSCORESFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==HIGHSCORELINE==
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD GENINFILE.
       01  GEN-IN-LINE                     PIC X(120).

       FD GENOUTFILE.
       01  GEN-OUT-LINE                    PIC X(120).

       FD GENLOGFILE.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       FD LEDGERFILE.
       COPY PRIZREC REPLACING ==RECNAME== BY ==LEDGERLINE==.

       FD DESKREGFILE.
       COPY PLAYREC REPLACING ==RECNAME==         BY ==DESKREGLINE==
                              ==FLD-PLAYER-ID==   BY ==DR-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==DR-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==DR-REG-DATE==
                              ==FLD-STATUS==      BY ==DR-STATUS==
                              ==FLD-CONTACT-BY==  BY ==DR-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==DR-CONTACT==
                              ==FLD-OPT-IN==      BY ==DR-OPT-IN==.

       FD STANDINGSFILE.
       COPY STANDREC REPLACING ==RECNAME==       BY ==STANDINGLINE==
                               ==FLD-PLAYER-ID== BY ==ST-PLAYER-ID==
                               ==FLD-POINTS==    BY ==ST-POINTS==
                               ==FLD-BOARDS==    BY ==ST-BOARDS==
                               ==FLD-PREV-RANK== BY ==ST-PREV-RANK==.

       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-TX-STATUS                    PIC XX.
       01  WS-SP-STATUS                    PIC XX.
       01  WS-IX-STATUS                    PIC XX.
       01  WS-GEN-IN-STATUS                PIC XX.
       01  WS-PL-STATUS                    PIC XX.
       01  WS-DR-STATUS                    PIC XX.
       01  WS-ST-STATUS                    PIC XX.

       01  WS-GEN-IN-PATH                  PIC X(40).
       01  WS-GEN-OUT-PATH                 PIC X(40).
           03  WS-PM-REGDT                 PIC 9(08) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-CBY-TABLE.
           03  WS-PM-CBY                   PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-CONTACT-TABLE.
           03  WS-PM-CONTACT               PIC X(40) OCCURS 500 TIMES.
       01  WS-PM-OPTIN-TABLE.
           03  WS-PM-OPTIN                 PIC X(01) OCCURS 500 TIMES.

       01  WS-MERGE-MAX                    PIC 9(04) VALUE 50.
       01  WS-MERGE-COUNT                  PIC 9(04) VALUE 0.
       01  WS-MG-SURVIVOR                  PIC X(10).
       01  WS-SV-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-MG-LOOKUP-ID                 PIC X(10).
       01  WS-MG-BAL-TABLE.
           03  WS-MG-BAL                   PIC S9(07)V99
                                           OCCURS 50 TIMES.

       01  WS-HS-MAX                       PIC 9(04) VALUE 2000.
       01  WS-HS-COUNT                     PIC 9(04) VALUE 0.
       01  WS-HS-OVF-SW                    PIC X VALUE "N".
           88  WS-HS-OVERFLOW              VALUE "Y".

       01  WS-ST-MAX                       PIC 9(04) VALUE 500.
       01  WS-ST-COUNT                     PIC 9(04) VALUE 0.
       01  WS-ST-ID-TABLE.
           03  WS-ST-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-ST-POINTS-TABLE.
           03  WS-ST-POINTS                PIC 9(06) OCCURS 500 TIMES.
       01  WS-ST-BOARDS-TABLE.
           03  WS-ST-BOARDS                PIC 9(04) OCCURS 500 TIMES.
       01  WS-ST-PREV-TABLE.
           03  WS-ST-PREV                  PIC 9(04) OCCURS 500 TIMES.
       01  WS-ST-FLAG-TABLE.
           03  WS-ST-FLAG                  PIC X(01) OCCURS 500 TIMES.
       01  WS-ST-OVF-SW                    PIC X VALUE "N".
           88  WS-ST-OVERFLOW              VALUE "Y".
       01  WS-ST-CHANGED-SW                PIC X VALUE "N".
           88  WS-ST-CHANGED               VALUE "Y".
       01  WS-ST-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-AR-MAX                       PIC 9(04) VALUE 2000.
       01  WS-AR-COUNT                     PIC 9(04) VALUE 0.
       01  WS-AR-TABLE.
           88  WS-EOF-SP                   VALUE "Y".
       01  WS-EOF-IX-SW                    PIC X VALUE "N".
           88  WS-EOF-IX                   VALUE "Y".
       01  WS-EOF-PL-SW                    PIC X VALUE "N".
           88  WS-EOF-PL                   VALUE "Y".
       01  WS-EOF-DR-SW                    PIC X VALUE "N".
           88  WS-EOF-DR                   VALUE "Y".
       01  WS-EOF-ST-SW                    PIC X VALUE "N".
           88  WS-EOF-ST                   VALUE "Y".

       01  WS-DESK-RESTORED                PIC 9(04) VALUE 0.
       01  WS-DESK-READ                    PIC 9(04) VALUE 0.
       01  WS-DESK-SKIP                    PIC 9(04) VALUE 0.
       01  WS-DK-MAX                       PIC 9(04) VALUE 100.
       01  WS-DK-COUNT                     PIC 9(04) VALUE 0.
       01  WS-DK-TABLE.
           03  WS-DK-LINE                  PIC X(81) OCCURS 100 TIMES.
       01  WS-DK-OVF-SW                    PIC X VALUE "N".
           88  WS-DK-OVERFLOW              VALUE "Y".

       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.

           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0065-RESTORE-DESK-REGS.
           OPEN INPUT TXNFILE.
           IF WS-TX-STATUS IS EQUAL TO "00"
              SET WS-TX-FILE-OPEN TO TRUE
              END-IF
              PERFORM 0180-CLEAR-TXNFILE
           ELSE
              IF WS-DESK-RESTORED > 0
                 PERFORM 0150-REWRITE-MASTER
              ELSE
                 DISPLAY "PLAYMAINT: no transaction file - "
                    "player master left unchanged"
              END-IF
           END-IF.
           PERFORM 0182-CLEAR-DESKREGFILE.
           PERFORM 0200-STOP-RUN.

       0060-LOAD-PLAYER-MASTER.
                           WS-PM-REGDT(WS-PLAYER-COUNT)
                        MOVE PM-STATUS TO
                           WS-PM-STAT(WS-PLAYER-COUNT)
                        MOVE PM-CONTACT-BY TO
                           WS-PM-CBY(WS-PLAYER-COUNT)
                        MOVE PM-CONTACT TO
                           WS-PM-CONTACT(WS-PLAYER-COUNT)
                        MOVE PM-OPT-IN TO
                           WS-PM-OPTIN(WS-PLAYER-COUNT)
                     ELSE
                        DISPLAY "PLAYMAINT: player master table "
                           "full - ignoring extra players"
              CLOSE PLAYERFILE
           END-IF.

      * FRONTDSK appends its registrations straight to players.txt
      * and refuses while this step is logged as running, so a
      * journalled player is normally on the master already; one
      * that is not was registered after the master was loaded.
       0065-RESTORE-DESK-REGS.
           OPEN INPUT DESKREGFILE.
           IF WS-DR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-DR
                  READ DESKREGFILE
                  AT END
                     SET WS-EOF-DR TO TRUE
                  END-READ
                  IF NOT WS-EOF-DR
                     ADD 1 TO WS-DESK-READ
                     PERFORM 0066-LOOK-UP-DESK-REG
                     IF WS-PM-FOUND-IX IS EQUAL TO 0
                        PERFORM 0067-RESTORE-ONE-DESK-REG
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE DESKREGFILE
           END-IF.

       0066-LOOK-UP-DESK-REG.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF DR-PLAYER-ID IS EQUAL TO WS-PM-ID(K)
                  MOVE K TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0067-RESTORE-ONE-DESK-REG.
           IF WS-PLAYER-COUNT < WS-PLAYER-MAX
              ADD 1 TO WS-PLAYER-COUNT
              ADD 1 TO WS-DESK-RESTORED
              MOVE DR-PLAYER-ID TO WS-PM-ID(WS-PLAYER-COUNT)
              MOVE DR-PLAYER-NAME TO WS-PM-NAME(WS-PLAYER-COUNT)
              MOVE DR-REG-DATE TO WS-PM-REGDT(WS-PLAYER-COUNT)
              MOVE DR-STATUS TO WS-PM-STAT(WS-PLAYER-COUNT)
              MOVE DR-CONTACT-BY TO WS-PM-CBY(WS-PLAYER-COUNT)
              MOVE DR-CONTACT TO WS-PM-CONTACT(WS-PLAYER-COUNT)
              MOVE DR-OPT-IN TO WS-PM-OPTIN(WS-PLAYER-COUNT)
              DISPLAY "PLAYMAINT: front-desk registration "
                 DR-PLAYER-ID " restored to the player master"
           ELSE
              DISPLAY "PLAYMAINT: front-desk registration "
                 DR-PLAYER-ID " not restored - player master "
                 "table full"
              PERFORM 0068-KEEP-DESK-REG
           END-IF.

       0068-KEEP-DESK-REG.
           IF WS-DK-COUNT < WS-DK-MAX
              ADD 1 TO WS-DK-COUNT
              MOVE DESKREGLINE TO WS-DK-LINE(WS-DK-COUNT)
           ELSE
              SET WS-DK-OVERFLOW TO TRUE
           END-IF.

       0100-PROCESS.
           PERFORM UNTIL WS-EOF-TX
               READ TXNFILE
                    PERFORM 0140-BAN-PLAYER
                 WHEN "M"
                    PERFORM 0145-MERGE-PLAYER
                 WHEN "C"
                    PERFORM 0142-CHANGE-CONTACT
                 WHEN "O"
                    PERFORM 0144-CHANGE-OPT-IN
                 WHEN OTHER
                    DISPLAY "PLAYMAINT: rejecting transaction "
                       "with unknown action " TX-ACTION
                 MOVE TX-PLAYER-NAME TO WS-PM-NAME(WS-PLAYER-COUNT)
                 MOVE WS-RUN-DATE TO WS-PM-REGDT(WS-PLAYER-COUNT)
                 MOVE "A" TO WS-PM-STAT(WS-PLAYER-COUNT)
                 IF (TX-CONTACT-BY IS EQUAL TO "E"
                    OR TX-CONTACT-BY IS EQUAL TO "P")
                    AND TX-CONTACT IS NOT EQUAL TO SPACES
                    MOVE TX-CONTACT-BY TO WS-PM-CBY(WS-PLAYER-COUNT)
                    MOVE TX-CONTACT TO
                       WS-PM-CONTACT(WS-PLAYER-COUNT)
                    IF TX-OPT-IN IS EQUAL TO "Y"
                       MOVE "Y" TO WS-PM-OPTIN(WS-PLAYER-COUNT)
                    ELSE
                       MOVE "N" TO WS-PM-OPTIN(WS-PLAYER-COUNT)
                    END-IF
                 ELSE
                    MOVE SPACE TO WS-PM-CBY(WS-PLAYER-COUNT)
                    MOVE SPACES TO WS-PM-CONTACT(WS-PLAYER-COUNT)
                    MOVE "N" TO WS-PM-OPTIN(WS-PLAYER-COUNT)
                 END-IF
              ELSE
                 DISPLAY "PLAYMAINT: add rejected - player "
                    "master table full"
                 TX-PLAYER-ID " not registered"
           END-IF.

      * A blank contact method clears the contact details and with
      * them the opt-in; otherwise the method must be E or P and an
      * address or number must be given.
       0142-CHANGE-CONTACT.
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              DISPLAY "PLAYMAINT: contact change rejected - player "
                 TX-PLAYER-ID " not registered"
           ELSE
           IF WS-PM-STAT(WS-PM-FOUND-IX) IS EQUAL TO "M"
              DISPLAY "PLAYMAINT: contact change rejected - player "
                 TX-PLAYER-ID " has been merged"
           ELSE
           IF TX-CONTACT-BY IS EQUAL TO SPACE
              MOVE SPACE TO WS-PM-CBY(WS-PM-FOUND-IX)
              MOVE SPACES TO WS-PM-CONTACT(WS-PM-FOUND-IX)
              MOVE "N" TO WS-PM-OPTIN(WS-PM-FOUND-IX)
           ELSE
           IF (TX-CONTACT-BY IS NOT EQUAL TO "E"
              AND TX-CONTACT-BY IS NOT EQUAL TO "P")
              OR TX-CONTACT IS EQUAL TO SPACES
              DISPLAY "PLAYMAINT: contact change rejected - "
                 "invalid contact method or blank contact for "
                 "player " TX-PLAYER-ID
           ELSE
              MOVE TX-CONTACT-BY TO WS-PM-CBY(WS-PM-FOUND-IX)
              MOVE TX-CONTACT TO WS-PM-CONTACT(WS-PM-FOUND-IX)
              IF TX-OPT-IN IS EQUAL TO "Y"
                 MOVE "Y" TO WS-PM-OPTIN(WS-PM-FOUND-IX)
              ELSE
                 MOVE "N" TO WS-PM-OPTIN(WS-PM-FOUND-IX)
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0144-CHANGE-OPT-IN.
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              DISPLAY "PLAYMAINT: opt change rejected - player "
                 TX-PLAYER-ID " not registered"
           ELSE
           IF WS-PM-STAT(WS-PM-FOUND-IX) IS EQUAL TO "M"
              DISPLAY "PLAYMAINT: opt change rejected - player "
                 TX-PLAYER-ID " has been merged"
           ELSE
           IF TX-OPT-IN IS EQUAL TO "N"
              MOVE "N" TO WS-PM-OPTIN(WS-PM-FOUND-IX)
           ELSE
           IF TX-OPT-IN IS NOT EQUAL TO "Y"
              DISPLAY "PLAYMAINT: opt change rejected - opt-in "
                 "flag must be Y or N for player " TX-PLAYER-ID
           ELSE
           IF WS-PM-CONTACT(WS-PM-FOUND-IX) IS EQUAL TO SPACES
              DISPLAY "PLAYMAINT: opt change rejected - no contact "
                 "on file for player " TX-PLAYER-ID
           ELSE
              MOVE "Y" TO WS-PM-OPTIN(WS-PM-FOUND-IX)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0145-MERGE-PLAYER.
           MOVE TX-PLAYER-NAME(1:10) TO WS-MG-SURVIVOR.
           IF WS-PM-FOUND-IX IS EQUAL TO 0
               MOVE WS-PM-NAME(K) TO PM-PLAYER-NAME
               MOVE WS-PM-REGDT(K) TO PM-REG-DATE
               MOVE WS-PM-STAT(K) TO PM-STATUS
               MOVE WS-PM-CBY(K) TO PM-CONTACT-BY
               MOVE WS-PM-CONTACT(K) TO PM-CONTACT
               MOVE WS-PM-OPTIN(K) TO PM-OPT-IN
               WRITE PLAYERMASTER
               ADD 1 TO K
           END-PERFORM.
           PERFORM 0156-MERGE-SUSPENSE.
           PERFORM 0158-MERGE-INDEX.
           CLOSE AUDITFILE.
           PERFORM 0163-MERGE-STANDINGS.
           PERFORM 0170-TRANSFER-PRIZES.

       0152-MERGE-SCOREFILE.
           OPEN INPUT HIGHSCORESFILE.
               END-IF
           END-PERFORM.

       0163-MERGE-STANDINGS.
           OPEN INPUT STANDINGSFILE.
           IF WS-ST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "PLAYMAINT: no standings.txt - points "
                 "not reassigned there"
           ELSE
              PERFORM UNTIL WS-EOF-ST
                  READ STANDINGSFILE
                  AT END
                     SET WS-EOF-ST TO TRUE
                  END-READ
                  IF NOT WS-EOF-ST
                     IF WS-ST-COUNT < WS-ST-MAX
                        ADD 1 TO WS-ST-COUNT
                        MOVE ST-PLAYER-ID TO WS-ST-ID(WS-ST-COUNT)
                        IF ST-POINTS IS NUMERIC
                           MOVE ST-POINTS TO
                              WS-ST-POINTS(WS-ST-COUNT)
                        ELSE
                           MOVE 0 TO WS-ST-POINTS(WS-ST-COUNT)
                        END-IF
                        IF ST-BOARDS IS NUMERIC
                           MOVE ST-BOARDS TO
                              WS-ST-BOARDS(WS-ST-COUNT)
                        ELSE
                           MOVE 0 TO WS-ST-BOARDS(WS-ST-COUNT)
                        END-IF
                        IF ST-PREV-RANK IS NUMERIC
                           MOVE ST-PREV-RANK TO
                              WS-ST-PREV(WS-ST-COUNT)
                        ELSE
                           MOVE 0 TO WS-ST-PREV(WS-ST-COUNT)
                        END-IF
                        MOVE SPACE TO WS-ST-FLAG(WS-ST-COUNT)
                     ELSE
                        SET WS-ST-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE STANDINGSFILE
              IF WS-ST-OVERFLOW
                 DISPLAY "PLAYMAINT: standings.txt larger than "
                    "the work table - left untouched"
              ELSE
                 PERFORM 0164-REASSIGN-STANDINGS
              END-IF
           END-IF.

      * The survivor keeps its own previous rank; LEAGUEPTS ranks
      * the folded total afresh on its next run.
       0164-REASSIGN-STANDINGS.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-ST-COUNT
               MOVE WS-ST-ID(K) TO WS-MG-LOOKUP-ID
               PERFORM 0146-FIND-MERGE-PAIR
               IF WS-MG-FOUND-IX > 0
                  SET WS-ST-CHANGED TO TRUE
                  MOVE WS-MG-NEW(WS-MG-FOUND-IX) TO WS-MG-SURVIVOR
                  PERFORM 0165-FIND-STANDING
                  IF WS-ST-FOUND-IX IS EQUAL TO 0
                     MOVE WS-MG-SURVIVOR TO WS-ST-ID(K)
                  ELSE
                     ADD WS-ST-POINTS(K) TO
                        WS-ST-POINTS(WS-ST-FOUND-IX)
                        ON SIZE ERROR
                           MOVE 999999 TO
                              WS-ST-POINTS(WS-ST-FOUND-IX)
                     END-ADD
                     ADD WS-ST-BOARDS(K) TO
                        WS-ST-BOARDS(WS-ST-FOUND-IX)
                        ON SIZE ERROR
                           MOVE 9999 TO
                              WS-ST-BOARDS(WS-ST-FOUND-IX)
                     END-ADD
                     MOVE "D" TO WS-ST-FLAG(K)
                  END-IF
                  DISPLAY "PLAYMAINT: standings points of "
                     WS-MG-OLD(WS-MG-FOUND-IX) " folded into "
                     WS-MG-SURVIVOR
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF WS-ST-CHANGED
              MOVE "records\standings.txt" TO WS-GEN-MASTER-PATH
              MOVE "records\standings.g1" TO WS-GEN-G1-PATH
              MOVE "records\standings.g2" TO WS-GEN-G2-PATH
              MOVE "records\standings.g3" TO WS-GEN-G3-PATH
              MOVE "STANDINGS" TO WS-GEN-MASTER-TAG
              PERFORM 0190-ROLL-GENERATIONS
              OPEN OUTPUT STANDINGSFILE
              MOVE 1 TO K
              PERFORM UNTIL K > WS-ST-COUNT
                  IF WS-ST-FLAG(K) IS EQUAL TO SPACE
                     MOVE WS-ST-ID(K) TO ST-PLAYER-ID
                     MOVE WS-ST-POINTS(K) TO ST-POINTS
                     MOVE WS-ST-BOARDS(K) TO ST-BOARDS
                     MOVE WS-ST-PREV(K) TO ST-PREV-RANK
                     WRITE STANDINGLINE
                  END-IF
                  ADD 1 TO K
              END-PERFORM
              CLOSE STANDINGSFILE
           END-IF.

       0165-FIND-STANDING.
           MOVE 0 TO WS-ST-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-ST-COUNT OR WS-ST-FOUND-IX > 0
               IF WS-ST-ID(L) IS EQUAL TO WS-MG-SURVIVOR
                  AND WS-ST-FLAG(L) IS EQUAL TO SPACE
                  AND L IS NOT EQUAL TO K
                  MOVE L TO WS-ST-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0166-REKEY-INDEX-ROWS.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-IXM-COUNT
              PERFORM 0178-WRITE-AUDIT
           END-IF.

       0170-TRANSFER-PRIZES.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-MERGE-COUNT
               MOVE 0 TO WS-MG-BAL(K)
               ADD 1 TO K
           END-PERFORM.
           OPEN INPUT LEDGERFILE.
           IF WS-PL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PL
                  READ LEDGERFILE
                  AT END
                     SET WS-EOF-PL TO TRUE
                  END-READ
                  IF NOT WS-EOF-PL
                     PERFORM 0172-SUM-LEDGER-ROW
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE LEDGERFILE.
           OPEN EXTEND LEDGERFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-MERGE-COUNT
               IF WS-MG-BAL(K) > 0
                  PERFORM 0174-POST-TRANSFER
               END-IF
               ADD 1 TO K
           END-PERFORM.
           CLOSE LEDGERFILE.

       0172-SUM-LEDGER-ROW.
           MOVE PL-PLAYER-ID TO WS-MG-LOOKUP-ID.
           PERFORM 0146-FIND-MERGE-PAIR.
           IF WS-MG-FOUND-IX > 0
              AND PL-AMOUNT IS NUMERIC
              IF LEDGER-AWARD OR LEDGER-TRANSFER-IN
                 ADD PL-AMOUNT TO WS-MG-BAL(WS-MG-FOUND-IX)
              ELSE
                 SUBTRACT PL-AMOUNT FROM WS-MG-BAL(WS-MG-FOUND-IX)
              END-IF
           END-IF.

       0174-POST-TRANSFER.
           MOVE WS-MG-OLD(K) TO PL-PLAYER-ID.
           MOVE WS-RUN-DATE TO PL-DATE.
           MOVE WS-RUN-TIME TO PL-TIME.
           SET LEDGER-TRANSFER-OUT TO TRUE.
           MOVE "PLAYMAINT" TO PL-SOURCE.
           MOVE SPACES TO PL-GAME-ID.
           MOVE 0 TO PL-POSITION.
           MOVE WS-MG-BAL(K) TO PL-AMOUNT.
           MOVE WS-MG-NEW(K) TO PL-REF.
           WRITE LEDGERLINE.
           MOVE WS-MG-NEW(K) TO PL-PLAYER-ID.
           SET LEDGER-TRANSFER-IN TO TRUE.
           MOVE WS-MG-OLD(K) TO PL-REF.
           WRITE LEDGERLINE.
           DISPLAY "PLAYMAINT: prize balance of " WS-MG-OLD(K)
              " transferred to " WS-MG-NEW(K).

       0178-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE SPACES TO AUD-REASON.
           MOVE SPACES TO AUD-CARRY-COUNTS.
           WRITE AUDITLINE.

       0180-CLEAR-TXNFILE.
           OPEN OUTPUT TXNFILE.
           CLOSE TXNFILE.

      * Only the rows this run has taken in are cleared: a row it
      * could not restore, or one FRONTDSK appended after 0065 read
      * the journal, is written back for the next run.  Should the
      * rows to keep outgrow the work table, the journal is left
      * whole - taking it in again is harmless, since rows already
      * on the master are passed over.
       0182-CLEAR-DESKREGFILE.
           MOVE 0 TO WS-DESK-SKIP.
           MOVE "N" TO WS-EOF-DR-SW.
           OPEN INPUT DESKREGFILE.
           IF WS-DR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-DR
                  READ DESKREGFILE
                  AT END
                     SET WS-EOF-DR TO TRUE
                  END-READ
                  IF NOT WS-EOF-DR
                     IF WS-DESK-SKIP < WS-DESK-READ
                        ADD 1 TO WS-DESK-SKIP
                     ELSE
                        PERFORM 0068-KEEP-DESK-REG
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE DESKREGFILE
           END-IF.
           IF WS-DK-OVERFLOW
              DISPLAY "PLAYMAINT: too many front-desk registrations "
                 "to keep - desk_regs.txt left whole"
           ELSE
              OPEN OUTPUT DESKREGFILE
              MOVE 1 TO K
              PERFORM UNTIL K > WS-DK-COUNT
                  MOVE WS-DK-LINE(K) TO DESKREGLINE
                  WRITE DESKREGLINE
                  ADD 1 TO K
              END-PERFORM
              CLOSE DESKREGFILE
              IF WS-DK-COUNT > 0
                 DISPLAY "PLAYMAINT: " WS-DK-COUNT " front-desk "
                    "registrations kept on desk_regs.txt"
              END-IF
           END-IF.

       0190-ROLL-GENERATIONS.
           MOVE WS-GEN-G2-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G3-PATH TO WS-GEN-OUT-PATH.
