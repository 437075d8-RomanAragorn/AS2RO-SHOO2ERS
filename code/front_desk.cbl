      * This program is the counter staff's screen for looking up a
      * player, registering a walk-in player on the spot and
      * answering "where do my scores stand" at the front desk.
      *
      * MODIFICATION HISTORY
      *   Initial version: a menu offers
      *     1 - look up a player by id: the master details (name,
      *         registration date, status, contact and opt-in), the
      *         player's rank and score on every board held on
      *         high_scores.idx, and every row of theirs still in
      *         suspense.txt or on pending_review.txt - shown even
      *         for an id not yet registered, so "UR" rows can be
      *         found;
      *     2 - search by name: every player whose name contains
      *         the fragment typed (upper/lower case alike), from
      *         which an id can be picked to look up;
      *     3 - register a new player straight onto players.txt
      *         with the same contact fields and checks as a
      *         PLAYMAINT add, warning and asking for confirmation
      *         when the name is already registered to another id.
      *   A registration is appended to players.txt at once, so
      *   HIGHSCORE accepts the player's scores that very night,
      *   written to hs_audit.txt as a REGISTER line and kept on
      *   desk_regs.txt for PLAYMAINT, which puts back on the master
      *   any front-desk registration its own rewrite did not carry
      *   and then clears the file.  Registration is refused while
      *   nightly_runlog.txt shows the open cycle's PLAYMAINT step
      *   started but not complete, and for an id already waiting
      *   as an add on player_txns.txt, so the screen and that
      *   night's PLAYMAINT never work on the master at once.
      *   Repeat the PLAYMAINT, master and player_txns.txt checks
      *   immediately before a registration is written, since the
      *   clerk may spend minutes on the form while the nightly run
      *   starts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRONTDSK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT OPTIONAL TXNFILE ASSIGN TO "records\player_txns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TX-STATUS.

       SELECT OPTIONAL DESKREGFILE ASSIGN TO "records\desk_regs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DR-STATUS.

       SELECT OPTIONAL RUNLOGFILE
           ASSIGN TO "records\nightly_runlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-STATUS.

       SELECT OPTIONAL GAMEFILE ASSIGN TO "records\games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GF-STATUS.

       SELECT MASTERIXFILE ASSIGN TO "records\high_scores.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HX-KEY
           FILE STATUS IS WS-IX-STATUS.

       SELECT OPTIONAL SUSPENSEFILE ASSIGN TO "records\suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SP-STATUS.

       SELECT OPTIONAL PENDINGFILE
           ASSIGN TO "records\pending_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-STATUS.

       SELECT OPTIONAL AUDITFILE ASSIGN TO "records\hs_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYERFILE.
       COPY PLAYREC REPLACING ==RECNAME==         BY ==PLAYERMASTER==
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

       FD DESKREGFILE.
       01  DESKREGLINE                     PIC X(81).

       FD RUNLOGFILE.
       COPY RUNLGREC REPLACING ==RECNAME== BY ==RUNLOGLINE==.

       FD GAMEFILE.
       COPY GAMEREC REPLACING ==RECNAME==       BY ==GAMEMASTER==
                              ==FLD-GAME-ID==   BY ==GM-GAME-ID==
                              ==FLD-GAME-NAME== BY ==GM-GAME-NAME==
                              ==FLD-STATUS==    BY ==GM-STATUS==
                              ==FLD-MAX-SCORE== BY ==GM-MAX-SCORE==.

       FD MASTERIXFILE.
       COPY HSIXREC REPLACING ==RECNAME==          BY ==MASTERIXREC==
                              ==FLD-IX-KEY==       BY ==HX-KEY==
                              ==FLD-IX-GAME-ID==   BY ==HX-GAME-ID==
                              ==FLD-IX-PLAYER-ID== BY ==HX-PLAYER-ID==
                              ==FLD-IX-SCORE==     BY ==HX-SCORE==
                              ==FLD-IX-DATE==      BY ==HX-DATE==
                              ==FLD-IX-TIME==      BY ==HX-TIME==.

       FD SUSPENSEFILE.
       COPY SUSPREC REPLACING ==RECNAME== BY ==SUSPENSELINE==.

       FD PENDINGFILE.
       01  PENDINGLINE                     PIC X(44).

       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-TX-STATUS                    PIC XX.
       01  WS-DR-STATUS                    PIC XX.
       01  WS-RL-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.
       01  WS-IX-STATUS                    PIC XX.
       01  WS-SP-STATUS                    PIC XX.
       01  WS-PD-STATUS                    PIC XX.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-LOWER-CASE                   PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                   PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * What the counter clerk keys in.
       01  WS-FD-CHOICE                    PIC X(01).
           88  WS-FD-EXIT                  VALUE "X" "x".
       01  WS-FD-PLAYER-ID                 PIC X(10).
       01  WS-FD-FRAGMENT                  PIC X(20).
       01  WS-FD-CONFIRM                   PIC X(01).
       01  WS-FD-MESSAGE                   PIC X(78).
       01  WS-RG-ID                        PIC X(10).
       01  WS-RG-NAME                      PIC X(20).
       01  WS-RG-CONTACT-BY                PIC X(01).
       01  WS-RG-CONTACT                   PIC X(40).
       01  WS-RG-OPT-IN                    PIC X(01).

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-TABLE.
           03  WS-PM-ENTRY                 OCCURS 500 TIMES.
               05  WS-PM-ID                PIC X(10).
               05  WS-PM-NAME              PIC X(20).
               05  WS-PM-REGDT             PIC X(08).
               05  WS-PM-STAT              PIC X(01).
               05  WS-PM-CBY               PIC X(01).
               05  WS-PM-CONTACT           PIC X(40).
               05  WS-PM-OPTIN             PIC X(01).
       01  WS-PM-OVF-SW                    PIC X VALUE "N".
           88  WS-PM-OVERFLOW              VALUE "Y".
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-GM-MAX                       PIC 9(04) VALUE 50.
       01  WS-GM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-GM-ID-TABLE.
           03  WS-GM-ID                    PIC X(10) OCCURS 50 TIMES.

      * Name search work fields.
       01  WS-NAME-UPPER                   PIC X(20).
       01  WS-FRAG-UPPER                   PIC X(20).
       01  WS-FRAG-LEN                     PIC 9(04) VALUE 0.
       01  WS-MATCH-COUNT                  PIC 9(04) VALUE 0.
       01  WS-LS-MAX                       PIC 9(04) VALUE 10.
       01  WS-LS-COUNT                     PIC 9(04) VALUE 0.
       01  WS-LS-FOUND                     PIC 9(04) VALUE 0.
       01  WS-LS-TABLE.
           03  WS-LS-LINE                  PIC X(60) OCCURS 10 TIMES.
       01  WS-LIST-DETAIL.
           05  LS-PLAYER-ID                PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LS-PLAYER-NAME              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  LS-STATUS                   PIC X(14).

      * The player shown on the detail screen.
       01  WS-SH-ID                        PIC X(10).
       01  WS-SH-NAME                      PIC X(20).
       01  WS-SH-REGDT                     PIC X(08).
       01  WS-SH-STATUS                    PIC X(14).
       01  WS-SH-CONTACT-BY                PIC X(06).
       01  WS-SH-CONTACT                   PIC X(40).
       01  WS-SH-OPT-IN                    PIC X(01).
       01  WS-DT-MAX                       PIC 9(04) VALUE 13.
       01  WS-DT-COUNT                     PIC 9(04) VALUE 0.
       01  WS-DT-MORE                      PIC 9(04) VALUE 0.
       01  WS-DT-TABLE.
           03  WS-DT-LINE                  PIC X(70) OCCURS 13 TIMES.
       01  WS-DT-NEW-LINE                  PIC X(70).
       01  WS-BOARD-COUNT                  PIC 9(04) VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(04) VALUE 0.
       01  WS-UR-COUNT                     PIC 9(04) VALUE 0.
       01  WS-SH-SCORE                     PIC 9(10) VALUE 0.
       01  WS-SH-GAME                      PIC X(10).
       01  WS-RANK-HIGHER                  PIC 9(06) VALUE 0.
       01  WS-RANK-ROWS                    PIC 9(06) VALUE 0.

       01  WS-BOARD-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  BD-GAME-ID                  PIC X(10).
           05  FILLER                      PIC X(07) VALUE "  RANK ".
           05  BD-RANK                     PIC ZZZZZ9.
           05  FILLER                      PIC X(04) VALUE " OF ".
           05  BD-ROWS                     PIC ZZZZZ9.
           05  FILLER                      PIC X(08) VALUE "  SCORE ".
           05  BD-SCORE                    PIC Z(9)9.

       01  WS-HELD-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HD-WHERE                    PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HD-REASON                   PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HD-GAME-ID                  PIC X(10).
           05  FILLER                      PIC X(08) VALUE "  SCORE ".
           05  HD-SCORE                    PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HD-DATE                     PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  HD-TIME                     PIC X(06).

       01  WS-RAW-ROW.
           05  RW-PLAYER-ID                PIC X(10).
           05  RW-SCORE                    PIC X(10).
           05  RW-DATE                     PIC X(08).
           05  RW-TIME                     PIC X(06).
           05  RW-GAME-ID                  PIC X(10).

      * Registration checks.
       01  WS-REG-OK-SW                    PIC X VALUE "N".
           88  WS-REG-OK                   VALUE "Y".
       01  WS-BATCH-BUSY-SW                PIC X VALUE "N".
           88  WS-BATCH-BUSY               VALUE "Y".
       01  WS-CYCLE-OPEN-SW                PIC X VALUE "N".
           88  WS-CYCLE-OPEN               VALUE "Y".
       01  WS-PM-STEP-STATE                PIC X(01) VALUE SPACE.
       01  WS-TXN-PENDING-SW               PIC X VALUE "N".
           88  WS-TXN-PENDING              VALUE "Y".
       01  WS-DUP-COUNT                    PIC 9(04) VALUE 0.
       01  WS-DUP-ID                       PIC X(10).

       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-TX-SW                    PIC X VALUE "N".
           88  WS-EOF-TX                   VALUE "Y".
       01  WS-EOF-RL-SW                    PIC X VALUE "N".
           88  WS-EOF-RL                   VALUE "Y".
       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".
       01  WS-EOF-IX-SW                    PIC X VALUE "N".
           88  WS-EOF-IX                   VALUE "Y".
       01  WS-EOF-SP-SW                    PIC X VALUE "N".
           88  WS-EOF-SP                   VALUE "Y".
       01  WS-EOF-PD-SW                    PIC X VALUE "N".
           88  WS-EOF-PD                   VALUE "Y".

       01 G    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE "FRONT DESK - PLAYER REGISTRATION AND ENQUIRY".
           05  LINE 04 COLUMN 10 VALUE "1  LOOK UP A PLAYER BY ID".
           05  LINE 05 COLUMN 10 VALUE "2  SEARCH PLAYERS BY NAME".
           05  LINE 06 COLUMN 10 VALUE "3  REGISTER A NEW PLAYER".
           05  LINE 07 COLUMN 10 VALUE "X  EXIT".
           05  LINE 09 COLUMN 10 VALUE "CHOICE:".
           05  LINE 09 COLUMN 18 PIC X(01) USING WS-FD-CHOICE.
           05  LINE 23 COLUMN 01 PIC X(78) FROM WS-FD-MESSAGE.

       01  ID-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE "FRONT DESK - LOOK UP A PLAYER".
           05  LINE 04 COLUMN 10 VALUE "PLAYER ID:".
           05  LINE 04 COLUMN 21 PIC X(10) USING WS-FD-PLAYER-ID.
           05  LINE 23 COLUMN 01 PIC X(78) FROM WS-FD-MESSAGE.

       01  NAME-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE "FRONT DESK - SEARCH PLAYERS BY NAME".
           05  LINE 04 COLUMN 10 VALUE "NAME OR PART OF A NAME:".
           05  LINE 04 COLUMN 34 PIC X(20) USING WS-FD-FRAGMENT.
           05  LINE 23 COLUMN 01 PIC X(78) FROM WS-FD-MESSAGE.

       01  LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE "FRONT DESK - PLAYERS MATCHING".
           05  LINE 01 COLUMN 46 PIC X(20) FROM WS-FD-FRAGMENT.
           05  LINE 03 COLUMN 03
               VALUE "PLAYER ID   NAME                  STATUS".
           05  LINE 04 COLUMN 03 PIC X(60) FROM WS-LS-LINE(1).
           05  LINE 05 COLUMN 03 PIC X(60) FROM WS-LS-LINE(2).
           05  LINE 06 COLUMN 03 PIC X(60) FROM WS-LS-LINE(3).
           05  LINE 07 COLUMN 03 PIC X(60) FROM WS-LS-LINE(4).
           05  LINE 08 COLUMN 03 PIC X(60) FROM WS-LS-LINE(5).
           05  LINE 09 COLUMN 03 PIC X(60) FROM WS-LS-LINE(6).
           05  LINE 10 COLUMN 03 PIC X(60) FROM WS-LS-LINE(7).
           05  LINE 11 COLUMN 03 PIC X(60) FROM WS-LS-LINE(8).
           05  LINE 12 COLUMN 03 PIC X(60) FROM WS-LS-LINE(9).
           05  LINE 13 COLUMN 03 PIC X(60) FROM WS-LS-LINE(10).
           05  LINE 15 COLUMN 03
               VALUE "PLAYER ID TO LOOK UP (BLANK FOR THE MENU):".
           05  LINE 15 COLUMN 46 PIC X(10) USING WS-FD-PLAYER-ID.
           05  LINE 23 COLUMN 01 PIC X(78) FROM WS-FD-MESSAGE.

       01  DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE "FRONT DESK - PLAYER DETAILS".
           05  LINE 03 COLUMN 03 VALUE "PLAYER".
           05  LINE 03 COLUMN 14 PIC X(10) FROM WS-SH-ID.
           05  LINE 03 COLUMN 26 PIC X(20) FROM WS-SH-NAME.
           05  LINE 03 COLUMN 48 PIC X(14) FROM WS-SH-STATUS.
           05  LINE 04 COLUMN 03 VALUE "REGISTERED".
           05  LINE 04 COLUMN 14 PIC X(08) FROM WS-SH-REGDT.
           05  LINE 04 COLUMN 26 VALUE "OPT-IN".
           05  LINE 04 COLUMN 33 PIC X(01) FROM WS-SH-OPT-IN.
           05  LINE 05 COLUMN 03 VALUE "CONTACT".
           05  LINE 05 COLUMN 14 PIC X(06) FROM WS-SH-CONTACT-BY.
           05  LINE 05 COLUMN 21 PIC X(40) FROM WS-SH-CONTACT.
           05  LINE 07 COLUMN 03 PIC X(70) FROM WS-DT-LINE(1).
           05  LINE 08 COLUMN 03 PIC X(70) FROM WS-DT-LINE(2).
           05  LINE 09 COLUMN 03 PIC X(70) FROM WS-DT-LINE(3).
           05  LINE 10 COLUMN 03 PIC X(70) FROM WS-DT-LINE(4).
           05  LINE 11 COLUMN 03 PIC X(70) FROM WS-DT-LINE(5).
           05  LINE 12 COLUMN 03 PIC X(70) FROM WS-DT-LINE(6).
           05  LINE 13 COLUMN 03 PIC X(70) FROM WS-DT-LINE(7).
           05  LINE 14 COLUMN 03 PIC X(70) FROM WS-DT-LINE(8).
           05  LINE 15 COLUMN 03 PIC X(70) FROM WS-DT-LINE(9).
           05  LINE 16 COLUMN 03 PIC X(70) FROM WS-DT-LINE(10).
           05  LINE 17 COLUMN 03 PIC X(70) FROM WS-DT-LINE(11).
           05  LINE 18 COLUMN 03 PIC X(70) FROM WS-DT-LINE(12).
           05  LINE 19 COLUMN 03 PIC X(70) FROM WS-DT-LINE(13).
           05  LINE 21 COLUMN 03 VALUE "PRESS ENTER FOR THE MENU".
           05  LINE 21 COLUMN 28 PIC X(01) USING WS-FD-CONFIRM.
           05  LINE 23 COLUMN 01 PIC X(78) FROM WS-FD-MESSAGE.

       01  REGISTER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 16
               VALUE "FRONT DESK - REGISTER A NEW PLAYER".
           05  LINE 04 COLUMN 03 VALUE "PLAYER ID    :".
           05  LINE 04 COLUMN 18 PIC X(10) USING WS-RG-ID.
           05  LINE 05 COLUMN 03 VALUE "NAME         :".
           05  LINE 05 COLUMN 18 PIC X(20) USING WS-RG-NAME.
           05  LINE 06 COLUMN 03 VALUE "CONTACT BY   :".
           05  LINE 06 COLUMN 18 PIC X(01) USING WS-RG-CONTACT-BY.
           05  LINE 06 COLUMN 21
               VALUE "(E = E-MAIL, P = PHONE, BLANK = NONE)".
           05  LINE 07 COLUMN 03 VALUE "CONTACT      :".
           05  LINE 07 COLUMN 18 PIC X(40) USING WS-RG-CONTACT.
           05  LINE 08 COLUMN 03 VALUE "OPT IN (Y/N) :".
           05  LINE 08 COLUMN 18 PIC X(01) USING WS-RG-OPT-IN.
           05  LINE 23 COLUMN 01 PIC X(78) FROM WS-FD-MESSAGE.

       01  CONFIRM-SCREEN.
           05  LINE 11 COLUMN 03 PIC X(78) FROM WS-FD-MESSAGE.
           05  LINE 12 COLUMN 03
               VALUE "REGISTER THIS PLAYER ANYWAY (Y/N):".
           05  LINE 12 COLUMN 38 PIC X(01) USING WS-FD-CONFIRM.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FD-MESSAGE.
           MOVE SPACE TO WS-FD-CHOICE.
           PERFORM UNTIL WS-FD-EXIT
               MOVE SPACE TO WS-FD-CHOICE
               DISPLAY MENU-SCREEN
               ACCEPT MENU-SCREEN
               MOVE SPACES TO WS-FD-MESSAGE
               EVALUATE WS-FD-CHOICE
                  WHEN "1"
                     PERFORM 0100-LOOK-UP-BY-ID
                  WHEN "2"
                     PERFORM 0120-SEARCH-BY-NAME
                  WHEN "3"
                     PERFORM 0130-REGISTER-PLAYER
                  WHEN "X"
                  WHEN "x"
                     CONTINUE
                  WHEN OTHER
                     MOVE "CHOOSE 1, 2, 3 OR X" TO WS-FD-MESSAGE
               END-EVALUATE
           END-PERFORM.
           PERFORM 0200-STOP-RUN.

       0100-LOOK-UP-BY-ID.
           MOVE SPACES TO WS-FD-PLAYER-ID.
           DISPLAY ID-SCREEN.
           ACCEPT ID-SCREEN.
           IF WS-FD-PLAYER-ID IS EQUAL TO SPACES
              MOVE "NO PLAYER ID GIVEN" TO WS-FD-MESSAGE
           ELSE
              PERFORM 0110-SHOW-PLAYER
           END-IF.

      * The detail screen is shown for an id that is not on the
      * master as well, so an unregistered player's parked rows
      * can still be found.
       0110-SHOW-PLAYER.
           PERFORM 0160-LOAD-PLAYER-MASTER.
           MOVE WS-FD-PLAYER-ID TO WS-SH-ID.
           PERFORM 0165-FIND-PLAYER.
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              MOVE SPACES TO WS-SH-NAME WS-SH-REGDT WS-SH-CONTACT-BY
                 WS-SH-CONTACT WS-SH-OPT-IN
              MOVE "NOT REGISTERED" TO WS-SH-STATUS
           ELSE
              MOVE WS-PM-NAME(WS-PM-FOUND-IX) TO WS-SH-NAME
              MOVE WS-PM-REGDT(WS-PM-FOUND-IX) TO WS-SH-REGDT
              MOVE WS-PM-STAT(WS-PM-FOUND-IX) TO WS-SH-STATUS
              PERFORM 0167-DESCRIBE-STATUS
              EVALUATE WS-PM-CBY(WS-PM-FOUND-IX)
                 WHEN "E"
                    MOVE "E-MAIL" TO WS-SH-CONTACT-BY
                 WHEN "P"
                    MOVE "PHONE" TO WS-SH-CONTACT-BY
                 WHEN OTHER
                    MOVE "NONE" TO WS-SH-CONTACT-BY
              END-EVALUATE
              MOVE WS-PM-CONTACT(WS-PM-FOUND-IX) TO WS-SH-CONTACT
              MOVE WS-PM-OPTIN(WS-PM-FOUND-IX) TO WS-SH-OPT-IN
           END-IF.
           MOVE SPACES TO WS-DT-TABLE.
           MOVE 0 TO WS-DT-COUNT WS-DT-MORE WS-BOARD-COUNT
              WS-HELD-COUNT.
           MOVE "BOARDS" TO WS-DT-NEW-LINE.
           PERFORM 0119-ADD-DETAIL-LINE.
           PERFORM 0112-LOAD-BOARD-ROWS.
           MOVE "SUSPENSE AND PENDING REVIEW" TO WS-DT-NEW-LINE.
           PERFORM 0119-ADD-DETAIL-LINE.
           PERFORM 0116-LOAD-SUSPENSE-ROWS.
           PERFORM 0118-LOAD-PENDING-ROWS.
           IF WS-HELD-COUNT IS EQUAL TO 0
              MOVE "  NONE" TO WS-DT-NEW-LINE
              PERFORM 0119-ADD-DETAIL-LINE
           END-IF.
           IF WS-DT-MORE > 0
              STRING WS-DT-MORE DELIMITED BY SIZE
                 " MORE LINES NOT SHOWN" DELIMITED BY SIZE
                 INTO WS-FD-MESSAGE
           END-IF.
           MOVE SPACE TO WS-FD-CONFIRM.
           DISPLAY DETAIL-SCREEN.
           ACCEPT DETAIL-SCREEN.
           MOVE SPACES TO WS-FD-MESSAGE.

      * Each board the player holds a row on gives the rank among
      * all rows held on that game's board.
       0112-LOAD-BOARD-ROWS.
           PERFORM 0170-LOAD-GAME-MASTER.
           OPEN INPUT MASTERIXFILE.
           IF WS-IX-STATUS IS NOT EQUAL TO "00"
              MOVE "  HIGH_SCORES.IDX NOT AVAILABLE" TO WS-DT-NEW-LINE
              PERFORM 0119-ADD-DETAIL-LINE
           ELSE
              MOVE 1 TO G
              PERFORM UNTIL G > WS-GM-COUNT
                  MOVE WS-GM-ID(G) TO HX-GAME-ID
                  MOVE WS-SH-ID TO HX-PLAYER-ID
                  READ MASTERIXFILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        PERFORM 0114-RANK-BOARD-ROW
                  END-READ
                  ADD 1 TO G
              END-PERFORM
              CLOSE MASTERIXFILE
              IF WS-BOARD-COUNT IS EQUAL TO 0
                 MOVE "  NOT ON ANY BOARD" TO WS-DT-NEW-LINE
                 PERFORM 0119-ADD-DETAIL-LINE
              END-IF
           END-IF.

       0114-RANK-BOARD-ROW.
           ADD 1 TO WS-BOARD-COUNT.
           MOVE HX-GAME-ID TO WS-SH-GAME.
           IF HX-SCORE IS NUMERIC
              MOVE HX-SCORE TO WS-SH-SCORE
           ELSE
              MOVE 0 TO WS-SH-SCORE
           END-IF.
           MOVE 0 TO WS-RANK-HIGHER WS-RANK-ROWS.
           MOVE "N" TO WS-EOF-IX-SW.
           MOVE WS-SH-GAME TO HX-GAME-ID.
           MOVE LOW-VALUES TO HX-PLAYER-ID.
           START MASTERIXFILE KEY NOT LESS THAN HX-KEY
              INVALID KEY
                 SET WS-EOF-IX TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-IX
               READ MASTERIXFILE NEXT RECORD
               AT END
                  SET WS-EOF-IX TO TRUE
               END-READ
               IF NOT WS-EOF-IX
                  IF HX-GAME-ID IS NOT EQUAL TO WS-SH-GAME
                     SET WS-EOF-IX TO TRUE
                  ELSE
                     ADD 1 TO WS-RANK-ROWS
                     IF HX-SCORE IS NUMERIC
                        AND HX-SCORE > WS-SH-SCORE
                        ADD 1 TO WS-RANK-HIGHER
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SH-GAME TO BD-GAME-ID.
           ADD 1 TO WS-RANK-HIGHER GIVING BD-RANK.
           MOVE WS-RANK-ROWS TO BD-ROWS.
           MOVE WS-SH-SCORE TO BD-SCORE.
           MOVE WS-BOARD-DETAIL TO WS-DT-NEW-LINE.
           PERFORM 0119-ADD-DETAIL-LINE.

       0116-LOAD-SUSPENSE-ROWS.
           MOVE "N" TO WS-EOF-SP-SW.
           OPEN INPUT SUSPENSEFILE.
           IF WS-SP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-SP
                  READ SUSPENSEFILE
                  AT END
                     SET WS-EOF-SP TO TRUE
                  END-READ
                  IF NOT WS-EOF-SP
                     MOVE SP-RAW TO WS-RAW-ROW
                     IF RW-PLAYER-ID IS EQUAL TO WS-SH-ID
                        MOVE "SUSPENSE" TO HD-WHERE
                        MOVE SP-REASON TO HD-REASON
                        PERFORM 0117-ADD-HELD-LINE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE SUSPENSEFILE.

       0117-ADD-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE RW-GAME-ID TO HD-GAME-ID.
           MOVE RW-SCORE TO HD-SCORE.
           MOVE RW-DATE TO HD-DATE.
           MOVE RW-TIME TO HD-TIME.
           MOVE WS-HELD-DETAIL TO WS-DT-NEW-LINE.
           PERFORM 0119-ADD-DETAIL-LINE.

       0118-LOAD-PENDING-ROWS.
           MOVE "N" TO WS-EOF-PD-SW.
           OPEN INPUT PENDINGFILE.
           IF WS-PD-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PD
                  READ PENDINGFILE
                  AT END
                     SET WS-EOF-PD TO TRUE
                  END-READ
                  IF NOT WS-EOF-PD
                     MOVE PENDINGLINE TO WS-RAW-ROW
                     IF RW-PLAYER-ID IS EQUAL TO WS-SH-ID
                        MOVE "PENDING" TO HD-WHERE
                        MOVE SPACES TO HD-REASON
                        PERFORM 0117-ADD-HELD-LINE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE PENDINGFILE.

       0119-ADD-DETAIL-LINE.
           IF WS-DT-COUNT < WS-DT-MAX
              ADD 1 TO WS-DT-COUNT
              MOVE WS-DT-NEW-LINE TO WS-DT-LINE(WS-DT-COUNT)
           ELSE
              ADD 1 TO WS-DT-MORE
           END-IF.
           MOVE SPACES TO WS-DT-NEW-LINE.

       0120-SEARCH-BY-NAME.
           MOVE SPACES TO WS-FD-FRAGMENT.
           DISPLAY NAME-SCREEN.
           ACCEPT NAME-SCREEN.
           MOVE WS-FD-FRAGMENT TO WS-FRAG-UPPER.
           INSPECT WS-FRAG-UPPER
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 20 TO WS-FRAG-LEN.
           PERFORM UNTIL WS-FRAG-LEN IS EQUAL TO 0
              OR WS-FRAG-UPPER(WS-FRAG-LEN:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-FRAG-LEN
           END-PERFORM.
           IF WS-FRAG-LEN IS EQUAL TO 0
              MOVE "NO NAME GIVEN" TO WS-FD-MESSAGE
           ELSE
              PERFORM 0160-LOAD-PLAYER-MASTER
              MOVE SPACES TO WS-LS-TABLE
              MOVE 0 TO WS-LS-COUNT WS-LS-FOUND
              MOVE 1 TO K
              PERFORM UNTIL K > WS-PLAYER-COUNT
                  PERFORM 0125-MATCH-ONE-NAME
                  ADD 1 TO K
              END-PERFORM
              IF WS-LS-FOUND IS EQUAL TO 0
                 MOVE "NO PLAYER NAME CONTAINS THAT" TO WS-FD-MESSAGE
              ELSE
                 IF WS-LS-FOUND > WS-LS-COUNT
                    STRING WS-LS-FOUND DELIMITED BY SIZE
                       " PLAYERS MATCH - ONLY THE FIRST "
                       DELIMITED BY SIZE
                       WS-LS-COUNT DELIMITED BY SIZE
                       " SHOWN, TYPE MORE OF THE NAME"
                       DELIMITED BY SIZE
                       INTO WS-FD-MESSAGE
                 END-IF
                 MOVE SPACES TO WS-FD-PLAYER-ID
                 DISPLAY LIST-SCREEN
                 ACCEPT LIST-SCREEN
                 MOVE SPACES TO WS-FD-MESSAGE
                 IF WS-FD-PLAYER-ID IS NOT EQUAL TO SPACES
                    PERFORM 0110-SHOW-PLAYER
                 END-IF
              END-IF
           END-IF.

       0125-MATCH-ONE-NAME.
           MOVE WS-PM-NAME(K) TO WS-NAME-UPPER.
           INSPECT WS-NAME-UPPER
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 0 TO WS-MATCH-COUNT.
           INSPECT WS-NAME-UPPER TALLYING WS-MATCH-COUNT
              FOR ALL WS-FRAG-UPPER(1:WS-FRAG-LEN).
           IF WS-MATCH-COUNT > 0
              ADD 1 TO WS-LS-FOUND
              IF WS-LS-COUNT < WS-LS-MAX
                 ADD 1 TO WS-LS-COUNT
                 MOVE WS-PM-ID(K) TO LS-PLAYER-ID
                 MOVE WS-PM-NAME(K) TO LS-PLAYER-NAME
                 MOVE WS-PM-STAT(K) TO WS-SH-STATUS
                 PERFORM 0167-DESCRIBE-STATUS
                 MOVE WS-SH-STATUS TO LS-STATUS
                 MOVE WS-LIST-DETAIL TO WS-LS-LINE(WS-LS-COUNT)
              END-IF
           END-IF.

       0130-REGISTER-PLAYER.
           MOVE SPACES TO WS-RG-ID WS-RG-NAME WS-RG-CONTACT-BY
              WS-RG-CONTACT WS-RG-OPT-IN.
           PERFORM 0132-CHECK-BATCH-RUNNING.
           IF WS-BATCH-BUSY
              PERFORM 0133-NOTE-BATCH-BUSY
           ELSE
              DISPLAY REGISTER-SCREEN
              ACCEPT REGISTER-SCREEN
              MOVE SPACES TO WS-FD-MESSAGE
              PERFORM 0136-VALIDATE-REGISTRATION
              IF WS-REG-OK
                 PERFORM 0138-CHECK-DUPLICATE-NAME
              END-IF
              IF WS-REG-OK
                 PERFORM 0139-RECHECK-BEFORE-WRITE
              END-IF
              IF WS-REG-OK
                 PERFORM 0140-WRITE-REGISTRATION
              END-IF
           END-IF.

       0133-NOTE-BATCH-BUSY.
           MOVE SPACES TO WS-FD-MESSAGE.
           STRING "PLAYMAINT IS UPDATING THE PLAYER MASTER - "
              DELIMITED BY SIZE
              "REGISTER ONCE IT HAS FINISHED" DELIMITED BY SIZE
              INTO WS-FD-MESSAGE.

      * The night's PLAYMAINT rewrites players.txt from what it read
      * at its start, so no registration is taken while the open
      * cycle shows it started and not yet complete.
       0132-CHECK-BATCH-RUNNING.
           MOVE "N" TO WS-BATCH-BUSY-SW.
           MOVE "N" TO WS-CYCLE-OPEN-SW.
           MOVE SPACE TO WS-PM-STEP-STATE.
           MOVE "N" TO WS-EOF-RL-SW.
           OPEN INPUT RUNLOGFILE.
           IF WS-RL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-RL
                  READ RUNLOGFILE
                  AT END
                     SET WS-EOF-RL TO TRUE
                  END-READ
                  IF NOT WS-EOF-RL
                     IF RL-STEP IS EQUAL TO "CYCLE"
                        IF RL-STARTED
                           MOVE "Y" TO WS-CYCLE-OPEN-SW
                        ELSE
                           MOVE "N" TO WS-CYCLE-OPEN-SW
                        END-IF
                        MOVE SPACE TO WS-PM-STEP-STATE
                     ELSE
                     IF RL-STEP IS EQUAL TO "PLAYMAINT"
                        IF RL-COMPLETE
                           MOVE "C" TO WS-PM-STEP-STATE
                        ELSE
                           MOVE "S" TO WS-PM-STEP-STATE
                        END-IF
                     END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE RUNLOGFILE.
           IF WS-CYCLE-OPEN
              AND WS-PM-STEP-STATE IS EQUAL TO "S"
              SET WS-BATCH-BUSY TO TRUE
           END-IF.

      * An add already waiting on player_txns.txt for the same id
      * would be rejected by PLAYMAINT as a duplicate, so the clash
      * is caught here instead.
       0134-CHECK-PENDING-TXNS.
           MOVE "N" TO WS-TXN-PENDING-SW.
           MOVE "N" TO WS-EOF-TX-SW.
           OPEN INPUT TXNFILE.
           IF WS-TX-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TX OR WS-TXN-PENDING
                  READ TXNFILE
                  AT END
                     SET WS-EOF-TX TO TRUE
                  END-READ
                  IF NOT WS-EOF-TX
                     AND TX-ACTION IS EQUAL TO "A"
                     AND TX-PLAYER-ID IS EQUAL TO WS-RG-ID
                     SET WS-TXN-PENDING TO TRUE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE TXNFILE.

      * The same rules as a PLAYMAINT add, except that a bad
      * contact is sent back to the clerk rather than dropped.
       0136-VALIDATE-REGISTRATION.
           MOVE "N" TO WS-REG-OK-SW.
           INSPECT WS-RG-CONTACT-BY
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-RG-OPT-IN
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           PERFORM 0160-LOAD-PLAYER-MASTER.
           MOVE WS-RG-ID TO WS-FD-PLAYER-ID.
           PERFORM 0165-FIND-PLAYER.
           IF WS-RG-ID IS EQUAL TO SPACES
              MOVE "NOT REGISTERED - NO PLAYER ID GIVEN"
                 TO WS-FD-MESSAGE
           ELSE
           IF WS-RG-NAME IS EQUAL TO SPACES
              MOVE "NOT REGISTERED - NO NAME GIVEN" TO WS-FD-MESSAGE
           ELSE
           IF WS-PM-FOUND-IX > 0
              STRING "NOT REGISTERED - PLAYER ID " DELIMITED BY SIZE
                 WS-RG-ID DELIMITED BY SPACE
                 " IS ALREADY ON THE MASTER" DELIMITED BY SIZE
                 INTO WS-FD-MESSAGE
           ELSE
           IF WS-PM-OVERFLOW
              OR WS-PLAYER-COUNT NOT < WS-PLAYER-MAX
              MOVE "NOT REGISTERED - THE PLAYER MASTER IS FULL"
                 TO WS-FD-MESSAGE
           ELSE
           IF WS-RG-CONTACT-BY IS NOT EQUAL TO SPACE
              AND WS-RG-CONTACT-BY IS NOT EQUAL TO "E"
              AND WS-RG-CONTACT-BY IS NOT EQUAL TO "P"
              MOVE "NOT REGISTERED - CONTACT BY MUST BE E, P OR BLANK"
                 TO WS-FD-MESSAGE
           ELSE
           IF WS-RG-CONTACT-BY IS NOT EQUAL TO SPACE
              AND WS-RG-CONTACT IS EQUAL TO SPACES
              MOVE "NOT REGISTERED - GIVE THE E-MAIL OR PHONE NUMBER"
                 TO WS-FD-MESSAGE
           ELSE
           IF WS-RG-OPT-IN IS NOT EQUAL TO SPACE
              AND WS-RG-OPT-IN IS NOT EQUAL TO "Y"
              AND WS-RG-OPT-IN IS NOT EQUAL TO "N"
              MOVE "NOT REGISTERED - OPT IN MUST BE Y OR N"
                 TO WS-FD-MESSAGE
           ELSE
           IF WS-RG-OPT-IN IS EQUAL TO "Y"
              AND WS-RG-CONTACT-BY IS EQUAL TO SPACE
              MOVE "NOT REGISTERED - CANNOT OPT IN WITHOUT A CONTACT"
                 TO WS-FD-MESSAGE
           ELSE
              PERFORM 0134-CHECK-PENDING-TXNS
              IF WS-TXN-PENDING
                 STRING "NOT REGISTERED - PLAYER ID " DELIMITED BY SIZE
                    WS-RG-ID DELIMITED BY SPACE
                    " IS WAITING AS AN ADD ON player_txns.txt"
                    DELIMITED BY SIZE
                    INTO WS-FD-MESSAGE
              ELSE
                 SET WS-REG-OK TO TRUE
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0138-CHECK-DUPLICATE-NAME.
           MOVE WS-RG-NAME TO WS-FRAG-UPPER.
           INSPECT WS-FRAG-UPPER
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE SPACES TO WS-DUP-ID.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-PLAYER-COUNT
               MOVE WS-PM-NAME(K) TO WS-NAME-UPPER
               INSPECT WS-NAME-UPPER
                  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-NAME-UPPER IS EQUAL TO WS-FRAG-UPPER
                  ADD 1 TO WS-DUP-COUNT
                  IF WS-DUP-ID IS EQUAL TO SPACES
                     MOVE WS-PM-ID(K) TO WS-DUP-ID
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF WS-DUP-COUNT > 0
              MOVE SPACES TO WS-FD-MESSAGE
              STRING "WARNING - THIS NAME IS ALREADY REGISTERED TO "
                 DELIMITED BY SIZE
                 WS-DUP-ID DELIMITED BY SPACE
                 INTO WS-FD-MESSAGE
              IF WS-DUP-COUNT > 1
                 MOVE "AND OTHERS" TO WS-FD-MESSAGE(58:10)
              END-IF
              MOVE SPACE TO WS-FD-CONFIRM
              DISPLAY CONFIRM-SCREEN
              ACCEPT CONFIRM-SCREEN
              MOVE SPACES TO WS-FD-MESSAGE
              IF WS-FD-CONFIRM IS NOT EQUAL TO "Y"
                 AND WS-FD-CONFIRM IS NOT EQUAL TO "y"
                 MOVE "N" TO WS-REG-OK-SW
                 MOVE "NOT REGISTERED - DUPLICATE NAME NOT CONFIRMED"
                    TO WS-FD-MESSAGE
              END-IF
           END-IF.

      * The form and any duplicate-name confirmation may have taken
      * the clerk some minutes, so the checks that depend on the
      * batch are made again at the last moment.
       0139-RECHECK-BEFORE-WRITE.
           PERFORM 0132-CHECK-BATCH-RUNNING.
           IF WS-BATCH-BUSY
              MOVE "N" TO WS-REG-OK-SW
              PERFORM 0133-NOTE-BATCH-BUSY
           ELSE
              PERFORM 0160-LOAD-PLAYER-MASTER
              MOVE WS-RG-ID TO WS-FD-PLAYER-ID
              PERFORM 0165-FIND-PLAYER
              IF WS-PM-FOUND-IX > 0
                 MOVE "N" TO WS-REG-OK-SW
                 STRING "NOT REGISTERED - PLAYER ID " DELIMITED BY SIZE
                    WS-RG-ID DELIMITED BY SPACE
                    " IS ALREADY ON THE MASTER" DELIMITED BY SIZE
                    INTO WS-FD-MESSAGE
              ELSE
                 PERFORM 0134-CHECK-PENDING-TXNS
                 IF WS-TXN-PENDING
                    MOVE "N" TO WS-REG-OK-SW
                    STRING "NOT REGISTERED - PLAYER ID "
                       DELIMITED BY SIZE
                       WS-RG-ID DELIMITED BY SPACE
                       " IS WAITING AS AN ADD ON player_txns.txt"
                       DELIMITED BY SIZE
                       INTO WS-FD-MESSAGE
                 END-IF
              END-IF
           END-IF.

      * The new row goes on the master, the front-desk journal and
      * the audit trail in that order.
       0140-WRITE-REGISTRATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           MOVE WS-RG-ID TO PM-PLAYER-ID.
           MOVE WS-RG-NAME TO PM-PLAYER-NAME.
           MOVE WS-RUN-DATE TO PM-REG-DATE.
           MOVE "A" TO PM-STATUS.
           MOVE WS-RG-CONTACT-BY TO PM-CONTACT-BY.
           IF WS-RG-CONTACT-BY IS EQUAL TO SPACE
              MOVE SPACES TO PM-CONTACT
           ELSE
              MOVE WS-RG-CONTACT TO PM-CONTACT
           END-IF.
           IF WS-RG-OPT-IN IS EQUAL TO "Y"
              MOVE "Y" TO PM-OPT-IN
           ELSE
              MOVE "N" TO PM-OPT-IN
           END-IF.
           MOVE PLAYERMASTER TO DESKREGLINE.
           OPEN EXTEND PLAYERFILE.
           WRITE PLAYERMASTER.
           CLOSE PLAYERFILE.
           OPEN EXTEND DESKREGFILE.
           WRITE DESKREGLINE.
           CLOSE DESKREGFILE.
           OPEN EXTEND AUDITFILE.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           SET AUDIT-REGISTER TO TRUE.
           MOVE SPACES TO AUD-GAME-ID.
           MOVE WS-RG-ID TO AUD-PLAYER-ID.
           MOVE 0 TO AUD-SCORE.
           MOVE 0 TO AUD-SLOT.
           MOVE SPACES TO AUD-OTHER-ID.
           MOVE SPACES TO AUD-REASON.
           MOVE SPACES TO AUD-CARRY-COUNTS.
           WRITE AUDITLINE.
           CLOSE AUDITFILE.
           PERFORM 0145-COUNT-UNREGISTERED-ROWS.
           IF WS-UR-COUNT > 0
              STRING "PLAYER " DELIMITED BY SIZE
                 WS-RG-ID DELIMITED BY SPACE
                 " REGISTERED - " DELIMITED BY SIZE
                 WS-UR-COUNT DELIMITED BY SIZE
                 " UR ROWS IN SUSPENSE FOR SUSPFIX" DELIMITED BY SIZE
                 INTO WS-FD-MESSAGE
           ELSE
              STRING "PLAYER " DELIMITED BY SIZE
                 WS-RG-ID DELIMITED BY SPACE
                 " REGISTERED" DELIMITED BY SIZE
                 INTO WS-FD-MESSAGE
           END-IF.

       0145-COUNT-UNREGISTERED-ROWS.
           MOVE 0 TO WS-UR-COUNT.
           MOVE "N" TO WS-EOF-SP-SW.
           OPEN INPUT SUSPENSEFILE.
           IF WS-SP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-SP
                  READ SUSPENSEFILE
                  AT END
                     SET WS-EOF-SP TO TRUE
                  END-READ
                  IF NOT WS-EOF-SP
                     MOVE SP-RAW TO WS-RAW-ROW
                     IF SUSP-UNREGISTERED
                        AND RW-PLAYER-ID IS EQUAL TO WS-RG-ID
                        ADD 1 TO WS-UR-COUNT
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE SUSPENSEFILE.

       0160-LOAD-PLAYER-MASTER.
           MOVE 0 TO WS-PLAYER-COUNT.
           MOVE "N" TO WS-PM-OVF-SW.
           MOVE "N" TO WS-EOF-PM-SW.
           OPEN INPUT PLAYERFILE.
           IF WS-PM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PM
                  READ PLAYERFILE
                  AT END
                     SET WS-EOF-PM TO TRUE
                  END-READ
                  IF NOT WS-EOF-PM
                     IF WS-PLAYER-COUNT < WS-PLAYER-MAX
                        ADD 1 TO WS-PLAYER-COUNT
                        MOVE PM-PLAYER-ID TO
                           WS-PM-ID(WS-PLAYER-COUNT)
                        MOVE PM-PLAYER-NAME TO
                           WS-PM-NAME(WS-PLAYER-COUNT)
                        MOVE PM-REG-DATE TO
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
                        SET WS-PM-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE PLAYERFILE.

       0165-FIND-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF WS-FD-PLAYER-ID IS EQUAL TO WS-PM-ID(K)
                  MOVE K TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0167-DESCRIBE-STATUS.
           EVALUATE WS-SH-STATUS(1:1)
              WHEN "A"
                 MOVE "ACTIVE" TO WS-SH-STATUS
              WHEN "B"
                 MOVE "BANNED" TO WS-SH-STATUS
              WHEN "M"
                 MOVE "MERGED" TO WS-SH-STATUS
              WHEN OTHER
                 MOVE "UNKNOWN STATUS" TO WS-SH-STATUS
           END-EVALUATE.

       0170-LOAD-GAME-MASTER.
           MOVE 0 TO WS-GM-COUNT.
           MOVE "N" TO WS-EOF-GF-SW.
           OPEN INPUT GAMEFILE.
           IF WS-GF-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-GF
                  READ GAMEFILE
                  AT END
                     SET WS-EOF-GF TO TRUE
                  END-READ
                  IF NOT WS-EOF-GF
                     AND WS-GM-COUNT < WS-GM-MAX
                     ADD 1 TO WS-GM-COUNT
                     MOVE GM-GAME-ID TO WS-GM-ID(WS-GM-COUNT)
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE GAMEFILE.

       0200-STOP-RUN.
           STOP RUN.

       END PROGRAM FRONTDSK.
