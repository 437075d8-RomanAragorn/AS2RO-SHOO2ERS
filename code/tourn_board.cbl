      * This program builds each tournament's board from the night's
      * new scores, ahead of HIGHSCORE, so a tournament is ranked on
      * every score its entrants post inside the window - including
      * scores that never reach the all-time board.
      *
      * MODIFICATION HISTORY
      *   Initial version: read new_score.txt (left untouched for
      *   HIGHSCORE) and, for every valid row whose game and play
      *   stamp fall inside a tournament on tournaments.txt and
      *   whose player is entered on tourn_entrants.txt, keep that
      *   entrant's single best score on tourn_board.txt - a higher
      *   score replaces the held one, an equal score only when its
      *   stamp is earlier.  Banned or merged players are skipped,
      *   and a score above the game's maximum credible score only
      *   counts once SCOREREV has approved it onto the pass-list.
      *   Keeping the best score makes a rerun over the same
      *   new_score.txt harmless, so the step is safe to restart.
      *   The board is rolled to numbered generation copies logged
      *   to gen_log.txt before it is rewritten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNBD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL TOURNFILE ASSIGN TO "records\tournaments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TM-STATUS.

       SELECT OPTIONAL ENTRANTFILE
           ASSIGN TO "records\tourn_entrants.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TE-STATUS.

       SELECT OPTIONAL BOARDFILE ASSIGN TO "records\tourn_board.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TB-STATUS.

       SELECT NEWSCOREFILE ASSIGN TO "records\new_score.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NS-STATUS.

       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT GAMEFILE ASSIGN TO "records\games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GF-STATUS.

       SELECT APPROVEDFILE ASSIGN TO "records\score_approved.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

       SELECT GENINFILE ASSIGN TO DYNAMIC WS-GEN-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-IN-STATUS.

       SELECT GENOUTFILE ASSIGN TO DYNAMIC WS-GEN-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL GENLOGFILE ASSIGN TO "records\gen_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TOURNFILE.
       COPY TOURREC REPLACING ==RECNAME== BY ==TOURNMASTER==.

       FD ENTRANTFILE.
       COPY TENTREC REPLACING ==RECNAME== BY ==ENTRANTLINE==.

       FD BOARDFILE.
       COPY TBRDREC REPLACING ==RECNAME== BY ==BOARDLINE==.

       FD NEWSCOREFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==NEWSCORELINE==
                               ==FLD-PLAYER-ID== BY ==NS-PLAYER-ID==
                               ==FLD-SCORE==     BY ==NS-SCORE==
                               ==FLD-DATE==      BY ==NS-DATE==
                               ==FLD-TIME==      BY ==NS-TIME==
                               ==FLD-GAME-ID==   BY ==NS-GAME-ID==.

       FD PLAYERFILE.
       COPY PLAYREC REPLACING ==RECNAME==         BY ==PLAYERMASTER==
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD GAMEFILE.
       COPY GAMEREC REPLACING ==RECNAME==       BY ==GAMEMASTER==
                              ==FLD-GAME-ID==   BY ==GM-GAME-ID==
                              ==FLD-GAME-NAME== BY ==GM-GAME-NAME==
                              ==FLD-STATUS==    BY ==GM-STATUS==
                              ==FLD-MAX-SCORE== BY ==GM-MAX-SCORE==.

       FD APPROVEDFILE.
       COPY APPVREC REPLACING ==RECNAME==        BY ==APPROVEDLINE==
                            ==FLD-AP-PLAYER-ID== BY ==AP-PLAYER-ID==
                            ==FLD-AP-GAME-ID==   BY ==AP-GAME-ID==
                            ==FLD-AP-SCORE==     BY ==AP-SCORE==.

       FD GENINFILE.
       01  GEN-IN-LINE                     PIC X(80).

       FD GENOUTFILE.
       01  GEN-OUT-LINE                    PIC X(80).

       FD GENLOGFILE.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       WORKING-STORAGE SECTION.
       01  WS-TM-STATUS                    PIC XX.
       01  WS-TE-STATUS                    PIC XX.
       01  WS-TB-STATUS                    PIC XX.
       01  WS-NS-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.
       01  WS-AP-STATUS                    PIC XX.
       01  WS-GEN-IN-STATUS                PIC XX.

       01  WS-GEN-IN-PATH                  PIC X(40).
       01  WS-GEN-OUT-PATH                 PIC X(40).
       01  WS-GEN-MASTER-PATH              PIC X(40).
       01  WS-GEN-G1-PATH                  PIC X(40).
       01  WS-GEN-G2-PATH                  PIC X(40).
       01  WS-GEN-G3-PATH                  PIC X(40).
       01  WS-GEN-MASTER-TAG               PIC X(12).
       01  WS-GEN-COPY-COUNT               PIC 9(06) VALUE 0.
       01  WS-EOF-GEN-SW                   PIC X VALUE "N".
           88  WS-EOF-GEN                  VALUE "Y".

       01  WS-TOURN-MAX                    PIC 9(04) VALUE 200.
       01  WS-TOURN-COUNT                  PIC 9(04) VALUE 0.
       01  WS-TN-TABLE.
           03  WS-TN-LINE                  PIC X(74) OCCURS 200 TIMES.

       01  WS-ENTRANT-MAX                  PIC 9(04) VALUE 3000.
       01  WS-ENTRANT-COUNT                PIC 9(04) VALUE 0.
       01  WS-EN-TOURN-TABLE.
           03  WS-EN-TOURN                 PIC X(08) OCCURS 3000 TIMES.
       01  WS-EN-PLAYER-TABLE.
           03  WS-EN-PLAYER                PIC X(10) OCCURS 3000 TIMES.
       01  WS-EN-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-BOARD-MAX                    PIC 9(04) VALUE 3000.
       01  WS-BOARD-COUNT                  PIC 9(04) VALUE 0.
       01  WS-BD-TABLE.
           03  WS-BD-LINE                  PIC X(42) OCCURS 3000 TIMES.
       01  WS-BD-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-ID-TABLE.
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-GM-MAX                       PIC 9(04) VALUE 50.
       01  WS-GM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-GM-ID-TABLE.
           03  WS-GM-ID                    PIC X(10) OCCURS 50 TIMES.
       01  WS-GM-LIMIT-TABLE.
           03  WS-GM-LIMIT                 PIC 9(10) OCCURS 50 TIMES.
       01  WS-GM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-AP-MAX                       PIC 9(04) VALUE 100.
       01  WS-AP-COUNT                     PIC 9(04) VALUE 0.
       01  WS-AP-PLAYER-TABLE.
           03  WS-AP-PLAYER                PIC X(10) OCCURS 100 TIMES.
       01  WS-AP-GAME-TABLE.
           03  WS-AP-GAME                  PIC X(10) OCCURS 100 TIMES.
       01  WS-AP-SCORE-TABLE.
           03  WS-AP-SCORE                 PIC 9(10) OCCURS 100 TIMES.
       01  WS-AP-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-OVF-SW                       PIC X VALUE "N".
           88  WS-TABLES-OVERFLOW          VALUE "Y".
       01  WS-CHANGED-SW                   PIC X VALUE "N".
           88  WS-BOARD-CHANGED            VALUE "Y".
       01  WS-COUNTS-SW                    PIC X VALUE "N".
           88  WS-SCORE-COUNTS             VALUE "Y".

       01  WS-ROWS-READ                    PIC 9(06) VALUE 0.
       01  WS-ROWS-KEPT                    PIC 9(06) VALUE 0.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-EOF-TM-SW                    PIC X VALUE "N".
           88  WS-EOF-TM                   VALUE "Y".
       01  WS-EOF-TE-SW                    PIC X VALUE "N".
           88  WS-EOF-TE                   VALUE "Y".
       01  WS-EOF-TB-SW                    PIC X VALUE "N".
           88  WS-EOF-TB                   VALUE "Y".
       01  WS-EOF-NS-SW                    PIC X VALUE "N".
           88  WS-EOF-NS                   VALUE "Y".
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".
       01  WS-EOF-AP-SW                    PIC X VALUE "N".
           88  WS-EOF-AP                   VALUE "Y".

       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0065-LOAD-GAME-MASTER.
           PERFORM 0068-LOAD-APPROVALS.
           PERFORM 0070-LOAD-TOURNAMENTS.
           PERFORM 0075-LOAD-ENTRANTS.
           PERFORM 0080-LOAD-BOARD.
           IF WS-TABLES-OVERFLOW
              DISPLAY "TOURNBD: tournament files larger than the "
                 "work tables - boards left unchanged"
              PERFORM 0200-STOP-RUN
           END-IF.
           IF WS-TOURN-COUNT > 0
              OPEN INPUT NEWSCOREFILE
              IF WS-NS-STATUS IS EQUAL TO "00"
                 PERFORM 0100-PROCESS
                 CLOSE NEWSCOREFILE
              END-IF
           END-IF.
           IF WS-BOARD-CHANGED
              PERFORM 0150-REWRITE-BOARD
           END-IF.
           DISPLAY "TOURNBD: " WS-ROWS-READ " new scores read, "
              WS-ROWS-KEPT " tournament board updates".
           PERFORM 0200-STOP-RUN.

       0060-LOAD-PLAYER-MASTER.
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
                        MOVE PM-STATUS TO
                           WS-PM-STAT(WS-PLAYER-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PLAYERFILE
           END-IF.

       0065-LOAD-GAME-MASTER.
           OPEN INPUT GAMEFILE.
           IF WS-GF-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-GF
                  READ GAMEFILE
                  AT END
                     SET WS-EOF-GF TO TRUE
                  END-READ
                  IF NOT WS-EOF-GF
                     IF WS-GM-COUNT < WS-GM-MAX
                        ADD 1 TO WS-GM-COUNT
                        MOVE GM-GAME-ID TO WS-GM-ID(WS-GM-COUNT)
                        IF GM-MAX-SCORE IS NUMERIC
                           MOVE GM-MAX-SCORE TO
                              WS-GM-LIMIT(WS-GM-COUNT)
                        ELSE
                           MOVE 0 TO WS-GM-LIMIT(WS-GM-COUNT)
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GAMEFILE
           END-IF.

      * The approval pass-list is only read here - HIGHSCORE runs
      * after this step and is the program that consumes it.
       0068-LOAD-APPROVALS.
           OPEN INPUT APPROVEDFILE.
           IF WS-AP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AP
                  READ APPROVEDFILE
                  AT END
                     SET WS-EOF-AP TO TRUE
                  END-READ
                  IF NOT WS-EOF-AP
                     IF WS-AP-COUNT < WS-AP-MAX
                        AND AP-SCORE IS NUMERIC
                        ADD 1 TO WS-AP-COUNT
                        MOVE AP-PLAYER-ID TO WS-AP-PLAYER(WS-AP-COUNT)
                        MOVE AP-GAME-ID TO WS-AP-GAME(WS-AP-COUNT)
                        MOVE AP-SCORE TO WS-AP-SCORE(WS-AP-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE APPROVEDFILE
           END-IF.

       0070-LOAD-TOURNAMENTS.
           OPEN INPUT TOURNFILE.
           IF WS-TM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TM
                  READ TOURNFILE
                  AT END
                     SET WS-EOF-TM TO TRUE
                  END-READ
                  IF NOT WS-EOF-TM
                     IF WS-TOURN-COUNT < WS-TOURN-MAX
                        ADD 1 TO WS-TOURN-COUNT
                        MOVE TOURNMASTER TO
                           WS-TN-LINE(WS-TOURN-COUNT)
                     ELSE
                        SET WS-TABLES-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE TOURNFILE.

       0075-LOAD-ENTRANTS.
           OPEN INPUT ENTRANTFILE.
           IF WS-TE-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TE
                  READ ENTRANTFILE
                  AT END
                     SET WS-EOF-TE TO TRUE
                  END-READ
                  IF NOT WS-EOF-TE
                     IF WS-ENTRANT-COUNT < WS-ENTRANT-MAX
                        ADD 1 TO WS-ENTRANT-COUNT
                        MOVE TE-TOURN-ID TO
                           WS-EN-TOURN(WS-ENTRANT-COUNT)
                        MOVE TE-PLAYER-ID TO
                           WS-EN-PLAYER(WS-ENTRANT-COUNT)
                     ELSE
                        SET WS-TABLES-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE ENTRANTFILE.

       0080-LOAD-BOARD.
           OPEN INPUT BOARDFILE.
           IF WS-TB-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TB
                  READ BOARDFILE
                  AT END
                     SET WS-EOF-TB TO TRUE
                  END-READ
                  IF NOT WS-EOF-TB
                     IF WS-BOARD-COUNT < WS-BOARD-MAX
                        ADD 1 TO WS-BOARD-COUNT
                        MOVE BOARDLINE TO WS-BD-LINE(WS-BOARD-COUNT)
                     ELSE
                        SET WS-TABLES-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE BOARDFILE.

       0100-PROCESS.
           PERFORM UNTIL WS-EOF-NS
               READ NEWSCOREFILE
               AT END
                  SET WS-EOF-NS TO TRUE
               END-READ
               IF NOT WS-EOF-NS
                  ADD 1 TO WS-ROWS-READ
                  PERFORM 0110-CHECK-ONE-SCORE
               END-IF
           END-PERFORM.

      * A row HIGHSCORE would park on suspense (bad fields, unknown
      * or unregistered ids) or hold for review is never counted
      * toward a tournament either.
       0110-CHECK-ONE-SCORE.
           MOVE "N" TO WS-COUNTS-SW.
           IF NS-PLAYER-ID IS NOT EQUAL TO SPACES
              AND NS-SCORE IS NUMERIC
              AND NS-DATE IS NUMERIC
              AND NS-TIME IS NUMERIC
              PERFORM 0175-LOOK-UP-PLAYER
              PERFORM 0177-LOOK-UP-GAME
              IF WS-PM-FOUND-IX > 0 AND WS-GM-FOUND-IX > 0
                 IF WS-PM-STAT(WS-PM-FOUND-IX) IS EQUAL TO "A"
                    SET WS-SCORE-COUNTS TO TRUE
                    IF WS-GM-LIMIT(WS-GM-FOUND-IX) > 0
                       AND NS-SCORE > WS-GM-LIMIT(WS-GM-FOUND-IX)
                       PERFORM 0178-LOOK-UP-APPROVAL
                       IF WS-AP-FOUND-IX IS EQUAL TO 0
                          MOVE "N" TO WS-COUNTS-SW
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-SCORE-COUNTS
              MOVE 1 TO K
              PERFORM UNTIL K > WS-TOURN-COUNT
                  MOVE WS-TN-LINE(K) TO TOURNMASTER
                  IF TM-GAME-ID IS EQUAL TO NS-GAME-ID
                     PERFORM 0120-APPLY-TO-TOURNAMENT
                  END-IF
                  ADD 1 TO K
              END-PERFORM
           END-IF.

       0120-APPLY-TO-TOURNAMENT.
           IF (NS-DATE > TM-START-DATE
                 OR (NS-DATE = TM-START-DATE
                    AND NS-TIME NOT < TM-START-TIME))
              AND (NS-DATE < TM-END-DATE
                 OR (NS-DATE = TM-END-DATE
                    AND NS-TIME NOT > TM-END-TIME))
              PERFORM 0125-LOOK-UP-ENTRANT
              IF WS-EN-FOUND-IX > 0
                 PERFORM 0130-KEEP-BEST-SCORE
              END-IF
           END-IF.

       0125-LOOK-UP-ENTRANT.
           MOVE 0 TO WS-EN-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-ENTRANT-COUNT OR WS-EN-FOUND-IX > 0
               IF WS-EN-TOURN(L) IS EQUAL TO TM-TOURN-ID
                  AND WS-EN-PLAYER(L) IS EQUAL TO NS-PLAYER-ID
                  MOVE L TO WS-EN-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0130-KEEP-BEST-SCORE.
           MOVE 0 TO WS-BD-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-BOARD-COUNT OR WS-BD-FOUND-IX > 0
               MOVE WS-BD-LINE(L) TO BOARDLINE
               IF TB-TOURN-ID IS EQUAL TO TM-TOURN-ID
                  AND TB-PLAYER-ID IS EQUAL TO NS-PLAYER-ID
                  MOVE L TO WS-BD-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-BD-FOUND-IX IS EQUAL TO 0
              IF WS-BOARD-COUNT < WS-BOARD-MAX
                 ADD 1 TO WS-BOARD-COUNT
                 MOVE WS-BOARD-COUNT TO WS-BD-FOUND-IX
                 PERFORM 0135-STORE-BOARD-ROW
              ELSE
                 DISPLAY "TOURNBD: board table full - score for "
                    NS-PLAYER-ID " in " TM-TOURN-ID " not kept"
              END-IF
           ELSE
              MOVE WS-BD-LINE(WS-BD-FOUND-IX) TO BOARDLINE
              IF NS-SCORE > TB-SCORE
                 OR (NS-SCORE = TB-SCORE
                    AND (NS-DATE < TB-DATE
                       OR (NS-DATE = TB-DATE
                          AND NS-TIME < TB-TIME)))
                 PERFORM 0135-STORE-BOARD-ROW
              END-IF
           END-IF.

       0135-STORE-BOARD-ROW.
           MOVE TM-TOURN-ID TO TB-TOURN-ID.
           MOVE NS-PLAYER-ID TO TB-PLAYER-ID.
           MOVE NS-SCORE TO TB-SCORE.
           MOVE NS-DATE TO TB-DATE.
           MOVE NS-TIME TO TB-TIME.
           MOVE BOARDLINE TO WS-BD-LINE(WS-BD-FOUND-IX).
           SET WS-BOARD-CHANGED TO TRUE.
           ADD 1 TO WS-ROWS-KEPT.

       0150-REWRITE-BOARD.
           MOVE "records\tourn_board.txt" TO WS-GEN-MASTER-PATH.
           MOVE "records\tourn_board.g1" TO WS-GEN-G1-PATH.
           MOVE "records\tourn_board.g2" TO WS-GEN-G2-PATH.
           MOVE "records\tourn_board.g3" TO WS-GEN-G3-PATH.
           MOVE "TOURNBOARD" TO WS-GEN-MASTER-TAG.
           PERFORM 0190-ROLL-GENERATIONS.
           OPEN OUTPUT BOARDFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-BOARD-COUNT
               MOVE WS-BD-LINE(K) TO BOARDLINE
               WRITE BOARDLINE
               ADD 1 TO K
           END-PERFORM.
           CLOSE BOARDFILE.

       0175-LOOK-UP-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF NS-PLAYER-ID IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0177-LOOK-UP-GAME.
           MOVE 0 TO WS-GM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-GM-COUNT OR WS-GM-FOUND-IX > 0
               IF NS-GAME-ID IS EQUAL TO WS-GM-ID(L)
                  MOVE L TO WS-GM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0178-LOOK-UP-APPROVAL.
           MOVE 0 TO WS-AP-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-AP-COUNT OR WS-AP-FOUND-IX > 0
               IF NS-PLAYER-ID IS EQUAL TO WS-AP-PLAYER(L)
                  AND NS-GAME-ID IS EQUAL TO WS-AP-GAME(L)
                  AND NS-SCORE IS EQUAL TO WS-AP-SCORE(L)
                  MOVE L TO WS-AP-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0190-ROLL-GENERATIONS.
           MOVE WS-GEN-G2-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G3-PATH TO WS-GEN-OUT-PATH.
           PERFORM 0192-COPY-ONE-FILE.
           MOVE WS-GEN-G1-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G2-PATH TO WS-GEN-OUT-PATH.
           PERFORM 0192-COPY-ONE-FILE.
           MOVE WS-GEN-MASTER-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G1-PATH TO WS-GEN-OUT-PATH.
           PERFORM 0192-COPY-ONE-FILE.
           PERFORM 0194-WRITE-GEN-LOG.

       0192-COPY-ONE-FILE.
           MOVE 0 TO WS-GEN-COPY-COUNT.
           MOVE "N" TO WS-EOF-GEN-SW.
           OPEN INPUT GENINFILE.
           IF WS-GEN-IN-STATUS IS EQUAL TO "00"
              OPEN OUTPUT GENOUTFILE
              PERFORM UNTIL WS-EOF-GEN
                  READ GENINFILE
                  AT END
                     SET WS-EOF-GEN TO TRUE
                  END-READ
                  IF NOT WS-EOF-GEN
                     MOVE GEN-IN-LINE TO GEN-OUT-LINE
                     WRITE GEN-OUT-LINE
                     ADD 1 TO WS-GEN-COPY-COUNT
                  END-IF
              END-PERFORM
              CLOSE GENOUTFILE
              CLOSE GENINFILE
           END-IF.

       0194-WRITE-GEN-LOG.
           OPEN EXTEND GENLOGFILE.
           MOVE WS-GEN-MASTER-TAG TO GL-MASTER.
           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-RUN-TIME TO GL-TIME.
           MOVE WS-GEN-COPY-COUNT TO GL-ROWS.
           WRITE GENLOGLINE.
           CLOSE GENLOGFILE.

       0200-STOP-RUN.
           GOBACK.

       END PROGRAM TOURNBD.
