      * This program sweeps the masters against each other every
      * night, so drift between them is caught the night it happens
      * instead of weeks later when a player complains.
      *
      * MODIFICATION HISTORY
      *   Initial version: cross-check high_scores.txt against
      *   high_scores.idx (rows that differ in score or stamp, or
      *   are missing from either side); check every board, season
      *   archive, standings, pending-review and suspense row's
      *   player id against players.txt (missing or merged away)
      *   and every row's GAME-ID against games.txt; flag boards
      *   holding more than one row for a player and standings
      *   points that cannot be traced to any board or archived
      *   board.  Suspense rows parked precisely because their
      *   player or game is unknown are not counted again.  The
      *   result is a one-page exception list on
      *   integrity_report.txt and a PASS/FAIL line on
      *   integrity_flag.txt that NIGHTRUN halts the chain on.
      *   Standings points are also traced through the PROMOTED,
      *   REINSTAT and CARRYFWD lines on hs_audit.txt, so a player
      *   whose row has since been evicted, or whose archived rows
      *   RETPURGE has moved out to a yearly file, is no longer
      *   reported as untraced.  Pending-review rows, and suspense
      *   rows parked before their player was validated, are no
      *   longer checked against players.txt - a walk-in's scores
      *   parked as unregistered or held for review are not an
      *   exception.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT GAMEFILE ASSIGN TO "records\games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GF-STATUS.

       SELECT HIGHSCORESFILE ASSIGN TO "records\high_scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-STATUS.

       SELECT MASTERIXFILE ASSIGN TO "records\high_scores.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HX-KEY
           FILE STATUS IS WS-IX-STATUS.

       SELECT OPTIONAL ARCHIVEFILE
           ASSIGN TO "records\season_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-STATUS.

       SELECT OPTIONAL STANDINGSFILE ASSIGN TO "records\standings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ST-STATUS.

       SELECT OPTIONAL PENDINGFILE
           ASSIGN TO "records\pending_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PD-STATUS.

       SELECT OPTIONAL SUSPENSEFILE ASSIGN TO "records\suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SP-STATUS.

       SELECT OPTIONAL AUDITFILE ASSIGN TO "records\hs_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AU-STATUS.

       SELECT REPORTFILE ASSIGN TO "records\integrity_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FLAGFILE ASSIGN TO "records\integrity_flag.txt"
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

       FD GAMEFILE.
       COPY GAMEREC REPLACING ==RECNAME==       BY ==GAMEMASTER==
                              ==FLD-GAME-ID==   BY ==GM-GAME-ID==
                              ==FLD-GAME-NAME== BY ==GM-GAME-NAME==
                              ==FLD-STATUS==    BY ==GM-STATUS==
                              ==FLD-MAX-SCORE== BY ==GM-MAX-SCORE==.

       FD HIGHSCORESFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==HIGHSCORELINE==
                               ==FLD-PLAYER-ID== BY ==HS-PLAYER-ID==
                               ==FLD-SCORE==     BY ==HS-SCORE==
                               ==FLD-DATE==      BY ==HS-DATE==
                               ==FLD-TIME==      BY ==HS-TIME==
                               ==FLD-GAME-ID==   BY ==HS-GAME-ID==.

       FD MASTERIXFILE.
       COPY HSIXREC REPLACING ==RECNAME==          BY ==MASTERIXREC==
                              ==FLD-IX-KEY==       BY ==HX-KEY==
                              ==FLD-IX-GAME-ID==   BY ==HX-GAME-ID==
                              ==FLD-IX-PLAYER-ID== BY ==HX-PLAYER-ID==
                              ==FLD-IX-SCORE==     BY ==HX-SCORE==
                              ==FLD-IX-DATE==      BY ==HX-DATE==
                              ==FLD-IX-TIME==      BY ==HX-TIME==.

       FD ARCHIVEFILE.
       COPY SEASREC REPLACING ==RECNAME==       BY ==ARCHIVELINE==
                              ==FLD-SEASON-NO== BY ==AR-SEASON-NO==
                              ==FLD-PLAYER-ID== BY ==AR-PLAYER-ID==
                              ==FLD-SCORE==     BY ==AR-SCORE==
                              ==FLD-DATE==      BY ==AR-DATE==
                              ==FLD-TIME==      BY ==AR-TIME==
                              ==FLD-GAME-ID==   BY ==AR-GAME-ID==.

       FD STANDINGSFILE.
       COPY STANDREC REPLACING ==RECNAME==       BY ==STANDINGLINE==
                               ==FLD-PLAYER-ID== BY ==ST-PLAYER-ID==
                               ==FLD-POINTS==    BY ==ST-POINTS==
                               ==FLD-BOARDS==    BY ==ST-BOARDS==
                               ==FLD-PREV-RANK== BY ==ST-PREV-RANK==.

       FD PENDINGFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==PENDINGLINE==
                               ==FLD-PLAYER-ID== BY ==PD-PLAYER-ID==
                               ==FLD-SCORE==     BY ==PD-SCORE==
                               ==FLD-DATE==      BY ==PD-DATE==
                               ==FLD-TIME==      BY ==PD-TIME==
                               ==FLD-GAME-ID==   BY ==PD-GAME-ID==.

       FD SUSPENSEFILE.
       COPY SUSPREC REPLACING ==RECNAME== BY ==SUSPENSELINE==.

       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(80).

       FD FLAGFILE.
       COPY INTGREC REPLACING ==RECNAME== BY ==INTEGRITYLINE==.

       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.
       01  WS-HS-STATUS                    PIC XX.
       01  WS-IX-STATUS                    PIC XX.
       01  WS-AR-STATUS                    PIC XX.
       01  WS-ST-STATUS                    PIC XX.
       01  WS-PD-STATUS                    PIC XX.
       01  WS-SP-STATUS                    PIC XX.
       01  WS-AU-STATUS                    PIC XX.

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-ID-TABLE.
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-PM-LOADED-SW                 PIC X VALUE "N".
           88  WS-PM-LOADED                VALUE "Y".

       01  WS-GM-MAX                       PIC 9(04) VALUE 50.
       01  WS-GM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-GM-ID-TABLE.
           03  WS-GM-ID                    PIC X(10) OCCURS 50 TIMES.
       01  WS-GM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-GM-LOADED-SW                 PIC X VALUE "N".
           88  WS-GM-LOADED                VALUE "Y".

       01  WS-HS-MAX                       PIC 9(04) VALUE 2000.
       01  WS-HS-COUNT                     PIC 9(04) VALUE 0.
       01  WS-HS-TABLE.
           03  WS-HS-LINE                  PIC X(44) OCCURS 2000 TIMES.
       01  WS-HS-OVF-SW                    PIC X VALUE "N".
           88  WS-HS-OVERFLOW              VALUE "Y".

       01  WS-TR-MAX                       PIC 9(04) VALUE 2000.
       01  WS-TR-COUNT                     PIC 9(04) VALUE 0.
       01  WS-TR-ID-TABLE.
           03  WS-TR-ID                    PIC X(10) OCCURS 2000 TIMES.
       01  WS-TR-FOUND-IX                  PIC 9(04) VALUE 0.

       COPY HSRECORD REPLACING ==RECNAME==      BY ==WS-HS-WORK==
                               ==FLD-PLAYER-ID== BY ==WH-PLAYER-ID==
                               ==FLD-SCORE==     BY ==WH-SCORE==
                               ==FLD-DATE==      BY ==WH-DATE==
                               ==FLD-TIME==      BY ==WH-TIME==
                               ==FLD-GAME-ID==   BY ==WH-GAME-ID==.

       COPY HSRECORD REPLACING ==RECNAME==      BY ==WS-DUP-WORK==
                               ==FLD-PLAYER-ID== BY ==WD-PLAYER-ID==
                               ==FLD-SCORE==     BY ==WD-SCORE==
                               ==FLD-DATE==      BY ==WD-DATE==
                               ==FLD-TIME==      BY ==WD-TIME==
                               ==FLD-GAME-ID==   BY ==WD-GAME-ID==.

       01  WS-CHECK-MAX                    PIC 9(04) VALUE 9.
       01  WS-CHECK-NAMES.
           05  FILLER                      PIC X(08) VALUE "IXDIFF".
           05  FILLER                      PIC X(08) VALUE "IXMISS".
           05  FILLER                      PIC X(08) VALUE "TXMISS".
           05  FILLER                      PIC X(08) VALUE "NOPLAYER".
           05  FILLER                      PIC X(08) VALUE "MERGEDID".
           05  FILLER                      PIC X(08) VALUE "NOGAME".
           05  FILLER                      PIC X(08) VALUE "DUPROW".
           05  FILLER                      PIC X(08) VALUE "UNTRACED".
           05  FILLER                      PIC X(08) VALUE "NOMASTER".
       01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
           03  WS-CHECK-NAME               PIC X(08) OCCURS 9 TIMES.
       01  WS-CHECK-TEXTS.
           05  FILLER                      PIC X(40)
               VALUE "TXT AND IDX DIFFER IN SCORE OR STAMP".
           05  FILLER                      PIC X(40)
               VALUE "TXT ROW MISSING FROM IDX".
           05  FILLER                      PIC X(40)
               VALUE "IDX ROW MISSING FROM TXT".
           05  FILLER                      PIC X(40)
               VALUE "PLAYER ID NOT ON PLAYERS.TXT".
           05  FILLER                      PIC X(40)
               VALUE "PLAYER ID MERGED AWAY (STATUS M)".
           05  FILLER                      PIC X(40)
               VALUE "GAME-ID NOT ON GAMES.TXT".
           05  FILLER                      PIC X(40)
               VALUE "MORE THAN ONE ROW PER PLAYER ON A BOARD".
           05  FILLER                      PIC X(40)
               VALUE "STANDINGS POINTS NOT TRACED TO A BOARD".
           05  FILLER                      PIC X(40)
               VALUE "MASTER FILE MISSING OR UNREADABLE".
       01  WS-CHECK-TEXT-TABLE REDEFINES WS-CHECK-TEXTS.
           03  WS-CHECK-TEXT               PIC X(40) OCCURS 9 TIMES.
       01  WS-CHECK-TALLY-TABLE.
           03  WS-CHECK-TALLY              PIC 9(06) OCCURS 9 TIMES.
       01  WS-CHECK-FOUND-IX               PIC 9(04) VALUE 0.

       01  WS-EXC-TOTAL                    PIC 9(06) VALUE 0.
       01  WS-EXL-MAX                      PIC 9(04) VALUE 40.
       01  WS-EXL-COUNT                    PIC 9(04) VALUE 0.
       01  WS-EXL-TABLE.
           03  WS-EXL-LINE                 PIC X(80) OCCURS 40 TIMES.

       01  WS-EXC-DETAIL.
           05  ED-CHECK                    PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-GAME                     PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-PLAYER                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-NOTE                     PIC X(40).

       01  WS-SCORE-NOTE.
           05  FILLER                      PIC X(04) VALUE "TXT ".
           05  SN-TXT                      PIC Z(9)9.
           05  FILLER                      PIC X(05) VALUE " IDX ".
           05  SN-IDX                      PIC Z(9)9.

       01  WS-STAMP-NOTE.
           05  FILLER                      PIC X(04) VALUE "TXT ".
           05  TN-TXT-DATE                 PIC 9(08).
           05  TN-TXT-TIME                 PIC 9(06).
           05  FILLER                      PIC X(05) VALUE " IDX ".
           05  TN-IDX-DATE                 PIC 9(08).
           05  TN-IDX-TIME                 PIC 9(06).

       01  WS-VALUE-NOTE.
           05  VN-LABEL                    PIC X(10).
           05  VN-VALUE                    PIC Z(9)9.

       01  WS-CHECK-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CK-NAME                     PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CK-TEXT                     PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  CK-COUNT                    PIC Z(5)9.

       01  WS-VERDICT-LINE.
           05  FILLER                      PIC X(18)
               VALUE "INTEGRITY SWEEP - ".
           05  VL-DATE                     PIC 9(08).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  VL-VERDICT                  PIC X(04).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  VL-COUNT                    PIC Z(5)9.
           05  FILLER                      PIC X(11)
               VALUE " EXCEPTIONS".

       01  WS-EX-CHECK                     PIC X(08).
       01  WS-EX-SOURCE                    PIC X(08).
       01  WS-EX-GAME                      PIC X(10).
       01  WS-EX-PLAYER                    PIC X(10).
       01  WS-EX-NOTE                      PIC X(40).

       01  WS-LOOKUP-ID                    PIC X(10).
       01  WS-GAME-LOOKUP-ID               PIC X(10).
       01  WS-CHECK-SOURCE                 PIC X(08).

       01  WS-IX-OPEN-SW                   PIC X VALUE "N".
           88  WS-IX-FILE-OPEN             VALUE "Y".
       01  WS-IX-NOTE                      PIC X(60) VALUE SPACES.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".
       01  WS-EOF-HS-SW                    PIC X VALUE "N".
           88  WS-EOF-HS                   VALUE "Y".
       01  WS-EOF-IX-SW                    PIC X VALUE "N".
           88  WS-EOF-IX                   VALUE "Y".
       01  WS-EOF-AR-SW                    PIC X VALUE "N".
           88  WS-EOF-AR                   VALUE "Y".
       01  WS-EOF-ST-SW                    PIC X VALUE "N".
           88  WS-EOF-ST                   VALUE "Y".
       01  WS-EOF-PD-SW                    PIC X VALUE "N".
           88  WS-EOF-PD                   VALUE "Y".
       01  WS-EOF-SP-SW                    PIC X VALUE "N".
           88  WS-EOF-SP                   VALUE "Y".
       01  WS-EOF-AU-SW                    PIC X VALUE "N".
           88  WS-EOF-AU                   VALUE "Y".

       01  WS-FOUND-SW                     PIC X VALUE "N".
           88  WS-ROW-FOUND                VALUE "Y".

       01 J    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CHECK-MAX
               MOVE 0 TO WS-CHECK-TALLY(K)
               ADD 1 TO K
           END-PERFORM.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0065-LOAD-GAME-MASTER.
           PERFORM 0070-LOAD-SCOREFILE.
           PERFORM 0100-CHECK-BOARDS.
           PERFORM 0110-CHECK-INDEX.
           PERFORM 0120-CHECK-ARCHIVE.
           PERFORM 0125-TRACE-AUDIT.
           PERFORM 0130-CHECK-STANDINGS.
           PERFORM 0140-CHECK-PENDING.
           PERFORM 0150-CHECK-SUSPENSE.
           OPEN OUTPUT REPORTFILE.
           PERFORM 0170-WRITE-REPORT.
           CLOSE REPORTFILE.
           PERFORM 0180-WRITE-FLAG.
           IF WS-EXC-TOTAL IS EQUAL TO 0
              DISPLAY "INTEGCHK: masters agree - PASS"
           ELSE
              DISPLAY "INTEGCHK: " WS-EXC-TOTAL " exceptions - "
                 "FAIL - see integrity_report.txt"
           END-IF.
           PERFORM 0200-STOP-RUN.

       0060-LOAD-PLAYER-MASTER.
           OPEN INPUT PLAYERFILE.
           IF WS-PM-STATUS IS EQUAL TO "00"
              SET WS-PM-LOADED TO TRUE
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
                     ELSE
                        DISPLAY "INTEGCHK: player master table "
                           "full - ignoring extra players"
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PLAYERFILE
           ELSE
              MOVE "NOMASTER" TO WS-EX-CHECK
              MOVE "PLAYERS" TO WS-EX-SOURCE
              MOVE SPACES TO WS-EX-GAME WS-EX-PLAYER
              MOVE "players.txt cannot be opened" TO WS-EX-NOTE
              PERFORM 0160-NOTE-EXCEPTION
           END-IF.

       0065-LOAD-GAME-MASTER.
           OPEN INPUT GAMEFILE.
           IF WS-GF-STATUS IS EQUAL TO "00"
              SET WS-GM-LOADED TO TRUE
              PERFORM UNTIL WS-EOF-GF
                  READ GAMEFILE
                  AT END
                     SET WS-EOF-GF TO TRUE
                  END-READ
                  IF NOT WS-EOF-GF
                     IF WS-GM-COUNT < WS-GM-MAX
                        ADD 1 TO WS-GM-COUNT
                        MOVE GM-GAME-ID TO WS-GM-ID(WS-GM-COUNT)
                     ELSE
                        DISPLAY "INTEGCHK: game master table "
                           "full - ignoring extra games"
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GAMEFILE
           ELSE
              MOVE "NOMASTER" TO WS-EX-CHECK
              MOVE "GAMES" TO WS-EX-SOURCE
              MOVE SPACES TO WS-EX-GAME WS-EX-PLAYER
              MOVE "games.txt cannot be opened" TO WS-EX-NOTE
              PERFORM 0160-NOTE-EXCEPTION
           END-IF.

       0070-LOAD-SCOREFILE.
           OPEN INPUT HIGHSCORESFILE.
           IF WS-HS-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-HS
                  READ HIGHSCORESFILE
                  AT END
                     SET WS-EOF-HS TO TRUE
                  END-READ
                  IF NOT WS-EOF-HS
                     IF WS-HS-COUNT < WS-HS-MAX
                        ADD 1 TO WS-HS-COUNT
                        MOVE HIGHSCORELINE TO
                           WS-HS-LINE(WS-HS-COUNT)
                     ELSE
                        SET WS-HS-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE HIGHSCORESFILE
              IF WS-HS-OVERFLOW
                 MOVE "NOMASTER" TO WS-EX-CHECK
                 MOVE "BOARD" TO WS-EX-SOURCE
                 MOVE SPACES TO WS-EX-GAME WS-EX-PLAYER
                 MOVE "high_scores.txt larger than work table"
                    TO WS-EX-NOTE
                 PERFORM 0160-NOTE-EXCEPTION
              END-IF
           ELSE
              MOVE "NOMASTER" TO WS-EX-CHECK
              MOVE "BOARD" TO WS-EX-SOURCE
              MOVE SPACES TO WS-EX-GAME WS-EX-PLAYER
              MOVE "high_scores.txt cannot be opened"
                 TO WS-EX-NOTE
              PERFORM 0160-NOTE-EXCEPTION
           END-IF.

       0100-CHECK-BOARDS.
           MOVE "BOARD" TO WS-CHECK-SOURCE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-HS-COUNT
               MOVE WS-HS-LINE(K) TO WS-HS-WORK
               MOVE WH-PLAYER-ID TO WS-LOOKUP-ID
               MOVE WH-GAME-ID TO WS-GAME-LOOKUP-ID
               PERFORM 0165-CHECK-PLAYER
               PERFORM 0167-CHECK-GAME
               PERFORM 0168-REGISTER-TRACE
               PERFORM 0105-CHECK-DUPLICATE
               ADD 1 TO K
           END-PERFORM.

       0105-CHECK-DUPLICATE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO J.
           PERFORM UNTIL J NOT < K OR WS-ROW-FOUND
               MOVE WS-HS-LINE(J) TO WS-DUP-WORK
               IF WD-GAME-ID IS EQUAL TO WH-GAME-ID
                  AND WD-PLAYER-ID IS EQUAL TO WH-PLAYER-ID
                  SET WS-ROW-FOUND TO TRUE
               END-IF
               ADD 1 TO J
           END-PERFORM.
           IF WS-ROW-FOUND
              MOVE "DUPROW" TO WS-EX-CHECK
              MOVE "BOARD" TO WS-EX-SOURCE
              MOVE WH-GAME-ID TO WS-EX-GAME
              MOVE WH-PLAYER-ID TO WS-EX-PLAYER
              MOVE "EXTRA ROW" TO VN-LABEL
              IF WH-SCORE IS NUMERIC
                 MOVE WH-SCORE TO VN-VALUE
              ELSE
                 MOVE 0 TO VN-VALUE
              END-IF
              MOVE WS-VALUE-NOTE TO WS-EX-NOTE
              PERFORM 0160-NOTE-EXCEPTION
           END-IF.

       0110-CHECK-INDEX.
           OPEN INPUT MASTERIXFILE.
           IF WS-IX-STATUS IS NOT EQUAL TO "00"
              MOVE "  HIGH_SCORES.IDX NOT AVAILABLE - NOT COMPARED"
                 TO WS-IX-NOTE
              DISPLAY "INTEGCHK: cannot open high_scores.idx - "
                 "status " WS-IX-STATUS " - comparison skipped"
           ELSE
              SET WS-IX-FILE-OPEN TO TRUE
              PERFORM 0112-MATCH-TXT-TO-INDEX
              PERFORM 0115-MATCH-INDEX-TO-TXT
              CLOSE MASTERIXFILE
           END-IF.

       0112-MATCH-TXT-TO-INDEX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-HS-COUNT
               MOVE WS-HS-LINE(K) TO WS-HS-WORK
               MOVE WH-GAME-ID TO HX-GAME-ID
               MOVE WH-PLAYER-ID TO HX-PLAYER-ID
               READ MASTERIXFILE
                  INVALID KEY
                     MOVE "IXMISS" TO WS-EX-CHECK
                     MOVE "BOARD" TO WS-EX-SOURCE
                     MOVE WH-GAME-ID TO WS-EX-GAME
                     MOVE WH-PLAYER-ID TO WS-EX-PLAYER
                     MOVE "TXT SCORE" TO VN-LABEL
                     IF WH-SCORE IS NUMERIC
                        MOVE WH-SCORE TO VN-VALUE
                     ELSE
                        MOVE 0 TO VN-VALUE
                     END-IF
                     MOVE WS-VALUE-NOTE TO WS-EX-NOTE
                     PERFORM 0160-NOTE-EXCEPTION
                  NOT INVALID KEY
                     PERFORM 0113-COMPARE-INDEX-ROW
               END-READ
               ADD 1 TO K
           END-PERFORM.

       0113-COMPARE-INDEX-ROW.
           MOVE "IXDIFF" TO WS-EX-CHECK.
           MOVE "INDEX" TO WS-EX-SOURCE.
           MOVE WH-GAME-ID TO WS-EX-GAME.
           MOVE WH-PLAYER-ID TO WS-EX-PLAYER.
           IF WH-SCORE IS NOT EQUAL TO HX-SCORE
              IF WH-SCORE IS NUMERIC
                 MOVE WH-SCORE TO SN-TXT
              ELSE
                 MOVE 0 TO SN-TXT
              END-IF
              MOVE HX-SCORE TO SN-IDX
              MOVE WS-SCORE-NOTE TO WS-EX-NOTE
              PERFORM 0160-NOTE-EXCEPTION
           ELSE
           IF WH-DATE IS NOT EQUAL TO HX-DATE
              OR WH-TIME IS NOT EQUAL TO HX-TIME
              MOVE WH-DATE TO TN-TXT-DATE
              MOVE WH-TIME TO TN-TXT-TIME
              MOVE HX-DATE TO TN-IDX-DATE
              MOVE HX-TIME TO TN-IDX-TIME
              MOVE WS-STAMP-NOTE TO WS-EX-NOTE
              PERFORM 0160-NOTE-EXCEPTION
           END-IF
           END-IF.

       0115-MATCH-INDEX-TO-TXT.
           MOVE LOW-VALUES TO HX-KEY.
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
                  MOVE "N" TO WS-FOUND-SW
                  MOVE 1 TO J
                  PERFORM UNTIL J > WS-HS-COUNT OR WS-ROW-FOUND
                      MOVE WS-HS-LINE(J) TO WS-DUP-WORK
                      IF WD-GAME-ID IS EQUAL TO HX-GAME-ID
                         AND WD-PLAYER-ID IS EQUAL TO HX-PLAYER-ID
                         SET WS-ROW-FOUND TO TRUE
                      END-IF
                      ADD 1 TO J
                  END-PERFORM
                  IF NOT WS-ROW-FOUND
                     MOVE "TXMISS" TO WS-EX-CHECK
                     MOVE "INDEX" TO WS-EX-SOURCE
                     MOVE HX-GAME-ID TO WS-EX-GAME
                     MOVE HX-PLAYER-ID TO WS-EX-PLAYER
                     MOVE "IDX SCORE" TO VN-LABEL
                     MOVE HX-SCORE TO VN-VALUE
                     MOVE WS-VALUE-NOTE TO WS-EX-NOTE
                     PERFORM 0160-NOTE-EXCEPTION
                  END-IF
               END-IF
           END-PERFORM.

       0120-CHECK-ARCHIVE.
           MOVE "ARCHIVE" TO WS-CHECK-SOURCE.
           OPEN INPUT ARCHIVEFILE.
           IF WS-AR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AR
                  READ ARCHIVEFILE
                  AT END
                     SET WS-EOF-AR TO TRUE
                  END-READ
                  IF NOT WS-EOF-AR
                     MOVE AR-PLAYER-ID TO WS-LOOKUP-ID
                     MOVE AR-GAME-ID TO WS-GAME-LOOKUP-ID
                     PERFORM 0165-CHECK-PLAYER
                     PERFORM 0167-CHECK-GAME
                     PERFORM 0168-REGISTER-TRACE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE ARCHIVEFILE.

      * A row that reached a board and was later evicted, or an
      * archived row RETPURGE has moved out (leaving its CARRYFWD
      * line behind), still accounts for the points it earned.
       0125-TRACE-AUDIT.
           OPEN INPUT AUDITFILE.
           IF WS-AU-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AU
                  READ AUDITFILE
                  AT END
                     SET WS-EOF-AU TO TRUE
                  END-READ
                  IF NOT WS-EOF-AU
                     IF AUDIT-PROMOTED
                        OR AUDIT-REINSTAT
                        OR AUDIT-CARRYFWD
                        MOVE AUD-PLAYER-ID TO WS-LOOKUP-ID
                        PERFORM 0168-REGISTER-TRACE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE AUDITFILE.

       0130-CHECK-STANDINGS.
           MOVE "STANDING" TO WS-CHECK-SOURCE.
           OPEN INPUT STANDINGSFILE.
           IF WS-ST-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-ST
                  READ STANDINGSFILE
                  AT END
                     SET WS-EOF-ST TO TRUE
                  END-READ
                  IF NOT WS-EOF-ST
                     MOVE ST-PLAYER-ID TO WS-LOOKUP-ID
                     MOVE SPACES TO WS-GAME-LOOKUP-ID
                     PERFORM 0165-CHECK-PLAYER
                     PERFORM 0135-TRACE-POINTS
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE STANDINGSFILE.

       0135-TRACE-POINTS.
           IF ST-POINTS IS NUMERIC
              AND ST-POINTS > 0
              MOVE 0 TO WS-TR-FOUND-IX
              MOVE 1 TO L
              PERFORM UNTIL L > WS-TR-COUNT OR WS-TR-FOUND-IX > 0
                  IF ST-PLAYER-ID IS EQUAL TO WS-TR-ID(L)
                     MOVE L TO WS-TR-FOUND-IX
                  END-IF
                  ADD 1 TO L
              END-PERFORM
              IF WS-TR-FOUND-IX IS EQUAL TO 0
                 MOVE "UNTRACED" TO WS-EX-CHECK
                 MOVE "STANDING" TO WS-EX-SOURCE
                 MOVE SPACES TO WS-EX-GAME
                 MOVE ST-PLAYER-ID TO WS-EX-PLAYER
                 MOVE "POINTS" TO VN-LABEL
                 MOVE ST-POINTS TO VN-VALUE
                 MOVE WS-VALUE-NOTE TO WS-EX-NOTE
                 PERFORM 0160-NOTE-EXCEPTION
              END-IF
           END-IF.

      * A held row is parked before HIGHSCORE validates its
      * player, so only its game is checked.
       0140-CHECK-PENDING.
           MOVE "PENDING" TO WS-CHECK-SOURCE.
           OPEN INPUT PENDINGFILE.
           IF WS-PD-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PD
                  READ PENDINGFILE
                  AT END
                     SET WS-EOF-PD TO TRUE
                  END-READ
                  IF NOT WS-EOF-PD
                     MOVE PD-PLAYER-ID TO WS-LOOKUP-ID
                     MOVE PD-GAME-ID TO WS-GAME-LOOKUP-ID
                     PERFORM 0167-CHECK-GAME
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE PENDINGFILE.

      * A suspense row parked because its game is unknown is
      * already the exception being reported.  The player is only
      * checked on rows parked after HIGHSCORE had found the player
      * on the master (banned, or pushed off a full board); every
      * other reason is raised before the player is looked at, so
      * an unregistered walk-in is no exception here.
       0150-CHECK-SUSPENSE.
           MOVE "SUSPENSE" TO WS-CHECK-SOURCE.
           OPEN INPUT SUSPENSEFILE.
           IF WS-SP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-SP
                  READ SUSPENSEFILE
                  AT END
                     SET WS-EOF-SP TO TRUE
                  END-READ
                  IF NOT WS-EOF-SP
                     MOVE SP-RAW(1:10) TO WS-LOOKUP-ID
                     MOVE SP-RAW(35:10) TO WS-GAME-LOOKUP-ID
                     IF SUSP-BANNED
                        OR SUSP-BOARD-FULL
                        PERFORM 0165-CHECK-PLAYER
                     END-IF
                     IF NOT SUSP-UNKNOWN-GAME
                        PERFORM 0167-CHECK-GAME
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE SUSPENSEFILE.

       0160-NOTE-EXCEPTION.
           ADD 1 TO WS-EXC-TOTAL.
           MOVE 0 TO WS-CHECK-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-CHECK-MAX OR WS-CHECK-FOUND-IX > 0
               IF WS-EX-CHECK IS EQUAL TO WS-CHECK-NAME(L)
                  MOVE L TO WS-CHECK-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-CHECK-FOUND-IX > 0
              ADD 1 TO WS-CHECK-TALLY(WS-CHECK-FOUND-IX)
           END-IF.
           IF WS-EXL-COUNT < WS-EXL-MAX
              ADD 1 TO WS-EXL-COUNT
              MOVE WS-EX-CHECK TO ED-CHECK
              MOVE WS-EX-SOURCE TO ED-SOURCE
              MOVE WS-EX-GAME TO ED-GAME
              MOVE WS-EX-PLAYER TO ED-PLAYER
              MOVE WS-EX-NOTE TO ED-NOTE
              MOVE WS-EXC-DETAIL TO WS-EXL-LINE(WS-EXL-COUNT)
           END-IF.

       0165-CHECK-PLAYER.
           IF WS-PM-LOADED
              MOVE 0 TO WS-PM-FOUND-IX
              MOVE 1 TO L
              PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
                  IF WS-LOOKUP-ID IS EQUAL TO WS-PM-ID(L)
                     MOVE L TO WS-PM-FOUND-IX
                  END-IF
                  ADD 1 TO L
              END-PERFORM
              MOVE WS-CHECK-SOURCE TO WS-EX-SOURCE
              MOVE WS-GAME-LOOKUP-ID TO WS-EX-GAME
              MOVE WS-LOOKUP-ID TO WS-EX-PLAYER
              MOVE SPACES TO WS-EX-NOTE
              IF WS-PM-FOUND-IX IS EQUAL TO 0
                 MOVE "NOPLAYER" TO WS-EX-CHECK
                 PERFORM 0160-NOTE-EXCEPTION
              ELSE
                 IF WS-PM-STAT(WS-PM-FOUND-IX) IS EQUAL TO "M"
                    MOVE "MERGEDID" TO WS-EX-CHECK
                    PERFORM 0160-NOTE-EXCEPTION
                 END-IF
              END-IF
           END-IF.

       0167-CHECK-GAME.
           IF WS-GM-LOADED
              MOVE 0 TO WS-GM-FOUND-IX
              MOVE 1 TO L
              PERFORM UNTIL L > WS-GM-COUNT OR WS-GM-FOUND-IX > 0
                  IF WS-GAME-LOOKUP-ID IS EQUAL TO WS-GM-ID(L)
                     MOVE L TO WS-GM-FOUND-IX
                  END-IF
                  ADD 1 TO L
              END-PERFORM
              IF WS-GM-FOUND-IX IS EQUAL TO 0
                 MOVE "NOGAME" TO WS-EX-CHECK
                 MOVE WS-CHECK-SOURCE TO WS-EX-SOURCE
                 MOVE WS-GAME-LOOKUP-ID TO WS-EX-GAME
                 MOVE WS-LOOKUP-ID TO WS-EX-PLAYER
                 MOVE SPACES TO WS-EX-NOTE
                 PERFORM 0160-NOTE-EXCEPTION
              END-IF
           END-IF.

       0168-REGISTER-TRACE.
           MOVE 0 TO WS-TR-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-TR-COUNT OR WS-TR-FOUND-IX > 0
               IF WS-LOOKUP-ID IS EQUAL TO WS-TR-ID(L)
                  MOVE L TO WS-TR-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-TR-FOUND-IX IS EQUAL TO 0
              AND WS-TR-COUNT < WS-TR-MAX
              ADD 1 TO WS-TR-COUNT
              MOVE WS-LOOKUP-ID TO WS-TR-ID(WS-TR-COUNT)
           END-IF.

       0170-WRITE-REPORT.
           MOVE WS-RUN-DATE TO VL-DATE.
           IF WS-EXC-TOTAL IS EQUAL TO 0
              MOVE "PASS" TO VL-VERDICT
           ELSE
              MOVE "FAIL" TO VL-VERDICT
           END-IF.
           MOVE WS-EXC-TOTAL TO VL-COUNT.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS BY CHECK" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CHECK-MAX
               MOVE WS-CHECK-NAME(K) TO CK-NAME
               MOVE WS-CHECK-TEXT(K) TO CK-TEXT
               MOVE WS-CHECK-TALLY(K) TO CK-COUNT
               MOVE WS-CHECK-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO K
           END-PERFORM.
           IF NOT WS-IX-FILE-OPEN
              MOVE WS-IX-NOTE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTION LIST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CHECK    SOURCE   GAME       PLAYER     DETAIL"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-EXL-COUNT
               MOVE WS-EXL-LINE(K) TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO K
           END-PERFORM.
           IF WS-EXC-TOTAL > WS-EXL-COUNT
              MOVE SPACES TO REPORT-LINE
              SUBTRACT WS-EXL-COUNT FROM WS-EXC-TOTAL GIVING VN-VALUE
              MOVE "  FURTHER" TO VN-LABEL
              MOVE WS-VALUE-NOTE TO REPORT-LINE
              MOVE " EXCEPTIONS NOT LISTED - SEE COUNTS ABOVE"
                 TO REPORT-LINE(21:41)
              WRITE REPORT-LINE
           END-IF.
           IF WS-EXC-TOTAL IS EQUAL TO 0
              MOVE "  NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       0180-WRITE-FLAG.
           OPEN OUTPUT FLAGFILE.
           IF WS-EXC-TOTAL IS EQUAL TO 0
              SET INTEGRITY-PASS TO TRUE
           ELSE
              SET INTEGRITY-FAIL TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO IG-DATE.
           MOVE WS-RUN-TIME TO IG-TIME.
           MOVE WS-EXC-TOTAL TO IG-EXCEPTIONS.
           WRITE INTEGRITYLINE.
           CLOSE FLAGFILE.

       0200-STOP-RUN.
           GOBACK.

       END PROGRAM INTEGCHK.
