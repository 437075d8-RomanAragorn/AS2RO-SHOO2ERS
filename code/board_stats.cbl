      * This program writes the monthly board health statistics per
      * GAME-ID, so retiring a game, setting a new maximum credible
      * score in GAMEMAINT or resizing a board can be decided on
      * numbers instead of impressions.
      *
      * MODIFICATION HISTORY
      *   Initial version: stats_select.txt names the month (YYYYMM, the
      *   run month when blank) and board_stats_report.txt is written
      *   from high_scores.txt, season_archive.txt and
      *   hs_audit.txt.  For every game on the game master (and any game
      *   id found only on the score files) it shows the board as it
      *   stands - rows, cut line (lowest score still on the board),
      *   median and top score, the last two as a percentage of the
      *   game's maximum credible score - then PROMOTED and EVICTED
      *   counts for the month and the five before it, the cut line
      *   recorded for each of those months and its move since the
      *   previous one, the distinct players who have ever made the
      *   board (audit trail, current board and season archive) and how
      *   many were promoted in the month, and the longest unbroken
      *   spell at #1 with the days it was held.  An active game with no
      *   promotions in the month is flagged as a retirement
      *   candidate.  When the month is the run month or the one just
      *   ended, the cut line, top score and month counts are kept on
      *   board_stats_hist.txt (a rerun replaces the month's row) so
      *   later months can show how the cut line has moved.
      *   Count the players on the CARRYFWD lines RETPURGE leaves on
      *   hs_audit.txt among those who have ever made the board.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL STATSELECTFILE
           ASSIGN TO "records\stats_select.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-STATUS.

       SELECT GAMEFILE ASSIGN TO "records\games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GF-STATUS.

       SELECT OPTIONAL HIGHSCORESFILE
           ASSIGN TO "records\high_scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-STATUS.

       SELECT OPTIONAL ARCHIVEFILE
           ASSIGN TO "records\season_archive.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-STATUS.

       SELECT OPTIONAL AUDITFILE ASSIGN TO "records\hs_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AU-STATUS.

       SELECT OPTIONAL STATHISTFILE
           ASSIGN TO "records\board_stats_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SH-STATUS.

       SELECT REPORTFILE ASSIGN TO "records\board_stats_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STATSELECTFILE.
       01  STAT-SELECT-LINE.
           05  SS-MONTH                    PIC X(06).

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

       FD ARCHIVEFILE.
       COPY SEASREC REPLACING ==RECNAME==       BY ==ARCHIVELINE==
                              ==FLD-SEASON-NO== BY ==AR-SEASON-NO==
                              ==FLD-PLAYER-ID== BY ==AR-PLAYER-ID==
                              ==FLD-SCORE==     BY ==AR-SCORE==
                              ==FLD-DATE==      BY ==AR-DATE==
                              ==FLD-TIME==      BY ==AR-TIME==
                              ==FLD-GAME-ID==   BY ==AR-GAME-ID==.

       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD STATHISTFILE.
       COPY BSTATREC REPLACING ==RECNAME== BY ==STATHISTLINE==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-SS-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.
       01  WS-HS-STATUS                    PIC XX.
       01  WS-AR-STATUS                    PIC XX.
       01  WS-AU-STATUS                    PIC XX.
       01  WS-SH-STATUS                    PIC XX.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH                PIC 9(06).
           05  FILLER                      PIC 9(02).

      * The reported month and the five before it, oldest first;
      * WS-MONTH-KEY(6) is the reported month.
       01  WS-REPORT-MONTH                 PIC 9(06).
       01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR                  PIC 9(04).
           05  WS-RM-MONTH                 PIC 9(02).
       01  WS-PRIOR-MONTH                  PIC 9(06).
       01  WS-LAST-RUN-MONTH               PIC 9(06).
       01  WS-MONTH-KEY-TABLE.
           03  WS-MONTH-KEY                PIC 9(06) OCCURS 6 TIMES.
       01  WS-MONTH-WORK                   PIC 9(06).
       01  WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
           05  WS-MW-YEAR                  PIC 9(04).
           05  WS-MW-MONTH                 PIC 9(02).
       01  WS-MONTH-IX                     PIC 9(04) VALUE 0.
       01  WS-SNAPSHOT-SW                  PIC X VALUE "N".
           88  WS-SNAPSHOT-MONTH           VALUE "Y".
       01  WS-END-DAYS                     PIC 9(07) VALUE 0.

       01  WS-GM-MAX                       PIC 9(04) VALUE 100.
       01  WS-GM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-GM-ID-TABLE.
           03  WS-GM-ID                    PIC X(10) OCCURS 100 TIMES.
       01  WS-GM-NAME-TABLE.
           03  WS-GM-NAME                  PIC X(20) OCCURS 100 TIMES.
       01  WS-GM-STAT-TABLE.
           03  WS-GM-STAT                  PIC X(01) OCCURS 100 TIMES.
       01  WS-GM-LIMIT-TABLE.
           03  WS-GM-LIMIT                 PIC 9(10) OCCURS 100 TIMES.
       01  WS-GM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-GAME-LOOKUP-ID               PIC X(10).

       01  WS-TURNOVER-TABLE.
           03  WS-TO-ENTRY                 OCCURS 100 TIMES.
               05  WS-TO-PROMO             PIC 9(06) OCCURS 6 TIMES.
               05  WS-TO-EVICT             PIC 9(06) OCCURS 6 TIMES.

      * The #1 spell running per game while the audit trail is read
      * (holder and the day it began), and the longest one closed so
      * far.  WS-RB-CURRENT is "Y" when the longest spell is the one
      * still running at the end of the month.
       01  WS-RG-HOLDER-TABLE.
           03  WS-RG-HOLDER                PIC X(10) OCCURS 100 TIMES.
       01  WS-RG-START-TABLE.
           03  WS-RG-START                 PIC 9(08) OCCURS 100 TIMES.
       01  WS-RB-PLAYER-TABLE.
           03  WS-RB-PLAYER                PIC X(10) OCCURS 100 TIMES.
       01  WS-RB-DAYS-TABLE.
           03  WS-RB-DAYS                  PIC 9(06) OCCURS 100 TIMES.
       01  WS-RB-START-TABLE.
           03  WS-RB-START                 PIC 9(08) OCCURS 100 TIMES.
       01  WS-RB-CURRENT-TABLE.
           03  WS-RB-CURRENT               PIC X(01) OCCURS 100 TIMES.
       01  WS-SPELL-END                    PIC 9(08).
       01  WS-SPELL-DAYS                   PIC 9(06).
       01  WS-SPELL-CURRENT                PIC X(01).

      * Every player who has made each board, with "Y" in
      * WS-DP-MONTH when promoted onto it in the reported month.
       01  WS-DP-MAX                       PIC 9(04) VALUE 5000.
       01  WS-DP-COUNT                     PIC 9(04) VALUE 0.
       01  WS-DP-GAME-TABLE.
           03  WS-DP-GAME                  PIC X(10) OCCURS 5000 TIMES.
       01  WS-DP-PLAYER-TABLE.
           03  WS-DP-PLAYER                PIC X(10) OCCURS 5000 TIMES.
       01  WS-DP-MONTH-TABLE.
           03  WS-DP-MONTH                 PIC X(01) OCCURS 5000 TIMES.
       01  WS-DP-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-DP-LOOKUP-PLAYER             PIC X(10).
       01  WS-DP-OVF-SW                    PIC X VALUE "N".
           88  WS-DP-OVERFLOW              VALUE "Y".

       01  WS-BD-MAX                       PIC 9(04) VALUE 2000.
       01  WS-BD-COUNT                     PIC 9(04) VALUE 0.
       01  WS-BD-GAME-TABLE.
           03  WS-BD-GAME                  PIC X(10) OCCURS 2000 TIMES.
       01  WS-BD-PLAYER-TABLE.
           03  WS-BD-PLAYER                PIC X(10) OCCURS 2000 TIMES.
       01  WS-BD-SCORE-TABLE.
           03  WS-BD-SCORE                 PIC 9(10) OCCURS 2000 TIMES.
       01  WS-BD-DATE-TABLE.
           03  WS-BD-DATE                  PIC 9(08) OCCURS 2000 TIMES.

       01  WS-SH-MAX                       PIC 9(04) VALUE 2000.
       01  WS-SH-COUNT                     PIC 9(04) VALUE 0.
       01  WS-SH-LINE-TABLE.
           03  WS-SH-LINE                  PIC X(52) OCCURS 2000 TIMES.
       01  WS-SH-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-SH-OVF-SW                    PIC X VALUE "N".
           88  WS-SH-OVERFLOW              VALUE "Y".
       COPY BSTATREC REPLACING ==RECNAME== BY ==WS-SH-WORK==
                               ==BS-GAME-ID== BY ==WS-SW-GAME-ID==
                               ==BS-MONTH== BY ==WS-SW-MONTH==
                               ==BS-CUT-LINE== BY ==WS-SW-CUT-LINE==
                               ==BS-TOP-SCORE== BY ==WS-SW-TOP-SCORE==
                               ==BS-BOARD-ROWS== BY ==WS-SW-BOARD-ROWS==
                               ==BS-PROMOTED== BY ==WS-SW-PROMOTED==
                               ==BS-EVICTED== BY ==WS-SW-EVICTED==.

      * One game's board, best score first, while its section of the
      * report is written.
       01  WS-SC-MAX                       PIC 9(04) VALUE 100.
       01  WS-SC-COUNT                     PIC 9(04) VALUE 0.
       01  WS-SC-SCORE-TABLE.
           03  WS-SC-SCORE                 PIC 9(10) OCCURS 100 TIMES.
       01  WS-SC-PLAYER-TABLE.
           03  WS-SC-PLAYER                PIC X(10) OCCURS 100 TIMES.
       01  WS-SC-DATE-TABLE.
           03  WS-SC-DATE                  PIC 9(08) OCCURS 100 TIMES.
       01  WS-SWAP-SCORE                   PIC 9(10).
       01  WS-SWAP-PLAYER                  PIC X(10).
       01  WS-SWAP-DATE                    PIC 9(08).

       01  WS-CUT-LINE                     PIC 9(10) VALUE 0.
       01  WS-TOP-SCORE                    PIC 9(10) VALUE 0.
       01  WS-MEDIAN                       PIC 9(10) VALUE 0.
       01  WS-HALF                         PIC 9(04) VALUE 0.
       01  WS-HALF-REM                     PIC 9(04) VALUE 0.
       01  WS-PCT                          PIC 9(05) VALUE 0.
       01  WS-PCT-BASE                     PIC 9(10) VALUE 0.
       01  WS-EVER-COUNT                   PIC 9(06) VALUE 0.
       01  WS-MONTH-PLAYERS                PIC 9(06) VALUE 0.
       01  WS-PREV-CUT                     PIC 9(10) VALUE 0.
       01  WS-PREV-CUT-SW                  PIC X VALUE "N".
           88  WS-PREV-CUT-FOUND           VALUE "Y".
       01  WS-CUT-MOVE                     PIC S9(10) VALUE 0.
       01  WS-RETIRE-COUNT                 PIC 9(04) VALUE 0.

      * Day numbers for counting the days a #1 spell lasted.
       01  WS-DN-DATE                      PIC 9(08).
       01  WS-DN-DATE-X REDEFINES WS-DN-DATE.
           05  WS-DN-YYYY                  PIC 9(04).
           05  WS-DN-MM                    PIC 9(02).
           05  WS-DN-DD                    PIC 9(02).
       01  WS-DN-DAYS                      PIC 9(07).
       01  WS-DN-YEAR                      PIC 9(04).
       01  WS-DN-MONTH                     PIC 9(02).
       01  WS-DN-PART                      PIC 9(07).
       01  WS-DN-START-DAYS                PIC 9(07).

       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".
       01  WS-EOF-HS-SW                    PIC X VALUE "N".
           88  WS-EOF-HS                   VALUE "Y".
       01  WS-EOF-AR-SW                    PIC X VALUE "N".
           88  WS-EOF-AR                   VALUE "Y".
       01  WS-EOF-AU-SW                    PIC X VALUE "N".
           88  WS-EOF-AU                   VALUE "Y".
       01  WS-EOF-SH-SW                    PIC X VALUE "N".
           88  WS-EOF-SH                   VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(31)
               VALUE "BOARD HEALTH STATISTICS - MONTH".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RT-MONTH                    PIC 9(06).
           05  FILLER                      PIC X(07) VALUE " - RUN ".
           05  RT-RUN-DATE                 PIC 9(08).

       01  WS-GAME-HEADER.
           05  FILLER                      PIC X(05) VALUE "GAME ".
           05  GH-GAME-ID                  PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GH-GAME-NAME                PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  GH-STATUS                   PIC X(08).
           05  FILLER                      PIC X(11)
               VALUE " MAX SCORE ".
           05  GH-LIMIT                    PIC Z(9)9.

       01  WS-BOARD-DETAIL.
           05  FILLER                      PIC X(13)
               VALUE "  BOARD ROWS ".
           05  BD-ROWS                     PIC ZZZ9.
           05  FILLER                      PIC X(11)
               VALUE "  CUT LINE ".
           05  BD-CUT-LINE                 PIC Z(9)9.
           05  FILLER                      PIC X(09)
               VALUE "  MOVED  ".
           05  BD-MOVE                     PIC -(10)9.
           05  FILLER                      PIC X(07) VALUE " SINCE ".
           05  BD-PRIOR-MONTH              PIC X(06).

       01  WS-SCORE-DETAIL.
           05  SD-LABEL                    PIC X(13).
           05  SD-SCORE                    PIC Z(9)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SD-PCT-TEXT                 PIC X(24).

       01  WS-PCT-TEXT.
           05  PT-PCT                      PIC ZZZZ9.
           05  FILLER                      PIC X(19)
               VALUE "% OF MAX SCORE".

       01  WS-MONTH-HEADER.
           05  FILLER                      PIC X(44)
               VALUE "  MONTH    PROMOTED  EVICTED    CUT LINE".
           05  FILLER                      PIC X(12)
               VALUE "        MOVE".

       01  WS-MONTH-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  MD-MONTH                    PIC 9(06).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  MD-PROMOTED                 PIC Z(5)9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  MD-EVICTED                  PIC Z(5)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  MD-CUT-LINE                 PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  MD-MOVE                     PIC X(12).

       01  WS-CUT-EDIT                     PIC Z(9)9.
       01  WS-MOVE-EDIT                    PIC -(10)9.

       01  WS-PLAYERS-DETAIL.
           05  FILLER                      PIC X(25)
               VALUE "  PLAYERS EVER ON BOARD  ".
           05  PD-EVER                     PIC Z(5)9.
           05  FILLER                      PIC X(25)
               VALUE "   PROMOTED THIS MONTH   ".
           05  PD-MONTH                    PIC Z(5)9.

       01  WS-REIGN-DETAIL.
           05  FILLER                      PIC X(15)
               VALUE "  LONGEST #1   ".
           05  RG-PLAYER-ID                PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RG-DAYS                     PIC Z(5)9.
           05  FILLER                      PIC X(11)
               VALUE " DAYS FROM ".
           05  RG-START                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RG-NOTE                     PIC X(16).

       01  WS-REPORT-TOTALS.
           05  FILLER                      PIC X(07) VALUE "GAMES: ".
           05  RX-GAMES                    PIC ZZZ9.
           05  FILLER                      PIC X(25)
               VALUE "  RETIREMENT CANDIDATES: ".
           05  RX-RETIRE                   PIC ZZZ9.

       01 G    PIC 9(04)                   VALUE 1.
       01 I    PIC 9(04)                   VALUE 1.
       01 I1   PIC 9(04)                   VALUE 1.
       01 J    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0055-CHOOSE-MONTH.
           PERFORM 0060-LOAD-GAME-MASTER.
           PERFORM 0070-LOAD-BOARD.
           PERFORM 0080-LOAD-ARCHIVE.
           PERFORM 0090-LOAD-HISTORY.
           PERFORM 0100-READ-AUDIT.
           PERFORM 0130-CLOSE-SPELLS.
           OPEN OUTPUT REPORTFILE.
           PERFORM 0140-WRITE-REPORT.
           CLOSE REPORTFILE.
           IF WS-SNAPSHOT-MONTH
              IF WS-SH-OVERFLOW
                 DISPLAY "BOARDSTAT: board_stats_hist.txt larger "
                    "than the work table - history not updated"
              ELSE
                 PERFORM 0180-REWRITE-HISTORY
              END-IF
           END-IF.
           IF WS-DP-OVERFLOW
              DISPLAY "BOARDSTAT: player table full - players ever "
                 "on board may be undercounted"
           END-IF.
           DISPLAY "BOARDSTAT: " WS-GM-COUNT " games reported for "
              WS-REPORT-MONTH ", " WS-RETIRE-COUNT
              " retirement candidates".
           PERFORM 0200-STOP-RUN.

      * A month after the run month cannot be reported, so it falls
      * back to the run month like a blank or unreadable selection.
       0055-CHOOSE-MONTH.
           OPEN INPUT STATSELECTFILE.
           IF WS-SS-STATUS IS EQUAL TO "00"
              READ STATSELECTFILE
                 AT END MOVE SPACES TO STAT-SELECT-LINE
              END-READ
           ELSE
              MOVE SPACES TO STAT-SELECT-LINE
           END-IF.
           CLOSE STATSELECTFILE.
           MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.
           IF SS-MONTH IS NUMERIC
              MOVE SS-MONTH TO WS-MONTH-WORK
              IF WS-MW-MONTH > 0
                 AND WS-MW-MONTH < 13
                 AND WS-MONTH-WORK NOT > WS-RUN-MONTH
                 MOVE WS-MONTH-WORK TO WS-REPORT-MONTH
              ELSE
                 DISPLAY "BOARDSTAT: month " SS-MONTH
                    " not usable - reporting " WS-RUN-MONTH
              END-IF
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK.
           MOVE 6 TO K.
           PERFORM UNTIL K < 1
               MOVE WS-MONTH-WORK TO WS-MONTH-KEY(K)
               PERFORM 0057-STEP-BACK-ONE-MONTH
               SUBTRACT 1 FROM K
           END-PERFORM.
           MOVE WS-MONTH-KEY(5) TO WS-PRIOR-MONTH.
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK.
           PERFORM 0057-STEP-BACK-ONE-MONTH.
           MOVE WS-MONTH-WORK TO WS-LAST-RUN-MONTH.
           IF WS-REPORT-MONTH IS EQUAL TO WS-RUN-MONTH
              SET WS-SNAPSHOT-MONTH TO TRUE
              MOVE WS-RUN-DATE TO WS-DN-DATE
              PERFORM 0300-DAY-NUMBER
              MOVE WS-DN-DAYS TO WS-END-DAYS
           ELSE
              IF WS-REPORT-MONTH IS EQUAL TO WS-LAST-RUN-MONTH
                 SET WS-SNAPSHOT-MONTH TO TRUE
              END-IF
              MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
              PERFORM 0058-STEP-FORWARD-ONE-MONTH
              MOVE WS-MONTH-WORK TO WS-DN-DATE(1:6)
              MOVE 01 TO WS-DN-DD
              PERFORM 0300-DAY-NUMBER
              SUBTRACT 1 FROM WS-DN-DAYS GIVING WS-END-DAYS
           END-IF.

       0057-STEP-BACK-ONE-MONTH.
           IF WS-MW-MONTH IS EQUAL TO 1
              SUBTRACT 1 FROM WS-MW-YEAR
              MOVE 12 TO WS-MW-MONTH
           ELSE
              SUBTRACT 1 FROM WS-MW-MONTH
           END-IF.

       0058-STEP-FORWARD-ONE-MONTH.
           IF WS-MW-MONTH IS EQUAL TO 12
              ADD 1 TO WS-MW-YEAR
              MOVE 1 TO WS-MW-MONTH
           ELSE
              ADD 1 TO WS-MW-MONTH
           END-IF.

       0060-LOAD-GAME-MASTER.
           OPEN INPUT GAMEFILE.
           IF WS-GF-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-GF
                  READ GAMEFILE
                  AT END
                     SET WS-EOF-GF TO TRUE
                  END-READ
                  IF NOT WS-EOF-GF
                     MOVE GM-GAME-ID TO WS-GAME-LOOKUP-ID
                     PERFORM 0065-FIND-GAME-SLOT
                     IF WS-GM-FOUND-IX > 0
                        MOVE GM-GAME-NAME TO
                           WS-GM-NAME(WS-GM-FOUND-IX)
                        MOVE GM-STATUS TO WS-GM-STAT(WS-GM-FOUND-IX)
                        IF GM-MAX-SCORE IS NUMERIC
                           MOVE GM-MAX-SCORE TO
                              WS-GM-LIMIT(WS-GM-FOUND-IX)
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GAMEFILE
           ELSE
              DISPLAY "BOARDSTAT: no game master - games are taken "
                 "from the score files"
           END-IF.

      * Leaves WS-GM-FOUND-IX on the lookup game, adding a game the
      * master does not know; zero only when the table is full.
       0065-FIND-GAME-SLOT.
           MOVE 0 TO WS-GM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-GM-COUNT OR WS-GM-FOUND-IX > 0
               IF WS-GAME-LOOKUP-ID IS EQUAL TO WS-GM-ID(L)
                  MOVE L TO WS-GM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-GM-FOUND-IX IS EQUAL TO 0
              AND WS-GAME-LOOKUP-ID IS NOT EQUAL TO SPACES
              IF WS-GM-COUNT < WS-GM-MAX
                 ADD 1 TO WS-GM-COUNT
                 MOVE WS-GM-COUNT TO WS-GM-FOUND-IX
                 MOVE WS-GAME-LOOKUP-ID TO WS-GM-ID(WS-GM-COUNT)
                 MOVE "NOT ON GAME MASTER" TO WS-GM-NAME(WS-GM-COUNT)
                 MOVE "?" TO WS-GM-STAT(WS-GM-COUNT)
                 MOVE 0 TO WS-GM-LIMIT(WS-GM-COUNT)
                 MOVE 1 TO J
                 PERFORM UNTIL J > 6
                     MOVE 0 TO WS-TO-PROMO(WS-GM-COUNT, J)
                     MOVE 0 TO WS-TO-EVICT(WS-GM-COUNT, J)
                     ADD 1 TO J
                 END-PERFORM
                 MOVE SPACES TO WS-RG-HOLDER(WS-GM-COUNT)
                 MOVE 0 TO WS-RG-START(WS-GM-COUNT)
                 MOVE SPACES TO WS-RB-PLAYER(WS-GM-COUNT)
                 MOVE 0 TO WS-RB-DAYS(WS-GM-COUNT)
                 MOVE 0 TO WS-RB-START(WS-GM-COUNT)
                 MOVE "N" TO WS-RB-CURRENT(WS-GM-COUNT)
              ELSE
                 DISPLAY "BOARDSTAT: game table full - ignoring "
                    "game " WS-GAME-LOOKUP-ID
              END-IF
           END-IF.

       0070-LOAD-BOARD.
           OPEN INPUT HIGHSCORESFILE.
           IF WS-HS-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-HS
                  READ HIGHSCORESFILE
                  AT END
                     SET WS-EOF-HS TO TRUE
                  END-READ
                  IF NOT WS-EOF-HS
                     AND HS-SCORE IS NUMERIC
                     AND HS-PLAYER-ID IS NOT EQUAL TO SPACES
                     PERFORM 0075-TAKE-ONE-BOARD-ROW
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE HIGHSCORESFILE.

       0075-TAKE-ONE-BOARD-ROW.
           MOVE HS-GAME-ID TO WS-GAME-LOOKUP-ID.
           PERFORM 0065-FIND-GAME-SLOT.
           IF WS-GM-FOUND-IX > 0
              IF WS-BD-COUNT < WS-BD-MAX
                 ADD 1 TO WS-BD-COUNT
                 MOVE HS-GAME-ID TO WS-BD-GAME(WS-BD-COUNT)
                 MOVE HS-PLAYER-ID TO WS-BD-PLAYER(WS-BD-COUNT)
                 MOVE HS-SCORE TO WS-BD-SCORE(WS-BD-COUNT)
                 IF HS-DATE IS NUMERIC
                    MOVE HS-DATE TO WS-BD-DATE(WS-BD-COUNT)
                 ELSE
                    MOVE 0 TO WS-BD-DATE(WS-BD-COUNT)
                 END-IF
              ELSE
                 DISPLAY "BOARDSTAT: board table full - ignoring "
                    "extra board rows"
              END-IF
              MOVE HS-PLAYER-ID TO WS-DP-LOOKUP-PLAYER
              PERFORM 0085-NOTE-BOARD-PLAYER
           END-IF.

       0080-LOAD-ARCHIVE.
           OPEN INPUT ARCHIVEFILE.
           IF WS-AR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AR
                  READ ARCHIVEFILE
                  AT END
                     SET WS-EOF-AR TO TRUE
                  END-READ
                  IF NOT WS-EOF-AR
                     AND AR-PLAYER-ID IS NOT EQUAL TO SPACES
                     MOVE AR-GAME-ID TO WS-GAME-LOOKUP-ID
                     PERFORM 0065-FIND-GAME-SLOT
                     IF WS-GM-FOUND-IX > 0
                        MOVE AR-PLAYER-ID TO WS-DP-LOOKUP-PLAYER
                        PERFORM 0085-NOTE-BOARD-PLAYER
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE ARCHIVEFILE.

      * Records the lookup player against the game in
      * WS-GM-FOUND-IX, leaving WS-DP-FOUND-IX on the entry.
       0085-NOTE-BOARD-PLAYER.
           MOVE 0 TO WS-DP-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-DP-COUNT OR WS-DP-FOUND-IX > 0
               IF WS-DP-PLAYER(L) IS EQUAL TO WS-DP-LOOKUP-PLAYER
                  AND WS-DP-GAME(L) IS EQUAL TO
                     WS-GM-ID(WS-GM-FOUND-IX)
                  MOVE L TO WS-DP-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-DP-FOUND-IX IS EQUAL TO 0
              IF WS-DP-COUNT < WS-DP-MAX
                 ADD 1 TO WS-DP-COUNT
                 MOVE WS-GM-ID(WS-GM-FOUND-IX) TO
                    WS-DP-GAME(WS-DP-COUNT)
                 MOVE WS-DP-LOOKUP-PLAYER TO WS-DP-PLAYER(WS-DP-COUNT)
                 MOVE "N" TO WS-DP-MONTH(WS-DP-COUNT)
                 MOVE WS-DP-COUNT TO WS-DP-FOUND-IX
              ELSE
                 SET WS-DP-OVERFLOW TO TRUE
              END-IF
           END-IF.

       0090-LOAD-HISTORY.
           OPEN INPUT STATHISTFILE.
           IF WS-SH-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-SH
                  READ STATHISTFILE
                  AT END
                     SET WS-EOF-SH TO TRUE
                  END-READ
                  IF NOT WS-EOF-SH
                     IF WS-SH-COUNT < WS-SH-MAX
                        ADD 1 TO WS-SH-COUNT
                        MOVE STATHISTLINE TO WS-SH-LINE(WS-SH-COUNT)
                     ELSE
                        SET WS-SH-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE STATHISTFILE.

      * The audit trail is only ever appended to, so it is read in
      * the order the events happened.  Events after the reported
      * month are ignored.
       0100-READ-AUDIT.
           OPEN INPUT AUDITFILE.
           IF WS-AU-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AU
                  READ AUDITFILE
                  AT END
                     SET WS-EOF-AU TO TRUE
                  END-READ
                  IF NOT WS-EOF-AU
                     AND AUD-DATE IS NUMERIC
                     AND AUD-DATE(1:6) NOT > WS-REPORT-MONTH
                     PERFORM 0110-TAKE-ONE-AUDIT-LINE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE AUDITFILE.

       0110-TAKE-ONE-AUDIT-LINE.
           MOVE AUD-GAME-ID TO WS-GAME-LOOKUP-ID.
           PERFORM 0065-FIND-GAME-SLOT.
           IF WS-GM-FOUND-IX > 0
              MOVE 0 TO WS-MONTH-IX
              MOVE 1 TO J
              PERFORM UNTIL J > 6 OR WS-MONTH-IX > 0
                  IF AUD-DATE(1:6) IS EQUAL TO WS-MONTH-KEY(J)
                     MOVE J TO WS-MONTH-IX
                  END-IF
                  ADD 1 TO J
              END-PERFORM
              IF AUDIT-PROMOTED
                 PERFORM 0115-TAKE-PROMOTION
              ELSE
              IF AUDIT-CARRYFWD
                 IF AUD-CARRY-PROMOTED IS NUMERIC
                    AND AUD-CARRY-PROMOTED > 0
                    MOVE AUD-PLAYER-ID TO WS-DP-LOOKUP-PLAYER
                    PERFORM 0085-NOTE-BOARD-PLAYER
                 END-IF
              ELSE
              IF AUDIT-EVICTED
                 IF WS-MONTH-IX > 0
                    ADD 1 TO WS-TO-EVICT(WS-GM-FOUND-IX, WS-MONTH-IX)
                 END-IF
              ELSE
              IF AUDIT-REINSTAT
                 AND AUD-SLOT IS EQUAL TO 1
                 PERFORM 0120-TAKE-NEW-TOP
              ELSE
              IF (AUDIT-ADJVOID OR AUDIT-PURGED)
                 AND AUD-SLOT IS EQUAL TO 1
                 AND AUD-PLAYER-ID IS EQUAL TO
                    WS-RG-HOLDER(WS-GM-FOUND-IX)
                 MOVE AUD-DATE TO WS-SPELL-END
                 MOVE "N" TO WS-SPELL-CURRENT
                 PERFORM 0125-CLOSE-ONE-SPELL
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       0115-TAKE-PROMOTION.
           IF WS-MONTH-IX > 0
              ADD 1 TO WS-TO-PROMO(WS-GM-FOUND-IX, WS-MONTH-IX)
           END-IF.
           MOVE AUD-PLAYER-ID TO WS-DP-LOOKUP-PLAYER.
           PERFORM 0085-NOTE-BOARD-PLAYER.
           IF WS-DP-FOUND-IX > 0
              AND AUD-DATE(1:6) IS EQUAL TO WS-REPORT-MONTH
              MOVE "Y" TO WS-DP-MONTH(WS-DP-FOUND-IX)
           END-IF.
           IF AUD-SLOT IS EQUAL TO 1
              PERFORM 0120-TAKE-NEW-TOP
           END-IF.

      * A holder beating their own #1 score keeps the spell going.
       0120-TAKE-NEW-TOP.
           IF AUD-PLAYER-ID IS NOT EQUAL TO
              WS-RG-HOLDER(WS-GM-FOUND-IX)
              MOVE AUD-DATE TO WS-SPELL-END
              MOVE "N" TO WS-SPELL-CURRENT
              PERFORM 0125-CLOSE-ONE-SPELL
              MOVE AUD-PLAYER-ID TO WS-RG-HOLDER(WS-GM-FOUND-IX)
              MOVE AUD-DATE TO WS-RG-START(WS-GM-FOUND-IX)
           END-IF.

      * Ends the running spell of the game in WS-GM-FOUND-IX on
      * WS-SPELL-END and keeps it when it is the longest so far; an
      * equal spell does not displace the earlier one.
       0125-CLOSE-ONE-SPELL.
           IF WS-RG-HOLDER(WS-GM-FOUND-IX) IS NOT EQUAL TO SPACES
              MOVE WS-RG-START(WS-GM-FOUND-IX) TO WS-DN-DATE
              PERFORM 0300-DAY-NUMBER
              MOVE WS-DN-DAYS TO WS-DN-START-DAYS
              IF WS-SPELL-END IS EQUAL TO 0
                 MOVE WS-END-DAYS TO WS-DN-DAYS
              ELSE
                 MOVE WS-SPELL-END TO WS-DN-DATE
                 PERFORM 0300-DAY-NUMBER
              END-IF
              IF WS-DN-DAYS > WS-DN-START-DAYS
                 SUBTRACT WS-DN-START-DAYS FROM WS-DN-DAYS
                    GIVING WS-SPELL-DAYS
              ELSE
                 MOVE 0 TO WS-SPELL-DAYS
              END-IF
              IF WS-RB-PLAYER(WS-GM-FOUND-IX) IS EQUAL TO SPACES
                 OR WS-SPELL-DAYS > WS-RB-DAYS(WS-GM-FOUND-IX)
                 MOVE WS-RG-HOLDER(WS-GM-FOUND-IX) TO
                    WS-RB-PLAYER(WS-GM-FOUND-IX)
                 MOVE WS-SPELL-DAYS TO WS-RB-DAYS(WS-GM-FOUND-IX)
                 MOVE WS-RG-START(WS-GM-FOUND-IX) TO
                    WS-RB-START(WS-GM-FOUND-IX)
                 MOVE WS-SPELL-CURRENT TO
                    WS-RB-CURRENT(WS-GM-FOUND-IX)
              END-IF
              MOVE SPACES TO WS-RG-HOLDER(WS-GM-FOUND-IX)
           END-IF.

      * Closes each game's running spell at the end of the month.
      * For the run month or the one just ended the board as it
      * stands is trusted over the audit trail: if the player now
      * at #1 is not the audited holder (a season close or board
      * adjustment moved the top without a PROMOTED line), the
      * audited spell ends where the present #1 row was set, and
      * the present holder's spell is counted from that row.
       0130-CLOSE-SPELLS.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-GM-COUNT
               MOVE G TO WS-GM-FOUND-IX
               IF WS-SNAPSHOT-MONTH
                  PERFORM 0150-GATHER-BOARD
                  IF WS-SC-COUNT > 0
                     AND WS-SC-PLAYER(1) IS NOT EQUAL TO
                        WS-RG-HOLDER(G)
                     MOVE WS-SC-DATE(1) TO WS-SPELL-END
                     MOVE "N" TO WS-SPELL-CURRENT
                     PERFORM 0125-CLOSE-ONE-SPELL
                     MOVE WS-SC-PLAYER(1) TO WS-RG-HOLDER(G)
                     MOVE WS-SC-DATE(1) TO WS-RG-START(G)
                  END-IF
               END-IF
               MOVE 0 TO WS-SPELL-END
               MOVE "Y" TO WS-SPELL-CURRENT
               PERFORM 0125-CLOSE-ONE-SPELL
               ADD 1 TO G
           END-PERFORM.

       0140-WRITE-REPORT.
           MOVE WS-REPORT-MONTH TO RT-MONTH.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-SNAPSHOT-MONTH
              MOVE "BOARD FIGURES ARE AS THE BOARDS STAND TODAY"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-GM-COUNT
               MOVE G TO WS-GM-FOUND-IX
               PERFORM 0150-GATHER-BOARD
               PERFORM 0160-WRITE-ONE-GAME
               ADD 1 TO G
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GM-COUNT TO RX-GAMES.
           MOVE WS-RETIRE-COUNT TO RX-RETIRE.
           MOVE WS-REPORT-TOTALS TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Copies game G's board rows into the WS-SC tables, best
      * score first (earlier stamp first on a tie).
       0150-GATHER-BOARD.
           MOVE 0 TO WS-SC-COUNT.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-BD-COUNT
               IF WS-BD-GAME(K) IS EQUAL TO WS-GM-ID(G)
                  AND WS-SC-COUNT < WS-SC-MAX
                  ADD 1 TO WS-SC-COUNT
                  MOVE WS-BD-SCORE(K) TO WS-SC-SCORE(WS-SC-COUNT)
                  MOVE WS-BD-PLAYER(K) TO WS-SC-PLAYER(WS-SC-COUNT)
                  MOVE WS-BD-DATE(K) TO WS-SC-DATE(WS-SC-COUNT)
               END-IF
               ADD 1 TO K
           END-PERFORM.
           MOVE 1 TO J.
           PERFORM UNTIL J > WS-SC-COUNT
               MOVE 1 TO I
               PERFORM UNTIL I NOT < WS-SC-COUNT
                   ADD 1 TO I GIVING I1
                   IF WS-SC-SCORE(I) < WS-SC-SCORE(I1)
                      OR (WS-SC-SCORE(I) = WS-SC-SCORE(I1)
                         AND WS-SC-DATE(I) > WS-SC-DATE(I1))
                      MOVE WS-SC-SCORE(I) TO WS-SWAP-SCORE
                      MOVE WS-SC-SCORE(I1) TO WS-SC-SCORE(I)
                      MOVE WS-SWAP-SCORE TO WS-SC-SCORE(I1)
                      MOVE WS-SC-PLAYER(I) TO WS-SWAP-PLAYER
                      MOVE WS-SC-PLAYER(I1) TO WS-SC-PLAYER(I)
                      MOVE WS-SWAP-PLAYER TO WS-SC-PLAYER(I1)
                      MOVE WS-SC-DATE(I) TO WS-SWAP-DATE
                      MOVE WS-SC-DATE(I1) TO WS-SC-DATE(I)
                      MOVE WS-SWAP-DATE TO WS-SC-DATE(I1)
                   END-IF
                   ADD 1 TO I
               END-PERFORM
               ADD 1 TO J
           END-PERFORM.

       0160-WRITE-ONE-GAME.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GM-ID(G) TO GH-GAME-ID.
           MOVE WS-GM-NAME(G) TO GH-GAME-NAME.
           EVALUATE WS-GM-STAT(G)
              WHEN "A"
                 MOVE "ACTIVE" TO GH-STATUS
              WHEN "R"
                 MOVE "RETIRED" TO GH-STATUS
              WHEN OTHER
                 MOVE "UNKNOWN" TO GH-STATUS
           END-EVALUATE.
           MOVE WS-GM-LIMIT(G) TO GH-LIMIT.
           MOVE WS-GAME-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 0162-WRITE-BOARD-FIGURES.
           PERFORM 0164-WRITE-MONTHS.
           PERFORM 0166-WRITE-PLAYERS.
           IF WS-RB-PLAYER(G) IS EQUAL TO SPACES
              MOVE "  LONGEST #1   NO #1 RECORDED" TO REPORT-LINE
           ELSE
              MOVE WS-RB-PLAYER(G) TO RG-PLAYER-ID
              MOVE WS-RB-DAYS(G) TO RG-DAYS
              MOVE WS-RB-START(G) TO RG-START
              IF WS-RB-CURRENT(G) IS EQUAL TO "Y"
                 AND WS-SNAPSHOT-MONTH
                 MOVE "(STILL HELD)" TO RG-NOTE
              ELSE
              IF WS-RB-CURRENT(G) IS EQUAL TO "Y"
                 MOVE "(AT MONTH END)" TO RG-NOTE
              ELSE
                 MOVE "(LOST)" TO RG-NOTE
              END-IF
              END-IF
              MOVE WS-REIGN-DETAIL TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF WS-GM-STAT(G) IS EQUAL TO "A"
              AND WS-TO-PROMO(G, 6) IS EQUAL TO 0
              ADD 1 TO WS-RETIRE-COUNT
              MOVE
                 "  ** RETIREMENT CANDIDATE - NO PROMOTIONS THIS MONTH"
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       0162-WRITE-BOARD-FIGURES.
           MOVE 0 TO WS-CUT-LINE.
           MOVE 0 TO WS-TOP-SCORE.
           MOVE 0 TO WS-MEDIAN.
           IF WS-SC-COUNT > 0
              MOVE WS-SC-SCORE(1) TO WS-TOP-SCORE
              MOVE WS-SC-SCORE(WS-SC-COUNT) TO WS-CUT-LINE
              DIVIDE WS-SC-COUNT BY 2 GIVING WS-HALF
                 REMAINDER WS-HALF-REM
              IF WS-HALF-REM IS EQUAL TO 1
                 MOVE WS-SC-SCORE(WS-HALF + 1) TO WS-MEDIAN
              ELSE
                 COMPUTE WS-MEDIAN = (WS-SC-SCORE(WS-HALF)
                    + WS-SC-SCORE(WS-HALF + 1)) / 2
              END-IF
           END-IF.
           PERFORM 0170-FIND-PRIOR-CUT.
           MOVE WS-SC-COUNT TO BD-ROWS.
           MOVE WS-CUT-LINE TO BD-CUT-LINE.
           IF WS-PREV-CUT-FOUND
              COMPUTE WS-CUT-MOVE = WS-CUT-LINE - WS-PREV-CUT
              MOVE WS-CUT-MOVE TO BD-MOVE
              MOVE WS-SW-MONTH TO BD-PRIOR-MONTH
              MOVE WS-BOARD-DETAIL TO REPORT-LINE
           ELSE
              MOVE WS-BOARD-DETAIL TO REPORT-LINE
              MOVE SPACES TO REPORT-LINE(39:)
              MOVE "  NO EARLIER MONTH" TO REPORT-LINE(39:18)
           END-IF.
           WRITE REPORT-LINE.
           MOVE "  TOP SCORE" TO SD-LABEL.
           MOVE WS-TOP-SCORE TO SD-SCORE.
           MOVE WS-TOP-SCORE TO WS-PCT-BASE.
           PERFORM 0163-SET-PCT-TEXT.
           MOVE WS-SCORE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  MEDIAN" TO SD-LABEL.
           MOVE WS-MEDIAN TO SD-SCORE.
           MOVE WS-MEDIAN TO WS-PCT-BASE.
           PERFORM 0163-SET-PCT-TEXT.
           MOVE WS-SCORE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       0163-SET-PCT-TEXT.
           IF WS-GM-LIMIT(G) IS EQUAL TO 0
              MOVE "NO MAX SCORE SET" TO SD-PCT-TEXT
           ELSE
              COMPUTE WS-PCT ROUNDED = WS-PCT-BASE * 100
                 / WS-GM-LIMIT(G)
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PCT
              END-COMPUTE
              MOVE WS-PCT TO PT-PCT
              MOVE WS-PCT-TEXT TO SD-PCT-TEXT
           END-IF.

      * The month rows show each month's stored cut line and its move
      * from the nearest earlier stored month; the reported month,
      * when it is the run month or the one just ended, shows the
      * board as it stands.
       0164-WRITE-MONTHS.
           MOVE WS-MONTH-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-PREV-CUT.
           MOVE "N" TO WS-PREV-CUT-SW.
           MOVE 1 TO J.
           PERFORM UNTIL J > 6
               MOVE WS-MONTH-KEY(J) TO MD-MONTH
               MOVE WS-TO-PROMO(G, J) TO MD-PROMOTED
               MOVE WS-TO-EVICT(G, J) TO MD-EVICTED
               MOVE SPACES TO MD-CUT-LINE
               MOVE SPACES TO MD-MOVE
               MOVE 0 TO WS-SH-FOUND-IX
               IF J IS EQUAL TO 6
                  AND WS-SNAPSHOT-MONTH
                  MOVE WS-CUT-LINE TO WS-SW-CUT-LINE
                  MOVE 1 TO WS-SH-FOUND-IX
               ELSE
                  MOVE WS-MONTH-KEY(J) TO WS-MONTH-WORK
                  PERFORM 0175-FIND-HISTORY-ROW
               END-IF
               IF WS-SH-FOUND-IX > 0
                  MOVE WS-SW-CUT-LINE TO WS-CUT-EDIT
                  MOVE WS-CUT-EDIT TO MD-CUT-LINE
                  IF WS-PREV-CUT-FOUND
                     COMPUTE WS-CUT-MOVE = WS-SW-CUT-LINE
                        - WS-PREV-CUT
                     MOVE WS-CUT-MOVE TO WS-MOVE-EDIT
                     MOVE WS-MOVE-EDIT TO MD-MOVE(2:11)
                  END-IF
                  MOVE WS-SW-CUT-LINE TO WS-PREV-CUT
                  SET WS-PREV-CUT-FOUND TO TRUE
               END-IF
               MOVE WS-MONTH-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO J
           END-PERFORM.

       0166-WRITE-PLAYERS.
           MOVE 0 TO WS-EVER-COUNT.
           MOVE 0 TO WS-MONTH-PLAYERS.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-DP-COUNT
               IF WS-DP-GAME(K) IS EQUAL TO WS-GM-ID(G)
                  ADD 1 TO WS-EVER-COUNT
                  IF WS-DP-MONTH(K) IS EQUAL TO "Y"
                     ADD 1 TO WS-MONTH-PLAYERS
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.
           MOVE WS-EVER-COUNT TO PD-EVER.
           MOVE WS-MONTH-PLAYERS TO PD-MONTH.
           MOVE WS-PLAYERS-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The cut line the board move is measured from: the latest
      * stored month before the reported one.
       0170-FIND-PRIOR-CUT.
           MOVE "N" TO WS-PREV-CUT-SW.
           MOVE 0 TO WS-PREV-CUT.
           MOVE 0 TO WS-MONTH-WORK.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-SH-COUNT
               MOVE WS-SH-LINE(K) TO WS-SH-WORK
               IF WS-SW-GAME-ID IS EQUAL TO WS-GM-ID(G)
                  AND WS-SW-MONTH < WS-REPORT-MONTH
                  AND WS-SW-MONTH > WS-MONTH-WORK
                  MOVE WS-SW-MONTH TO WS-MONTH-WORK
                  MOVE WS-SW-CUT-LINE TO WS-PREV-CUT
                  SET WS-PREV-CUT-FOUND TO TRUE
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF WS-PREV-CUT-FOUND
              MOVE WS-MONTH-WORK TO WS-SW-MONTH
           END-IF.

      * Leaves WS-SH-FOUND-IX on game G's stored row for the month in
      * WS-MONTH-WORK, with the row in WS-SH-WORK.
       0175-FIND-HISTORY-ROW.
           MOVE 0 TO WS-SH-FOUND-IX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-SH-COUNT OR WS-SH-FOUND-IX > 0
               MOVE WS-SH-LINE(K) TO WS-SH-WORK
               IF WS-SW-GAME-ID IS EQUAL TO WS-GM-ID(G)
                  AND WS-SW-MONTH IS EQUAL TO WS-MONTH-WORK
                  MOVE K TO WS-SH-FOUND-IX
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0180-REWRITE-HISTORY.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-GM-COUNT
               PERFORM 0150-GATHER-BOARD
               MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
               PERFORM 0175-FIND-HISTORY-ROW
               IF WS-SH-FOUND-IX IS EQUAL TO 0
                  AND WS-SH-COUNT < WS-SH-MAX
                  ADD 1 TO WS-SH-COUNT
                  MOVE WS-SH-COUNT TO WS-SH-FOUND-IX
               END-IF
               IF WS-SH-FOUND-IX > 0
                  MOVE WS-GM-ID(G) TO WS-SW-GAME-ID
                  MOVE WS-REPORT-MONTH TO WS-SW-MONTH
                  MOVE 0 TO WS-SW-CUT-LINE
                  MOVE 0 TO WS-SW-TOP-SCORE
                  IF WS-SC-COUNT > 0
                     MOVE WS-SC-SCORE(WS-SC-COUNT) TO WS-SW-CUT-LINE
                     MOVE WS-SC-SCORE(1) TO WS-SW-TOP-SCORE
                  END-IF
                  MOVE WS-SC-COUNT TO WS-SW-BOARD-ROWS
                  MOVE WS-TO-PROMO(G, 6) TO WS-SW-PROMOTED
                  MOVE WS-TO-EVICT(G, 6) TO WS-SW-EVICTED
                  MOVE WS-SH-WORK TO WS-SH-LINE(WS-SH-FOUND-IX)
               ELSE
                  DISPLAY "BOARDSTAT: history table full - month "
                     "not kept for game " WS-GM-ID(G)
               END-IF
               ADD 1 TO G
           END-PERFORM.
           OPEN OUTPUT STATHISTFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-SH-COUNT
               MOVE WS-SH-LINE(K) TO STATHISTLINE
               WRITE STATHISTLINE
               ADD 1 TO K
           END-PERFORM.
           CLOSE STATHISTFILE.

      * Converts WS-DN-DATE (YYYYMMDD) to a running day number in
      * WS-DN-DAYS, counting the year from March so the leap day
      * falls at its end; only differences between two day numbers
      * are meaningful.
       0300-DAY-NUMBER.
           IF WS-DN-DATE IS NOT NUMERIC
              OR WS-DN-MM < 1 OR WS-DN-MM > 12
              MOVE 0 TO WS-DN-DAYS
           ELSE
              MOVE WS-DN-YYYY TO WS-DN-YEAR
              MOVE WS-DN-MM TO WS-DN-MONTH
              IF WS-DN-MONTH < 3
                 SUBTRACT 1 FROM WS-DN-YEAR
                 ADD 12 TO WS-DN-MONTH
              END-IF
              COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-DD
              DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART
              ADD WS-DN-PART TO WS-DN-DAYS
              DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART
              SUBTRACT WS-DN-PART FROM WS-DN-DAYS
              DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART
              ADD WS-DN-PART TO WS-DN-DAYS
              COMPUTE WS-DN-PART = 153 * (WS-DN-MONTH - 3) + 2
              DIVIDE WS-DN-PART BY 5 GIVING WS-DN-PART
              ADD WS-DN-PART TO WS-DN-DAYS
           END-IF.

       0200-STOP-RUN.
           STOP RUN.

       END PROGRAM BOARDSTAT.
