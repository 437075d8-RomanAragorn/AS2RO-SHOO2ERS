      * This program prints the standings of one tournament from the
      * board TOURNBD keeps, marking the entrants who have made the
      * qualifying cut.
      *
      * MODIFICATION HISTORY
      *   Initial version: tourn_select.txt names the tournament;
      *   its entrants are ranked on their best in-window score from
      *   tourn_board.txt, best first with ties to the earliest stamp
      *   and printed as a shared rank, into tourn_report.txt.  Every
      *   entrant ranked inside the tournament's qualifying cut is
      *   marked QUALIFIED, entrants with no score yet are listed
      *   below the ranking, and entrants no longer active on
      *   players.txt are listed but not ranked.  The report is
      *   headed FINAL once the window has closed and PROVISIONAL
      *   while it is still open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TOURNSELECTFILE ASSIGN TO "records\tourn_select.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TS-STATUS.

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

       SELECT REPORTFILE ASSIGN TO "records\tourn_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT GAMEFILE ASSIGN TO "records\games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOURNSELECTFILE.
       01  TOURN-SELECT-LINE.
           05  TS-TOURN-ID                 PIC X(08).

       FD TOURNFILE.
       COPY TOURREC REPLACING ==RECNAME== BY ==TOURNMASTER==.

       FD ENTRANTFILE.
       COPY TENTREC REPLACING ==RECNAME== BY ==ENTRANTLINE==.

       FD BOARDFILE.
       COPY TBRDREC REPLACING ==RECNAME== BY ==BOARDLINE==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(72).

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

       WORKING-STORAGE SECTION.
       01  WS-TS-STATUS                    PIC XX.
       01  WS-TM-STATUS                    PIC XX.
       01  WS-TE-STATUS                    PIC XX.
       01  WS-TB-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.

       01  WS-FOUND-SW                     PIC X VALUE "N".
           88  WS-TOURN-FOUND              VALUE "Y".
       01  WS-FINAL-SW                     PIC X VALUE "N".
           88  WS-TOURN-FINAL              VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-ID-TABLE.
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-NAME-TABLE.
           03  WS-PM-NAME                  PIC X(20) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-LOOKUP-ID                    PIC X(10).

       01  WS-GAME-NAME                    PIC X(20) VALUE SPACES.

      * Entrants of the selected tournament.  WS-EN-STATE is "S"
      * once a board score has been found for the entrant, "X" when
      * the entrant is no longer active and so is not ranked.
       01  WS-ENTRANT-MAX                  PIC 9(04) VALUE 500.
       01  WS-ENTRANT-COUNT                PIC 9(04) VALUE 0.
       01  WS-EN-PLAYER-TABLE.
           03  WS-EN-PLAYER                PIC X(10) OCCURS 500 TIMES.
       01  WS-EN-STATE-TABLE.
           03  WS-EN-STATE                 PIC X(01) OCCURS 500 TIMES.

       01  WS-RANKED-COUNT                 PIC 9(04) VALUE 0.
       01  WS-QUALIFIED-COUNT              PIC 9(04) VALUE 0.
       01  WS-NO-SCORE-COUNT               PIC 9(04) VALUE 0.
       01  WS-INACTIVE-COUNT               PIC 9(04) VALUE 0.
       01  WS-SHOWN-RANK                   PIC 9(04) VALUE 0.

       01  WS-EOF-TM-SW                    PIC X VALUE "N".
           88  WS-EOF-TM                   VALUE "Y".
       01  WS-EOF-TE-SW                    PIC X VALUE "N".
           88  WS-EOF-TE                   VALUE "Y".
       01  WS-EOF-TB-SW                    PIC X VALUE "N".
           88  WS-EOF-TB                   VALUE "Y".
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".

       01 J    PIC 9(04)                  VALUE 1.
       01 K    PIC 9(04)                  VALUE 1.
       01 L    PIC 9(04)                  VALUE 1.
       01 I    PIC 9(04)                  VALUE 1.
       01 I1   PIC 9(04)                  VALUE 1.
       01 TMP  PIC 9(10)                  VALUE 1.
       01 CR   PIC X(10).
       01 SWD  PIC 9(08).
       01 SWT  PIC 9(06).
       01 ARR1.
           03 ARR PIC 9(10) OCCURS 500 TIMES.
       01 ARR-PLAYER-TABLE.
           03 ARR-PLAYER-ID PIC X(10) OCCURS 500 TIMES.
       01 ARR-DATE-TABLE.
           03 ARR-DATE PIC 9(08) OCCURS 500 TIMES.
       01 ARR-TIME-TABLE.
           03 ARR-TIME PIC 9(06) OCCURS 500 TIMES.

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(12)
               VALUE "TOURNAMENT: ".
           05  RT-TOURN-ID                 PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RT-TITLE                    PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RT-STANDING                 PIC X(11).

       01  WS-REPORT-GAME.
           05  FILLER                      PIC X(06) VALUE "GAME: ".
           05  RG-GAME-ID                  PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RG-GAME-NAME                PIC X(20).

       01  WS-REPORT-WINDOW.
           05  FILLER                      PIC X(08) VALUE "WINDOW: ".
           05  RW-START-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RW-START-TIME               PIC 9(06).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  RW-END-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RW-END-TIME                 PIC 9(06).

       01  WS-REPORT-CUT.
           05  FILLER                      PIC X(20)
               VALUE "QUALIFYING CUT: TOP ".
           05  RC-QUAL-CUT                 PIC ZZZ9.
           05  FILLER                      PIC X(14)
               VALUE "   ENTRY CAP: ".
           05  RC-ENTRY-CAP                PIC ZZZ9.

       01  WS-REPORT-DETAIL.
           05  RD-RANK                     PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RD-PLAYER-ID                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RD-NAME                     PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RD-SCORE                    PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RD-RESULT                   PIC X(10).

       01  WS-REPORT-OTHER.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  RO-PLAYER-ID                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RO-NAME                     PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  RO-NOTE                     PIC X(23).

       01  WS-REPORT-TOTALS.
           05  FILLER                      PIC X(10) VALUE "ENTRANTS: ".
           05  RX-ENTRANTS                 PIC ZZZ9.
           05  FILLER                      PIC X(10) VALUE "  RANKED: ".
           05  RX-RANKED                   PIC ZZZ9.
           05  FILLER                      PIC X(13)
               VALUE "  QUALIFIED: ".
           05  RX-QUALIFIED                PIC ZZZ9.
           05  FILLER                      PIC X(12)
               VALUE "  NO SCORE: ".
           05  RX-NO-SCORE                 PIC ZZZ9.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           OPEN INPUT TOURNSELECTFILE.
           IF WS-TS-STATUS IS EQUAL TO "00"
              READ TOURNSELECTFILE
                 AT END MOVE SPACES TO TOURN-SELECT-LINE
              END-READ
              CLOSE TOURNSELECTFILE
           ELSE
              MOVE SPACES TO TOURN-SELECT-LINE
           END-IF.
           IF TS-TOURN-ID IS EQUAL TO SPACES
              DISPLAY "TOURNRPT: no tournament named in "
                 "tourn_select.txt - nothing reported"
              PERFORM 0200-STOP-RUN
           END-IF.
           PERFORM 0060-FIND-TOURNAMENT.
           IF NOT WS-TOURN-FOUND
              DISPLAY "TOURNRPT: tournament " TS-TOURN-ID
                 " not on tournaments.txt - nothing reported"
              PERFORM 0200-STOP-RUN
           END-IF.
           PERFORM 0070-LOAD-PLAYER-MASTER.
           PERFORM 0075-LOOK-UP-GAME-NAME.
           PERFORM 0080-LOAD-ENTRANTS.
           PERFORM 0090-LOAD-BOARD.
           PERFORM 0100-PROCESS.
           PERFORM 0200-STOP-RUN.

      * Leaves the selected tournament's record in TOURNMASTER.
       0060-FIND-TOURNAMENT.
           OPEN INPUT TOURNFILE.
           IF WS-TM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TM OR WS-TOURN-FOUND
                  READ TOURNFILE
                  AT END
                     SET WS-EOF-TM TO TRUE
                  END-READ
                  IF NOT WS-EOF-TM
                     IF TM-TOURN-ID IS EQUAL TO TS-TOURN-ID
                        SET WS-TOURN-FOUND TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE TOURNFILE.
           IF WS-TOURN-FOUND
              IF WS-RUN-DATE > TM-END-DATE
                 OR (WS-RUN-DATE = TM-END-DATE
                    AND WS-RUN-TIME > TM-END-TIME)
                 SET WS-TOURN-FINAL TO TRUE
              END-IF
           END-IF.

       0070-LOAD-PLAYER-MASTER.
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
                        MOVE PM-STATUS TO
                           WS-PM-STAT(WS-PLAYER-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PLAYERFILE
           END-IF.

       0075-LOOK-UP-GAME-NAME.
           OPEN INPUT GAMEFILE.
           IF WS-GF-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-GF
                  READ GAMEFILE
                  AT END
                     SET WS-EOF-GF TO TRUE
                  END-READ
                  IF NOT WS-EOF-GF
                     IF GM-GAME-ID IS EQUAL TO TM-GAME-ID
                        MOVE GM-GAME-NAME TO WS-GAME-NAME
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GAMEFILE
           END-IF.

       0080-LOAD-ENTRANTS.
           OPEN INPUT ENTRANTFILE.
           IF WS-TE-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TE
                  READ ENTRANTFILE
                  AT END
                     SET WS-EOF-TE TO TRUE
                  END-READ
                  IF NOT WS-EOF-TE
                     AND TE-TOURN-ID IS EQUAL TO TM-TOURN-ID
                     IF WS-ENTRANT-COUNT < WS-ENTRANT-MAX
                        ADD 1 TO WS-ENTRANT-COUNT
                        MOVE TE-PLAYER-ID TO
                           WS-EN-PLAYER(WS-ENTRANT-COUNT)
                        MOVE SPACE TO WS-EN-STATE(WS-ENTRANT-COUNT)
                        MOVE TE-PLAYER-ID TO WS-LOOKUP-ID
                        PERFORM 0175-LOOK-UP-PLAYER
                        IF WS-PM-FOUND-IX IS EQUAL TO 0
                           MOVE "X" TO WS-EN-STATE(WS-ENTRANT-COUNT)
                        ELSE
                        IF WS-PM-STAT(WS-PM-FOUND-IX)
                           IS NOT EQUAL TO "A"
                           MOVE "X" TO WS-EN-STATE(WS-ENTRANT-COUNT)
                        END-IF
                        END-IF
                     ELSE
                        DISPLAY "TOURNRPT: entrant table full - "
                           "entrant " TE-PLAYER-ID " not reported"
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE ENTRANTFILE.

      * Every board row of an active entrant goes into the ranking
      * table; TOURNBD keeps one row per entrant, so no dedup pass.
       0090-LOAD-BOARD.
           OPEN INPUT BOARDFILE.
           IF WS-TB-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TB
                  READ BOARDFILE
                  AT END
                     SET WS-EOF-TB TO TRUE
                  END-READ
                  IF NOT WS-EOF-TB
                     AND TB-TOURN-ID IS EQUAL TO TM-TOURN-ID
                     PERFORM 0095-RANK-ONE-ROW
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE BOARDFILE.

       0095-RANK-ONE-ROW.
           MOVE 0 TO J.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-ENTRANT-COUNT OR J > 0
               IF WS-EN-PLAYER(L) IS EQUAL TO TB-PLAYER-ID
                  MOVE L TO J
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF J > 0
              IF WS-EN-STATE(J) IS EQUAL TO SPACE
                 MOVE "S" TO WS-EN-STATE(J)
                 ADD 1 TO WS-RANKED-COUNT
                 MOVE TB-SCORE TO ARR(WS-RANKED-COUNT)
                 MOVE TB-PLAYER-ID TO ARR-PLAYER-ID(WS-RANKED-COUNT)
                 MOVE TB-DATE TO ARR-DATE(WS-RANKED-COUNT)
                 MOVE TB-TIME TO ARR-TIME(WS-RANKED-COUNT)
              END-IF
           END-IF.

       0100-PROCESS.
           PERFORM 0140-SORT-BOARD.
           OPEN OUTPUT REPORTFILE.
           MOVE TM-TOURN-ID TO RT-TOURN-ID.
           MOVE TM-TITLE TO RT-TITLE.
           IF WS-TOURN-FINAL
              MOVE "FINAL" TO RT-STANDING
           ELSE
              MOVE "PROVISIONAL" TO RT-STANDING
           END-IF.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TM-GAME-ID TO RG-GAME-ID.
           MOVE WS-GAME-NAME TO RG-GAME-NAME.
           MOVE WS-REPORT-GAME TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TM-START-DATE TO RW-START-DATE.
           MOVE TM-START-TIME TO RW-START-TIME.
           MOVE TM-END-DATE TO RW-END-DATE.
           MOVE TM-END-TIME TO RW-END-TIME.
           MOVE WS-REPORT-WINDOW TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TM-QUAL-CUT TO RC-QUAL-CUT.
           MOVE TM-ENTRY-CAP TO RC-ENTRY-CAP.
           MOVE WS-REPORT-CUT TO REPORT-LINE.
           IF TM-ENTRY-CAP IS EQUAL TO 0
              MOVE "NONE" TO REPORT-LINE(39:4)
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "RANK  PLAYER      NAME" TO REPORT-LINE(1:22).
           MOVE "SCORE" TO REPORT-LINE(46:5).
           MOVE "RESULT" TO REPORT-LINE(53:6).
           WRITE REPORT-LINE.
           PERFORM 0170-WRITE-RANKED.
           PERFORM 0172-WRITE-UNRANKED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENTRANT-COUNT TO RX-ENTRANTS.
           MOVE WS-RANKED-COUNT TO RX-RANKED.
           MOVE WS-QUALIFIED-COUNT TO RX-QUALIFIED.
           MOVE WS-NO-SCORE-COUNT TO RX-NO-SCORE.
           MOVE WS-REPORT-TOTALS TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORTFILE.

       0140-SORT-BOARD.
           MOVE 1 TO J.
           PERFORM UNTIL J > WS-RANKED-COUNT
               MOVE 1 TO I
               PERFORM UNTIL I NOT < WS-RANKED-COUNT
                   ADD 1 TO I GIVING I1
                   IF ARR(I) < ARR(I1)
                      OR (ARR(I) = ARR(I1)
                         AND (ARR-DATE(I) > ARR-DATE(I1)
                            OR (ARR-DATE(I) = ARR-DATE(I1)
                               AND ARR-TIME(I) > ARR-TIME(I1))))
                   THEN
                       MOVE ARR(I) TO TMP
                       MOVE ARR(I1) TO ARR(I)
                       MOVE TMP TO ARR(I1)
                       MOVE ARR-PLAYER-ID(I) TO CR
                       MOVE ARR-PLAYER-ID(I1) TO ARR-PLAYER-ID(I)
                       MOVE CR TO ARR-PLAYER-ID(I1)
                       MOVE ARR-DATE(I) TO SWD
                       MOVE ARR-DATE(I1) TO ARR-DATE(I)
                       MOVE SWD TO ARR-DATE(I1)
                       MOVE ARR-TIME(I) TO SWT
                       MOVE ARR-TIME(I1) TO ARR-TIME(I)
                       MOVE SWT TO ARR-TIME(I1)
                   END-IF
                   ADD 1 TO I
               END-PERFORM
               ADD 1 TO J
           END-PERFORM.

      * Ties share a rank, so every entrant tied at the cut line
      * qualifies.
       0170-WRITE-RANKED.
           MOVE 1 TO K.
           MOVE 0 TO WS-SHOWN-RANK.
           PERFORM UNTIL K > WS-RANKED-COUNT
               IF K IS EQUAL TO 1
                  OR ARR(K) NOT EQUAL TO ARR(K - 1)
                  MOVE K TO WS-SHOWN-RANK
               END-IF
               MOVE WS-SHOWN-RANK TO RD-RANK
               MOVE ARR-PLAYER-ID(K) TO RD-PLAYER-ID
               MOVE ARR-PLAYER-ID(K) TO WS-LOOKUP-ID
               PERFORM 0175-LOOK-UP-PLAYER
               IF WS-PM-FOUND-IX > 0
                  MOVE WS-PM-NAME(WS-PM-FOUND-IX) TO RD-NAME
               ELSE
                  MOVE SPACES TO RD-NAME
               END-IF
               MOVE ARR(K) TO RD-SCORE
               IF WS-SHOWN-RANK NOT > TM-QUAL-CUT
                  MOVE "QUALIFIED" TO RD-RESULT
                  ADD 1 TO WS-QUALIFIED-COUNT
               ELSE
                  MOVE SPACES TO RD-RESULT
               END-IF
               MOVE WS-REPORT-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO K
           END-PERFORM.

       0172-WRITE-UNRANKED.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-ENTRANT-COUNT
               IF WS-EN-STATE(K) IS NOT EQUAL TO "S"
                  MOVE WS-EN-PLAYER(K) TO RO-PLAYER-ID
                  MOVE WS-EN-PLAYER(K) TO WS-LOOKUP-ID
                  PERFORM 0175-LOOK-UP-PLAYER
                  IF WS-PM-FOUND-IX > 0
                     MOVE WS-PM-NAME(WS-PM-FOUND-IX) TO RO-NAME
                  ELSE
                     MOVE SPACES TO RO-NAME
                  END-IF
                  IF WS-EN-STATE(K) IS EQUAL TO "X"
                     MOVE "NOT ACTIVE - NOT RANKED" TO RO-NOTE
                     ADD 1 TO WS-INACTIVE-COUNT
                  ELSE
                     MOVE "NO SCORE" TO RO-NOTE
                     ADD 1 TO WS-NO-SCORE-COUNT
                  END-IF
                  MOVE WS-REPORT-OTHER TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0175-LOOK-UP-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF WS-LOOKUP-ID IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0200-STOP-RUN.
           STOP RUN.

       END PROGRAM TOURNRPT.
