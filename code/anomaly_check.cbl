      * This program looks over the feed rows COLLECT took in tonight
      * for patterns that point to a cheated or faked score, and holds
      * every row it flags for an operator before the score can count
      * on a board or a tournament.
      *
      * MODIFICATION HISTORY
      *   Initial version: the night's rows are the rows on the
      *   submission history file submit_hist.txt (SUBHREC) carrying
      *   the latest COLLECT stamp; every earlier row, with the
      *   current boards on high_scores.txt, gives each player's
      *   previous best per game and each cabinet's usual volume.
      *   A merged row is flagged
      *     OC - when the same player posted from another cabinet
      *          within WS-OVERLAP-SECS of it on the same date,
      *     ER - when it is stamped before the player registered,
      *     FU - when it is stamped later than the run itself,
      *     JP - when it is more than WS-JUMP-FACTOR times the
      *          player's previous best on the game,
      *     DS - when another player posted the identical score on
      *          the same game and cabinet (scores of at least
      *          WS-DUP-MIN-SCORE only);
      *   and a cabinet is flagged VL when it sent more than
      *   WS-VOLUME-FACTOR times its average rows per collection
      *   (and at least WS-VOLUME-MIN rows).  Each flagged row is
      *   taken out of new_score.txt and put on pending_review.txt
      *   with a HELD audit line whose AUD-OTHER-ID carries the
      *   flag codes, for SCOREREV to approve or void like any
      *   other held score; a row already on SCOREREV's approval
      *   pass-list is let through.  VL is a cabinet-level warning
      *   and holds no rows by itself.  The night's findings are
      *   listed on anomaly_report.txt.  A row is only held once it
      *   is found on new_score.txt, so a rerun holds nothing twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SUBMHISTFILE
           ASSIGN TO "records\submit_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SB-STATUS.

       SELECT OPTIONAL PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT OPTIONAL CURRENTSCOREFILE
           ASSIGN TO "records\high_scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CS-STATUS.

       SELECT OPTIONAL APPROVEDFILE
           ASSIGN TO "records\score_approved.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

       SELECT OPTIONAL NEWSCOREFILE ASSIGN TO "records\new_score.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NS-STATUS.

       SELECT NEWWORKFILE ASSIGN TO "records\anomaly_work.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PENDINGFILE
           ASSIGN TO "records\pending_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AUDITFILE ASSIGN TO "records\hs_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTFILE ASSIGN TO "records\anomaly_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUBMHISTFILE.
       COPY SUBHREC REPLACING ==RECNAME== BY ==SUBMHISTLINE==.

       FD PLAYERFILE.
       COPY PLAYREC REPLACING ==RECNAME==         BY ==PLAYERMASTER==
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD CURRENTSCOREFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==CURRENTSCORE==
                               ==FLD-PLAYER-ID== BY ==CS-PLAYER-ID==
                               ==FLD-SCORE==     BY ==CS-SCORE==
                               ==FLD-DATE==      BY ==CS-DATE==
                               ==FLD-TIME==      BY ==CS-TIME==
                               ==FLD-GAME-ID==   BY ==CS-GAME-ID==.

       FD APPROVEDFILE.
       COPY APPVREC REPLACING ==RECNAME==        BY ==APPROVEDLINE==
                            ==FLD-AP-PLAYER-ID== BY ==AP-PLAYER-ID==
                            ==FLD-AP-GAME-ID==   BY ==AP-GAME-ID==
                            ==FLD-AP-SCORE==     BY ==AP-SCORE==.

       FD NEWSCOREFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==NEWSCORELINE==
                               ==FLD-PLAYER-ID== BY ==NS-PLAYER-ID==
                               ==FLD-SCORE==     BY ==NS-SCORE==
                               ==FLD-DATE==      BY ==NS-DATE==
                               ==FLD-TIME==      BY ==NS-TIME==
                               ==FLD-GAME-ID==   BY ==NS-GAME-ID==.

       FD NEWWORKFILE.
       01  NEW-WORK-LINE                   PIC X(44).

       FD PENDINGFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==PENDINGLINE==
                               ==FLD-PLAYER-ID== BY ==PD-PLAYER-ID==
                               ==FLD-SCORE==     BY ==PD-SCORE==
                               ==FLD-DATE==      BY ==PD-DATE==
                               ==FLD-TIME==      BY ==PD-TIME==
                               ==FLD-GAME-ID==   BY ==PD-GAME-ID==.

       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-SB-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-CS-STATUS                    PIC XX.
       01  WS-AP-STATUS                    PIC XX.
       01  WS-NS-STATUS                    PIC XX.

      * Thresholds for the checks.
       01  WS-OVERLAP-SECS                 PIC 9(06) VALUE 600.
       01  WS-JUMP-FACTOR                  PIC 9(04) VALUE 3.
       01  WS-DUP-MIN-SCORE                PIC 9(10) VALUE 1000.
       01  WS-VOLUME-FACTOR                PIC 9(04) VALUE 3.
       01  WS-VOLUME-MIN                   PIC 9(06) VALUE 20.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

      * The latest COLLECT stamp on the history file, and the stamp
      * of the row in hand.
       01  WS-LAST-STAMP                   PIC 9(14) VALUE 0.
       01  WS-LAST-STAMP-X REDEFINES WS-LAST-STAMP.
           05  WS-LAST-DATE                PIC 9(08).
           05  WS-LAST-TIME                PIC 9(06).
       01  WS-ROW-STAMP                    PIC 9(14) VALUE 0.
       01  WS-PREV-STAMP                   PIC 9(14) VALUE 0.
       01  WS-PRIOR-RUNS                   PIC 9(06) VALUE 0.

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-ID-TABLE.
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-REG-TABLE.
           03  WS-PM-REG                   PIC 9(08) OCCURS 500 TIMES.
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-AP-MAX                       PIC 9(04) VALUE 200.
       01  WS-AP-COUNT                     PIC 9(04) VALUE 0.
       01  WS-AP-TABLE.
           03  WS-AP-ENTRY                 OCCURS 200 TIMES.
               05  WS-AP-PLAYER            PIC X(10).
               05  WS-AP-GAME              PIC X(10).
               05  WS-AP-SCORE             PIC 9(10).
               05  WS-AP-USED              PIC X(01).
       01  WS-AP-FOUND-IX                  PIC 9(04) VALUE 0.

      * Each player's best score per game before tonight.
       01  WS-BEST-MAX                     PIC 9(04) VALUE 5000.
       01  WS-BEST-COUNT                   PIC 9(04) VALUE 0.
       01  WS-BEST-TABLE.
           03  WS-BEST-ENTRY               OCCURS 5000 TIMES.
               05  WS-BEST-PLAYER          PIC X(10).
               05  WS-BEST-GAME            PIC X(10).
               05  WS-BEST-SCORE           PIC 9(10).
       01  WS-BEST-FOUND-IX                PIC 9(04) VALUE 0.
       01  WS-BEST-OVF-SW                  PIC X VALUE "N".
           88  WS-BEST-OVERFLOW            VALUE "Y".
       01  WS-LOOKUP-PLAYER                PIC X(10).
       01  WS-LOOKUP-GAME                  PIC X(10).
       01  WS-LOOKUP-SCORE                 PIC 9(10).

      * Rows sent per cabinet tonight and in every earlier run.
       01  WS-CAB-MAX                      PIC 9(04) VALUE 50.
       01  WS-CAB-COUNT                    PIC 9(04) VALUE 0.
       01  WS-CAB-TABLE.
           03  WS-CAB-ENTRY                OCCURS 50 TIMES.
               05  WS-CAB-ID               PIC X(04).
               05  WS-CAB-TONIGHT          PIC 9(06).
               05  WS-CAB-PRIOR            PIC 9(08).
       01  WS-CAB-FOUND-IX                 PIC 9(04) VALUE 0.
       01  WS-LOOKUP-CABINET               PIC X(04).
       01  WS-CAB-AVERAGE                  PIC 9(06) VALUE 0.
       01  WS-CAB-VOLUME-FLAGS             PIC 9(04) VALUE 0.

      * Tonight's rows.
       01  WS-TN-MAX                       PIC 9(04) VALUE 2000.
       01  WS-TN-COUNT                     PIC 9(04) VALUE 0.
       01  WS-TN-TABLE.
           03  WS-TN-ENTRY                 OCCURS 2000 TIMES.
               05  WS-TN-CABINET           PIC X(04).
               05  WS-TN-PLAYER            PIC X(10).
               05  WS-TN-SCORE             PIC 9(10).
               05  WS-TN-DATE              PIC 9(08).
               05  WS-TN-TIME              PIC 9(06).
               05  WS-TN-GAME              PIC X(10).
               05  WS-TN-SECS              PIC 9(06).
               05  WS-TN-CHECK             PIC X(01).
                   88  WS-TN-CHECKED       VALUE "Y".
               05  WS-TN-FLAGS             PIC X(10).
               05  WS-TN-STATE             PIC X(01).
                   88  WS-TN-TO-HOLD       VALUE "F".
                   88  WS-TN-HELD          VALUE "H".
                   88  WS-TN-APPROVED      VALUE "A".
       01  WS-TN-OVF-SW                    PIC X VALUE "N".
           88  WS-TN-OVERFLOW              VALUE "Y".
       01  WS-TN-FLAGGED                   PIC 9(04) VALUE 0.
       01  WS-TN-HELD-COUNT                PIC 9(04) VALUE 0.
       01  WS-FLAG-POS                     PIC 9(04) VALUE 0.
       01  WS-FLAG-CODE                    PIC X(02).
       01  WS-SECS-APART                   PIC 9(06) VALUE 0.

       01  WS-TIME-WORK                    PIC 9(06).
       01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
           05  WS-TW-HH                    PIC 9(02).
           05  WS-TW-MM                    PIC 9(02).
           05  WS-TW-SS                    PIC 9(02).

       COPY HSRECORD REPLACING ==RECNAME==      BY ==WS-NS-WORK==
                               ==FLD-PLAYER-ID== BY ==WN-PLAYER-ID==
                               ==FLD-SCORE==     BY ==WN-SCORE==
                               ==FLD-DATE==      BY ==WN-DATE==
                               ==FLD-TIME==      BY ==WN-TIME==
                               ==FLD-GAME-ID==   BY ==WN-GAME-ID==.

       01  WS-EOF-SB-SW                    PIC X VALUE "N".
           88  WS-EOF-SB                   VALUE "Y".
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-CS-SW                    PIC X VALUE "N".
           88  WS-EOF-CS                   VALUE "Y".
       01  WS-EOF-AP-SW                    PIC X VALUE "N".
           88  WS-EOF-AP                   VALUE "Y".
       01  WS-EOF-NS-SW                    PIC X VALUE "N".
           88  WS-EOF-NS                   VALUE "Y".
       01  WS-HOLD-FOUND-SW                PIC X VALUE "N".
           88  WS-HOLD-FOUND               VALUE "Y".

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(27)
               VALUE "SUBMISSION ANOMALIES - RUN ".
           05  RT-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(13)
               VALUE "  COLLECTION ".
           05  RT-COLLECT-DATE             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RT-COLLECT-TIME             PIC 9(06).

       01  WS-ROW-HEADER.
           05  FILLER                      PIC X(37)
               VALUE "CAB  PLAYER     GAME            SCORE".
           05  FILLER                      PIC X(31)
               VALUE " DATE     TIME   FLAGS      ACT".

       01  WS-ROW-DETAIL.
           05  RD-CABINET                  PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-PLAYER                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-GAME                     PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-SCORE                    PIC Z(9)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-DATE                     PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-TIME                     PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-FLAGS                    PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RD-ACTION                   PIC X(04).

       01  WS-VOLUME-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  VD-CABINET                  PIC X(04).
           05  FILLER                      PIC X(09)
               VALUE "  TONIGHT".
           05  VD-TONIGHT                  PIC Z(5)9.
           05  FILLER                      PIC X(10)
               VALUE "  USUALLY ".
           05  VD-AVERAGE                  PIC Z(5)9.
           05  FILLER                      PIC X(06) VALUE "  VL  ".

       01  WS-TOTAL-DETAIL.
           05  FILLER                      PIC X(13)
               VALUE "ROWS CHECKED ".
           05  TD-CHECKED                  PIC Z(3)9.
           05  FILLER                      PIC X(10)
               VALUE "  FLAGGED ".
           05  TD-FLAGGED                  PIC Z(3)9.
           05  FILLER                      PIC X(07)
               VALUE "  HELD ".
           05  TD-HELD                     PIC Z(3)9.

       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0065-LOAD-APPROVALS.
           PERFORM 0070-LOAD-CURRENT-BOARDS.
           PERFORM 0080-FIND-LAST-COLLECTION.
           IF WS-LAST-STAMP IS EQUAL TO 0
              DISPLAY "ANOMCHK: no submission history - nothing "
                 "to check"
           ELSE
              PERFORM 0090-LOAD-HISTORY
              IF WS-TN-OVERFLOW
                 DISPLAY "ANOMCHK: more rows tonight than the work "
                    "table holds - only the first " WS-TN-MAX
                    " checked"
              END-IF
              IF WS-BEST-OVERFLOW
                 DISPLAY "ANOMCHK: best-score table full - some "
                    "previous bests not known, jumps not checked "
                    "for them"
              END-IF
              PERFORM 0100-CHECK-ROWS
              IF WS-TN-FLAGGED > 0
                 PERFORM 0130-HOLD-FLAGGED-ROWS
              END-IF
           END-IF.
           PERFORM 0150-WRITE-REPORT.
           DISPLAY "ANOMCHK: " WS-TN-FLAGGED " rows flagged, "
              WS-TN-HELD-COUNT " held for review, "
              WS-CAB-VOLUME-FLAGS " cabinets with unusual volume".
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
                        IF PM-REG-DATE IS NUMERIC
                           MOVE PM-REG-DATE TO
                              WS-PM-REG(WS-PLAYER-COUNT)
                        ELSE
                           MOVE 0 TO WS-PM-REG(WS-PLAYER-COUNT)
                        END-IF
                     ELSE
                        DISPLAY "ANOMCHK: player master table "
                           "full - ignoring extra players"
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE PLAYERFILE.

       0065-LOAD-APPROVALS.
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
                        MOVE AP-PLAYER-ID TO
                           WS-AP-PLAYER(WS-AP-COUNT)
                        MOVE AP-GAME-ID TO
                           WS-AP-GAME(WS-AP-COUNT)
                        MOVE AP-SCORE TO
                           WS-AP-SCORE(WS-AP-COUNT)
                        MOVE SPACE TO WS-AP-USED(WS-AP-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE APPROVEDFILE.

       0070-LOAD-CURRENT-BOARDS.
           OPEN INPUT CURRENTSCOREFILE.
           IF WS-CS-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-CS
                  READ CURRENTSCOREFILE
                  AT END
                     SET WS-EOF-CS TO TRUE
                  END-READ
                  IF NOT WS-EOF-CS
                     AND CS-SCORE IS NUMERIC
                     AND CS-PLAYER-ID IS NOT EQUAL TO SPACES
                     MOVE CS-PLAYER-ID TO WS-LOOKUP-PLAYER
                     MOVE CS-GAME-ID TO WS-LOOKUP-GAME
                     MOVE CS-SCORE TO WS-LOOKUP-SCORE
                     PERFORM 0075-NOTE-BEST-SCORE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE CURRENTSCOREFILE.

       0075-NOTE-BEST-SCORE.
           PERFORM 0077-FIND-BEST-SCORE.
           IF WS-BEST-FOUND-IX IS EQUAL TO 0
              IF WS-BEST-COUNT < WS-BEST-MAX
                 ADD 1 TO WS-BEST-COUNT
                 MOVE WS-LOOKUP-PLAYER TO WS-BEST-PLAYER(WS-BEST-COUNT)
                 MOVE WS-LOOKUP-GAME TO WS-BEST-GAME(WS-BEST-COUNT)
                 MOVE WS-LOOKUP-SCORE TO WS-BEST-SCORE(WS-BEST-COUNT)
              ELSE
                 SET WS-BEST-OVERFLOW TO TRUE
              END-IF
           ELSE
           IF WS-LOOKUP-SCORE > WS-BEST-SCORE(WS-BEST-FOUND-IX)
              MOVE WS-LOOKUP-SCORE TO WS-BEST-SCORE(WS-BEST-FOUND-IX)
           END-IF
           END-IF.

       0077-FIND-BEST-SCORE.
           MOVE 0 TO WS-BEST-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-BEST-COUNT OR WS-BEST-FOUND-IX > 0
               IF WS-LOOKUP-PLAYER IS EQUAL TO WS-BEST-PLAYER(L)
                  AND WS-LOOKUP-GAME IS EQUAL TO WS-BEST-GAME(L)
                  MOVE L TO WS-BEST-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0080-FIND-LAST-COLLECTION.
           MOVE "N" TO WS-EOF-SB-SW.
           OPEN INPUT SUBMHISTFILE.
           IF WS-SB-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-SB
                  READ SUBMHISTFILE
                  AT END
                     SET WS-EOF-SB TO TRUE
                  END-READ
                  IF NOT WS-EOF-SB
                     AND SB-COLLECT-DATE IS NUMERIC
                     AND SB-COLLECT-TIME IS NUMERIC
                     PERFORM 0085-SET-ROW-STAMP
                     IF WS-ROW-STAMP > WS-LAST-STAMP
                        MOVE WS-ROW-STAMP TO WS-LAST-STAMP
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE SUBMHISTFILE.

       0085-SET-ROW-STAMP.
           COMPUTE WS-ROW-STAMP = SB-COLLECT-DATE * 1000000
              + SB-COLLECT-TIME.

      * Rows of the latest collection go to the work table; every
      * earlier row adds to the previous bests and the cabinets'
      * usual volume.
       0090-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-SB-SW.
           MOVE 0 TO WS-PREV-STAMP.
           OPEN INPUT SUBMHISTFILE.
           PERFORM UNTIL WS-EOF-SB
               READ SUBMHISTFILE
               AT END
                  SET WS-EOF-SB TO TRUE
               END-READ
               IF NOT WS-EOF-SB
                  AND SB-COLLECT-DATE IS NUMERIC
                  AND SB-COLLECT-TIME IS NUMERIC
                  PERFORM 0085-SET-ROW-STAMP
                  MOVE SB-CABINET-ID TO WS-LOOKUP-CABINET
                  PERFORM 0097-FIND-CABINET
                  IF WS-ROW-STAMP IS EQUAL TO WS-LAST-STAMP
                     PERFORM 0092-TAKE-TONIGHT-ROW
                  ELSE
                     PERFORM 0095-TAKE-EARLIER-ROW
                  END-IF
               END-IF
           END-PERFORM.
           CLOSE SUBMHISTFILE.

       0092-TAKE-TONIGHT-ROW.
           IF WS-CAB-FOUND-IX > 0
              ADD 1 TO WS-CAB-TONIGHT(WS-CAB-FOUND-IX)
           END-IF.
           IF WS-TN-COUNT < WS-TN-MAX
              ADD 1 TO WS-TN-COUNT
              MOVE SB-CABINET-ID TO WS-TN-CABINET(WS-TN-COUNT)
              MOVE SB-PLAYER-ID TO WS-TN-PLAYER(WS-TN-COUNT)
              MOVE SB-GAME-ID TO WS-TN-GAME(WS-TN-COUNT)
              MOVE SPACES TO WS-TN-FLAGS(WS-TN-COUNT)
              MOVE SPACE TO WS-TN-STATE(WS-TN-COUNT)
              MOVE "N" TO WS-TN-CHECK(WS-TN-COUNT)
              MOVE 0 TO WS-TN-SCORE(WS-TN-COUNT)
              MOVE 0 TO WS-TN-DATE(WS-TN-COUNT)
              MOVE 0 TO WS-TN-TIME(WS-TN-COUNT)
              MOVE 0 TO WS-TN-SECS(WS-TN-COUNT)
      * Only rows merged into new_score.txt with a clean score and
      * stamp are checked; HIGHSCORE parks the rest.
              IF SUBM-MERGED
                 AND SB-SCORE IS NUMERIC
                 AND SB-DATE IS NUMERIC
                 AND SB-TIME IS NUMERIC
                 AND SB-PLAYER-ID IS NOT EQUAL TO SPACES
                 MOVE "Y" TO WS-TN-CHECK(WS-TN-COUNT)
                 MOVE SB-SCORE TO WS-TN-SCORE(WS-TN-COUNT)
                 MOVE SB-DATE TO WS-TN-DATE(WS-TN-COUNT)
                 MOVE SB-TIME TO WS-TN-TIME(WS-TN-COUNT)
                 MOVE SB-TIME TO WS-TIME-WORK
                 COMPUTE WS-TN-SECS(WS-TN-COUNT) = WS-TW-HH * 3600
                    + WS-TW-MM * 60 + WS-TW-SS
              END-IF
           ELSE
              SET WS-TN-OVERFLOW TO TRUE
           END-IF.

       0095-TAKE-EARLIER-ROW.
           IF WS-ROW-STAMP IS NOT EQUAL TO WS-PREV-STAMP
              ADD 1 TO WS-PRIOR-RUNS
              MOVE WS-ROW-STAMP TO WS-PREV-STAMP
           END-IF.
           IF WS-CAB-FOUND-IX > 0
              ADD 1 TO WS-CAB-PRIOR(WS-CAB-FOUND-IX)
           END-IF.
           IF SUBM-MERGED
              AND SB-SCORE IS NUMERIC
              AND SB-PLAYER-ID IS NOT EQUAL TO SPACES
              MOVE SB-PLAYER-ID TO WS-LOOKUP-PLAYER
              MOVE SB-GAME-ID TO WS-LOOKUP-GAME
              MOVE SB-SCORE TO WS-LOOKUP-SCORE
              PERFORM 0075-NOTE-BEST-SCORE
           END-IF.

       0097-FIND-CABINET.
           MOVE 0 TO WS-CAB-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-CAB-COUNT OR WS-CAB-FOUND-IX > 0
               IF WS-LOOKUP-CABINET IS EQUAL TO WS-CAB-ID(L)
                  MOVE L TO WS-CAB-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-CAB-FOUND-IX IS EQUAL TO 0
              AND WS-CAB-COUNT < WS-CAB-MAX
              ADD 1 TO WS-CAB-COUNT
              MOVE WS-LOOKUP-CABINET TO WS-CAB-ID(WS-CAB-COUNT)
              MOVE 0 TO WS-CAB-TONIGHT(WS-CAB-COUNT)
              MOVE 0 TO WS-CAB-PRIOR(WS-CAB-COUNT)
              MOVE WS-CAB-COUNT TO WS-CAB-FOUND-IX
           END-IF.

       0100-CHECK-ROWS.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-TN-COUNT
               IF WS-TN-CHECKED(K)
                  PERFORM 0110-CHECK-ONE-ROW
                  IF WS-TN-FLAGS(K) IS NOT EQUAL TO SPACES
                     ADD 1 TO WS-TN-FLAGGED
                     PERFORM 0118-CHECK-APPROVAL
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.
           PERFORM 0120-CHECK-VOLUME.

       0110-CHECK-ONE-ROW.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-TN-COUNT
               IF L IS NOT EQUAL TO K
                  AND WS-TN-CHECKED(L)
                  PERFORM 0112-COMPARE-TWO-ROWS
               END-IF
               ADD 1 TO L
           END-PERFORM.
           MOVE WS-TN-PLAYER(K) TO WS-LOOKUP-PLAYER.
           PERFORM 0116-FIND-PLAYER.
           IF WS-PM-FOUND-IX > 0
              AND WS-TN-DATE(K) < WS-PM-REG(WS-PM-FOUND-IX)
              MOVE "ER" TO WS-FLAG-CODE
              PERFORM 0115-ADD-FLAG
           END-IF.
           IF WS-TN-DATE(K) > WS-RUN-DATE
              OR (WS-TN-DATE(K) IS EQUAL TO WS-RUN-DATE
                 AND WS-TN-TIME(K) > WS-RUN-TIME)
              MOVE "FU" TO WS-FLAG-CODE
              PERFORM 0115-ADD-FLAG
           END-IF.
           MOVE WS-TN-GAME(K) TO WS-LOOKUP-GAME.
           PERFORM 0077-FIND-BEST-SCORE.
           IF WS-BEST-FOUND-IX > 0
              AND WS-BEST-SCORE(WS-BEST-FOUND-IX) > 0
              AND WS-TN-SCORE(K) > WS-BEST-SCORE(WS-BEST-FOUND-IX)
                 * WS-JUMP-FACTOR
              MOVE "JP" TO WS-FLAG-CODE
              PERFORM 0115-ADD-FLAG
           END-IF.

      * The two-row checks: the same player on another cabinet
      * close in time, and another player's identical score on the
      * same cabinet and game.
       0112-COMPARE-TWO-ROWS.
           IF WS-TN-PLAYER(L) IS EQUAL TO WS-TN-PLAYER(K)
              AND WS-TN-CABINET(L) IS NOT EQUAL TO WS-TN-CABINET(K)
              AND WS-TN-DATE(L) IS EQUAL TO WS-TN-DATE(K)
              IF WS-TN-SECS(L) > WS-TN-SECS(K)
                 SUBTRACT WS-TN-SECS(K) FROM WS-TN-SECS(L)
                    GIVING WS-SECS-APART
              ELSE
                 SUBTRACT WS-TN-SECS(L) FROM WS-TN-SECS(K)
                    GIVING WS-SECS-APART
              END-IF
              IF WS-SECS-APART NOT > WS-OVERLAP-SECS
                 MOVE "OC" TO WS-FLAG-CODE
                 PERFORM 0115-ADD-FLAG
              END-IF
           END-IF.
           IF WS-TN-CABINET(L) IS EQUAL TO WS-TN-CABINET(K)
              AND WS-TN-GAME(L) IS EQUAL TO WS-TN-GAME(K)
              AND WS-TN-SCORE(L) IS EQUAL TO WS-TN-SCORE(K)
              AND WS-TN-PLAYER(L) IS NOT EQUAL TO WS-TN-PLAYER(K)
              AND WS-TN-SCORE(K) NOT < WS-DUP-MIN-SCORE
              MOVE "DS" TO WS-FLAG-CODE
              PERFORM 0115-ADD-FLAG
           END-IF.

      * Each code is added once; five codes fill the field.
       0115-ADD-FLAG.
           MOVE 0 TO WS-FLAG-POS.
           INSPECT WS-TN-FLAGS(K) TALLYING WS-FLAG-POS
              FOR ALL WS-FLAG-CODE.
           IF WS-FLAG-POS IS EQUAL TO 0
              MOVE 1 TO WS-FLAG-POS
              PERFORM UNTIL WS-FLAG-POS > 9
                 OR WS-TN-FLAGS(K)(WS-FLAG-POS:2) IS EQUAL TO SPACES
                  ADD 2 TO WS-FLAG-POS
              END-PERFORM
              IF WS-FLAG-POS < 10
                 MOVE WS-FLAG-CODE TO WS-TN-FLAGS(K)(WS-FLAG-POS:2)
              END-IF
           END-IF.

       0116-FIND-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF WS-LOOKUP-PLAYER IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

      * A score an operator has already approved through SCOREREV
      * is not held a second time.
       0118-CHECK-APPROVAL.
           MOVE 0 TO WS-AP-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-AP-COUNT OR WS-AP-FOUND-IX > 0
               IF WS-AP-USED(L) IS EQUAL TO SPACE
                  AND WS-AP-PLAYER(L) IS EQUAL TO WS-TN-PLAYER(K)
                  AND WS-AP-GAME(L) IS EQUAL TO WS-TN-GAME(K)
                  AND WS-AP-SCORE(L) IS EQUAL TO WS-TN-SCORE(K)
                  MOVE L TO WS-AP-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-AP-FOUND-IX > 0
              MOVE "U" TO WS-AP-USED(WS-AP-FOUND-IX)
              SET WS-TN-APPROVED(K) TO TRUE
           ELSE
              SET WS-TN-TO-HOLD(K) TO TRUE
           END-IF.

       0120-CHECK-VOLUME.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CAB-COUNT
               IF WS-PRIOR-RUNS > 0
                  AND WS-CAB-TONIGHT(K) NOT < WS-VOLUME-MIN
                  DIVIDE WS-CAB-PRIOR(K) BY WS-PRIOR-RUNS
                     GIVING WS-CAB-AVERAGE ROUNDED
                  IF WS-CAB-TONIGHT(K) > WS-CAB-AVERAGE
                     * WS-VOLUME-FACTOR
                     ADD 1 TO WS-CAB-VOLUME-FLAGS
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.

      * new_score.txt is copied through anomaly_work.txt less the
      * rows to hold, which go to the pending-review file.
       0130-HOLD-FLAGGED-ROWS.
           MOVE "N" TO WS-EOF-NS-SW.
           OPEN INPUT NEWSCOREFILE.
           IF WS-NS-STATUS IS NOT EQUAL TO "00"
              CLOSE NEWSCOREFILE
              DISPLAY "ANOMCHK: no new_score.txt - flagged rows "
                 "already gone"
           ELSE
              OPEN OUTPUT NEWWORKFILE
              OPEN EXTEND PENDINGFILE
              OPEN EXTEND AUDITFILE
              PERFORM UNTIL WS-EOF-NS
                  READ NEWSCOREFILE
                  AT END
                     SET WS-EOF-NS TO TRUE
                  END-READ
                  IF NOT WS-EOF-NS
                     PERFORM 0135-HOLD-OR-KEEP-ROW
                  END-IF
              END-PERFORM
              CLOSE NEWSCOREFILE
              CLOSE NEWWORKFILE
              CLOSE PENDINGFILE
              CLOSE AUDITFILE
              IF WS-TN-HELD-COUNT > 0
                 PERFORM 0140-REWRITE-NEW-SCORES
              END-IF
           END-IF.

       0135-HOLD-OR-KEEP-ROW.
           MOVE "N" TO WS-HOLD-FOUND-SW.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-TN-COUNT OR WS-HOLD-FOUND
               IF WS-TN-TO-HOLD(K)
                  MOVE WS-TN-PLAYER(K) TO WN-PLAYER-ID
                  MOVE WS-TN-SCORE(K) TO WN-SCORE
                  MOVE WS-TN-DATE(K) TO WN-DATE
                  MOVE WS-TN-TIME(K) TO WN-TIME
                  MOVE WS-TN-GAME(K) TO WN-GAME-ID
                  IF WS-NS-WORK IS EQUAL TO NEWSCORELINE
                     SET WS-HOLD-FOUND TO TRUE
                  ELSE
                     ADD 1 TO K
                  END-IF
               ELSE
                  ADD 1 TO K
               END-IF
           END-PERFORM.
           IF WS-HOLD-FOUND
              SET WS-TN-HELD(K) TO TRUE
              ADD 1 TO WS-TN-HELD-COUNT
              MOVE NEWSCORELINE TO PENDINGLINE
              WRITE PENDINGLINE
              PERFORM 0137-WRITE-HELD-AUDIT
           ELSE
              MOVE NEWSCORELINE TO NEW-WORK-LINE
              WRITE NEW-WORK-LINE
           END-IF.

       0137-WRITE-HELD-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           SET AUDIT-HELD TO TRUE.
           MOVE WS-TN-GAME(K) TO AUD-GAME-ID.
           MOVE WS-TN-PLAYER(K) TO AUD-PLAYER-ID.
           MOVE WS-TN-SCORE(K) TO AUD-SCORE.
           MOVE 0 TO AUD-SLOT.
           MOVE WS-TN-FLAGS(K) TO AUD-OTHER-ID.
           MOVE SPACES TO AUD-REASON.
           MOVE SPACES TO AUD-CARRY-COUNTS.
           WRITE AUDITLINE.

       0140-REWRITE-NEW-SCORES.
           MOVE "N" TO WS-EOF-NS-SW.
           OPEN INPUT NEWWORKFILE.
           OPEN OUTPUT NEWSCOREFILE.
           PERFORM UNTIL WS-EOF-NS
               READ NEWWORKFILE
               AT END
                  SET WS-EOF-NS TO TRUE
               END-READ
               IF NOT WS-EOF-NS
                  MOVE NEW-WORK-LINE TO NEWSCORELINE
                  WRITE NEWSCORELINE
               END-IF
           END-PERFORM.
           CLOSE NEWSCOREFILE.
           CLOSE NEWWORKFILE.

       0150-WRITE-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-LAST-DATE TO RT-COLLECT-DATE.
           MOVE WS-LAST-TIME TO RT-COLLECT-TIME.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FLAGGED ROWS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROW-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-TN-COUNT
               IF WS-TN-FLAGS(K) IS NOT EQUAL TO SPACES
                  PERFORM 0155-WRITE-ONE-ROW
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF WS-TN-FLAGGED IS EQUAL TO 0
              MOVE "  NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNUSUAL CABINET VOLUME" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CAB-COUNT
               IF WS-PRIOR-RUNS > 0
                  AND WS-CAB-TONIGHT(K) NOT < WS-VOLUME-MIN
                  DIVIDE WS-CAB-PRIOR(K) BY WS-PRIOR-RUNS
                     GIVING WS-CAB-AVERAGE ROUNDED
                  IF WS-CAB-TONIGHT(K) > WS-CAB-AVERAGE
                     * WS-VOLUME-FACTOR
                     MOVE WS-CAB-ID(K) TO VD-CABINET
                     MOVE WS-CAB-TONIGHT(K) TO VD-TONIGHT
                     MOVE WS-CAB-AVERAGE TO VD-AVERAGE
                     MOVE WS-VOLUME-DETAIL TO REPORT-LINE
                     WRITE REPORT-LINE
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF WS-CAB-VOLUME-FLAGS IS EQUAL TO 0
              MOVE "  NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TN-COUNT TO TD-CHECKED.
           MOVE WS-TN-FLAGGED TO TD-FLAGGED.
           MOVE WS-TN-HELD-COUNT TO TD-HELD.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OC TWO CABINETS AT ONCE  ER BEFORE REGISTRATION  "
              TO REPORT-LINE.
           MOVE "FU FUTURE" TO REPORT-LINE(51:9).
           WRITE REPORT-LINE.
           MOVE "JP JUMP OVER OWN BEST    DS SAME SCORE ON CABINET  "
              TO REPORT-LINE.
           MOVE "VL VOLUME" TO REPORT-LINE(51:9).
           WRITE REPORT-LINE.
           MOVE "ACT: HELD - ON pending_review.txt FOR SCOREREV, "
              TO REPORT-LINE.
           MOVE "APPR - ALREADY APPROVED" TO REPORT-LINE(49:23).
           WRITE REPORT-LINE.
           MOVE "     GONE - NO LONGER ON new_score.txt"
              TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORTFILE.

       0155-WRITE-ONE-ROW.
           MOVE WS-TN-CABINET(K) TO RD-CABINET.
           MOVE WS-TN-PLAYER(K) TO RD-PLAYER.
           MOVE WS-TN-GAME(K) TO RD-GAME.
           MOVE WS-TN-SCORE(K) TO RD-SCORE.
           MOVE WS-TN-DATE(K) TO RD-DATE.
           MOVE WS-TN-TIME(K) TO RD-TIME.
           MOVE WS-TN-FLAGS(K) TO RD-FLAGS.
           IF WS-TN-HELD(K)
              MOVE "HELD" TO RD-ACTION
           ELSE
           IF WS-TN-APPROVED(K)
              MOVE "APPR" TO RD-ACTION
           ELSE
              MOVE "GONE" TO RD-ACTION
           END-IF
           END-IF.
           MOVE WS-ROW-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-STOP-RUN.
           GOBACK.

       END PROGRAM ANOMCHK.
