      *   the standings rewrite and refuse to award the identical
      *   window again, so an accidental second run cannot silently
      *   double-count every board into standings.txt.
      *   A window flagged "F" in period_select.txt finalises the
      *   league: once standings.txt has been rewritten, each
      *   finishing position's prize from the "LEAGUE" entries of
      *   prize_schedule.txt is posted to the player's prize ledger
      *   (prize_ledger.txt).  Tied players sharing a position each
      *   receive its prize; positions held by banned, merged or
      *   unregistered ids are withheld rather than credited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAGUEPTS.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT OPTIONAL SCHEDULEFILE
           ASSIGN TO "records\prize_schedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PZ-STATUS.

       SELECT OPTIONAL LEDGERFILE ASSIGN TO "records\prize_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODSELECTFILE.
       01  PERIOD-SELECT-LINE.
           05  PS-START-DATE               PIC 9(08).
           05  PS-END-DATE                 PIC 9(08).
           05  PS-FINAL-FLAG               PIC X(01).
               88  PS-FINAL-WINDOW         VALUE "F".

       FD CURRENTSCOREFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==CURRENTSCORE==
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD SCHEDULEFILE.
       COPY PRIZSCHD REPLACING ==RECNAME== BY ==SCHEDULELINE==.

       FD LEDGERFILE.
       COPY PRIZREC REPLACING ==RECNAME== BY ==LEDGERLINE==.

       WORKING-STORAGE SECTION.
       01  WS-PS-STATUS                    PIC XX.
       01  WS-ST-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-SC-STATUS                    PIC XX.
       01  WS-PZ-STATUS                    PIC XX.

       01  WS-START-DATE                   PIC 9(08) VALUE 0.
       01  WS-END-DATE                     PIC 9(08) VALUE 0.
       01  WS-FINAL-SW                     PIC X VALUE "N".
           88  WS-FINAL-WINDOW             VALUE "Y".

       01  WS-SELECTED-GAME-ID             PIC X(10) VALUE SPACES.

           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-NAME-TABLE.
           03  WS-PM-NAME                  PIC X(20) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-EOF-AR-SW                    PIC X VALUE "N".
           88  WS-EOF-AR                   VALUE "Y".

       01  WS-PZ-MAX                       PIC 9(04) VALUE 25.
       01  WS-PZ-COUNT                     PIC 9(04) VALUE 0.
       01  WS-PZ-POS-TABLE.
           03  WS-PZ-POS                   PIC 9(02) OCCURS 25 TIMES.
       01  WS-PZ-AMT-TABLE.
           03  WS-PZ-AMT                   PIC 9(07)V99 OCCURS 25 TIMES.
       01  WS-PZ-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-EOF-PZ-SW                    PIC X VALUE "N".
           88  WS-EOF-PZ                   VALUE "Y".
       01  WS-AWARD-COUNT                  PIC 9(04) VALUE 0.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).

       01 J    PIC 9(10)                  VALUE 1.
       01 K    PIC 9(10)                  VALUE 1.
       01 L    PIC 9(10)                  VALUE 1.
           END-IF.
           MOVE PS-START-DATE TO WS-START-DATE.
           MOVE PS-END-DATE TO WS-END-DATE.
           IF PS-FINAL-WINDOW
              SET WS-FINAL-WINDOW TO TRUE
           END-IF.
           PERFORM 0060-CHECK-LAST-WINDOW.

           PERFORM 0070-LOAD-PLAYER-MASTER.
                           WS-PM-ID(WS-PLAYER-COUNT)
                        MOVE PM-PLAYER-NAME TO
                           WS-PM-NAME(WS-PLAYER-COUNT)
                        MOVE PM-STATUS TO
                           WS-PM-STAT(WS-PLAYER-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
           CLOSE REPORTFILE.
           PERFORM 0180-REWRITE-STANDINGS.
           PERFORM 0190-WRITE-WINDOW-CKPT.
           IF WS-FINAL-WINDOW
              PERFORM 0195-POST-PRIZES
           END-IF.

       0110-LOAD-CURRENT-SCORES.
           OPEN INPUT CURRENTSCOREFILE.
           WRITE STANDCKPT-LINE.
           CLOSE STANDCKPTFILE.

       0195-POST-PRIZES.
           PERFORM 0196-LOAD-SCHEDULE.
           IF WS-PZ-COUNT IS EQUAL TO 0
              DISPLAY "LEAGUEPTS: no LEAGUE prize schedule - "
                 "no prizes posted"
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              OPEN EXTEND LEDGERFILE
              MOVE 1 TO K
              MOVE 0 TO WS-SHOWN-RANK
              PERFORM UNTIL K > WS-STAND-COUNT
                  IF K IS EQUAL TO 1
                     OR WS-ST-POINTS(K) NOT EQUAL TO
                        WS-ST-POINTS(K - 1)
                     MOVE K TO WS-SHOWN-RANK
                  END-IF
                  IF WS-ST-POINTS(K) > 0
                     PERFORM 0198-POST-ONE-AWARD
                  END-IF
                  ADD 1 TO K
              END-PERFORM
              CLOSE LEDGERFILE
              DISPLAY "LEAGUEPTS: league finalised - "
                 WS-AWARD-COUNT " prizes posted to prize_ledger.txt"
           END-IF.

       0196-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULEFILE.
           IF WS-PZ-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PZ
                  READ SCHEDULEFILE
                  AT END
                     SET WS-EOF-PZ TO TRUE
                  END-READ
                  IF NOT WS-EOF-PZ
                     IF PZ-LEAGUE-SCHEDULE
                        AND PZ-POSITION IS NUMERIC
                        AND PZ-AMOUNT IS NUMERIC
                        IF WS-PZ-COUNT < WS-PZ-MAX
                           ADD 1 TO WS-PZ-COUNT
                           MOVE PZ-POSITION TO WS-PZ-POS(WS-PZ-COUNT)
                           MOVE PZ-AMOUNT TO WS-PZ-AMT(WS-PZ-COUNT)
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE SCHEDULEFILE.

       0198-POST-ONE-AWARD.
           MOVE 0 TO WS-PZ-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PZ-COUNT OR WS-PZ-FOUND-IX > 0
               IF WS-PZ-POS(L) IS EQUAL TO WS-SHOWN-RANK
                  MOVE L TO WS-PZ-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-PZ-FOUND-IX > 0
              MOVE WS-ST-ID(K) TO WS-LOOKUP-ID
              PERFORM 0175-LOOK-UP-PLAYER
              IF WS-PM-FOUND-IX IS EQUAL TO 0
                 DISPLAY "LEAGUEPTS: prize withheld - player "
                    WS-LOOKUP-ID " not registered"
              ELSE
              IF WS-PM-STAT(WS-PM-FOUND-IX) IS NOT EQUAL TO "A"
                 DISPLAY "LEAGUEPTS: prize withheld - player "
                    WS-LOOKUP-ID " is not active"
              ELSE
                 MOVE WS-LOOKUP-ID TO PL-PLAYER-ID
                 MOVE WS-RUN-DATE TO PL-DATE
                 MOVE WS-RUN-TIME-RAW(1:6) TO PL-TIME
                 SET LEDGER-AWARD TO TRUE
                 MOVE "LEAGUEPTS" TO PL-SOURCE
                 MOVE "LEAGUE" TO PL-GAME-ID
                 MOVE WS-SHOWN-RANK TO PL-POSITION
                 MOVE WS-PZ-AMT(WS-PZ-FOUND-IX) TO PL-AMOUNT
                 MOVE WS-END-DATE TO PL-REF
                 WRITE LEDGERLINE
                 ADD 1 TO WS-AWARD-COUNT
              END-IF
              END-IF
           END-IF.

       0200-STOP-RUN.
           STOP RUN.

