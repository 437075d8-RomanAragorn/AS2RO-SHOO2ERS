      *   shared rank on the Season Champions report, matching
      *   hs_report.txt; blank slots now always sort below real
      *   rows.
      *   Post each finishing position's prize from
      *   prize_schedule.txt to the player's prize ledger
      *   (prize_ledger.txt) once the season has been archived and
      *   the master rewritten; tied players sharing a position each
      *   receive its prize, and a position held by a banned, merged
      *   or unregistered id is withheld rather than credited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASCLOSE.
       ENVIRONMENT DIVISION.
       SELECT OPTIONAL GENLOGFILE ASSIGN TO "records\gen_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SCHEDULEFILE
           ASSIGN TO "records\prize_schedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PZ-STATUS.

       SELECT OPTIONAL LEDGERFILE ASSIGN TO "records\prize_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SEASONSELECTFILE.
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD GAMEFILE.
       COPY GAMEREC REPLACING ==RECNAME==       BY ==GAMEMASTER==
       FD GENLOGFILE.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       FD SCHEDULEFILE.
       COPY PRIZSCHD REPLACING ==RECNAME== BY ==SCHEDULELINE==.

       FD LEDGERFILE.
       COPY PRIZREC REPLACING ==RECNAME== BY ==LEDGERLINE==.

       WORKING-STORAGE SECTION.
       01  WS-SS-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.
       01  WS-GEN-IN-STATUS                PIC XX.
       01  WS-PZ-STATUS                    PIC XX.

       01  WS-GEN-IN-PATH                  PIC X(40).
       01  WS-GEN-OUT-PATH                 PIC X(40).
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-NAME-TABLE.
           03  WS-PM-NAME                  PIC X(20) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-EOF-CS-SW                    PIC X VALUE "N".
           88  ENDOFCS                     VALUE "Y".

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
       01  WS-AWARD-REF.
           05  FILLER                      PIC X(07) VALUE "SEASON ".
           05  AW-SEASON-NO                PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).

       01 J    PIC 9(10)                  VALUE 1.
       01 K    PIC 9(10)                  VALUE 1.
       01 L    PIC 9(10)                  VALUE 1.
                           WS-PM-ID(WS-PLAYER-COUNT)
                        MOVE PM-PLAYER-NAME TO
                           WS-PM-NAME(WS-PLAYER-COUNT)
                        MOVE PM-STATUS TO
                           WS-PM-STAT(WS-PLAYER-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
                  ADD 1 TO K
              END-PERFORM
              CLOSE CURRENTSCOREFILE
              PERFORM 0180-POST-PRIZES
           END-IF.

       0110-ARCHIVE-ONE-ROW.
               ADD 1 TO L
           END-PERFORM.

       0180-POST-PRIZES.
           PERFORM 0182-LOAD-SCHEDULE.
           IF WS-PZ-COUNT IS EQUAL TO 0
              DISPLAY "SEASCLOSE: no prize schedule for game "
                 WS-SELECTED-GAME-ID " - no prizes posted"
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              MOVE WS-SEASON-NO TO AW-SEASON-NO
              OPEN EXTEND LEDGERFILE
              MOVE 1 TO K
              MOVE 0 TO WS-SHOWN-RANK
              PERFORM UNTIL K > WS-BOARD-COUNT
                  IF ARR-PLAYER-ID(K) NOT EQUAL TO SPACES
                     IF K IS EQUAL TO 1
                        OR ARR(K) NOT EQUAL TO ARR(K - 1)
                        MOVE K TO WS-SHOWN-RANK
                     END-IF
                     PERFORM 0184-POST-ONE-AWARD
                  END-IF
                  ADD 1 TO K
              END-PERFORM
              CLOSE LEDGERFILE
              DISPLAY "SEASCLOSE: " WS-AWARD-COUNT
                 " prizes posted to prize_ledger.txt"
           END-IF.

       0182-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULEFILE.
           IF WS-PZ-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PZ
                  READ SCHEDULEFILE
                  AT END
                     SET WS-EOF-PZ TO TRUE
                  END-READ
                  IF NOT WS-EOF-PZ
                     IF PZ-GAME-ID IS EQUAL TO WS-SELECTED-GAME-ID
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

       0184-POST-ONE-AWARD.
           MOVE 0 TO WS-PZ-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PZ-COUNT OR WS-PZ-FOUND-IX > 0
               IF WS-PZ-POS(L) IS EQUAL TO WS-SHOWN-RANK
                  MOVE L TO WS-PZ-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-PZ-FOUND-IX > 0
              MOVE ARR-PLAYER-ID(K) TO WS-LOOKUP-ID
              PERFORM 0175-LOOK-UP-PLAYER
              IF WS-PM-FOUND-IX IS EQUAL TO 0
                 DISPLAY "SEASCLOSE: prize withheld - player "
                    WS-LOOKUP-ID " not registered"
              ELSE
              IF WS-PM-STAT(WS-PM-FOUND-IX) IS NOT EQUAL TO "A"
                 DISPLAY "SEASCLOSE: prize withheld - player "
                    WS-LOOKUP-ID " is not active"
              ELSE
                 MOVE WS-LOOKUP-ID TO PL-PLAYER-ID
                 MOVE WS-RUN-DATE TO PL-DATE
                 MOVE WS-RUN-TIME-RAW(1:6) TO PL-TIME
                 SET LEDGER-AWARD TO TRUE
                 MOVE "SEASCLOSE" TO PL-SOURCE
                 MOVE WS-SELECTED-GAME-ID TO PL-GAME-ID
                 MOVE WS-SHOWN-RANK TO PL-POSITION
                 MOVE WS-PZ-AMT(WS-PZ-FOUND-IX) TO PL-AMOUNT
                 MOVE WS-AWARD-REF TO PL-REF
                 WRITE LEDGERLINE
                 ADD 1 TO WS-AWARD-COUNT
              END-IF
              END-IF
           END-IF.

       0200-STOP-RUN.
           IF WS-FILES-OPEN
              CLOSE ARCHIVEFILE
