      * This program builds the outbound notification file for the
      * messaging gateway at the end of the nightly cycle, so a
      * player hears that a score made the board without having to
      * ask at the counter.
      *
      * MODIFICATION HISTORY
      *   Initial version: take the night's PROMOTED and EVICTED
      *   lines from hs_audit.txt (the night being the latest
      *   AUD-DATE on file, as MORNRPT counts it) and the prize
      *   awards posted to prize_ledger.txt since, and write one
      *   message per player per event to notify_queue.txt - new
      *   personal best, first time on a board, took the #1 slot,
      *   knocked off a board, season or league prize won.  Several
      *   promotions on one board in a night collapse to a single
      *   message carrying the best score and the strongest event
      *   (#1 over first time over personal best), and a player who
      *   was knocked off but is back on the board by the end of the
      *   night is not told.  Personal bests and first appearances
      *   are judged against the player's promotions on earlier
      *   nights.  Players who have not opted in, have no contact on
      *   file, are banned or have been merged are skipped.  The
      *   file is rebuilt from scratch on every run, so a restarted
      *   cycle queues the same messages once.
      *   Count the CARRYFWD lines RETPURGE leaves on hs_audit.txt
      *   as earlier promotions at their best score, so a purge
      *   cannot make a returning player look new to a board or
      *   hand out a personal best that was beaten years ago; they
      *   never decide which night is being reported.
      *   Tie the queue to the run rather than to the latest date on
      *   the audit trail: notify_ckpt.txt records the stamp up to
      *   which events have been queued, and only audit lines and
      *   award postings stamped after it are queued, so a night
      *   with no new board events queues nothing instead of
      *   repeating the night before.  A rerun within the same
      *   NIGHTRUN cycle (the CYCLE STARTED stamp on
      *   nightly_runlog.txt) rebuilds the same window, so a
      *   restarted cycle still queues its messages exactly once.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AUDITFILE ASSIGN TO "records\hs_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AU-STATUS.

       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT OPTIONAL HIGHSCORESFILE
           ASSIGN TO "records\high_scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-STATUS.

       SELECT OPTIONAL LEDGERFILE ASSIGN TO "records\prize_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PL-STATUS.

       SELECT NOTIFYFILE ASSIGN TO "records\notify_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTIFYCKPTFILE
           ASSIGN TO "records\notify_ckpt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-STATUS.

       SELECT OPTIONAL RUNLOGFILE
           ASSIGN TO "records\nightly_runlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD PLAYERFILE.
       COPY PLAYREC REPLACING ==RECNAME==         BY ==PLAYERMASTER==
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD HIGHSCORESFILE.
       COPY HSRECORD REPLACING ==RECNAME==      BY ==HIGHSCORELINE==
                               ==FLD-PLAYER-ID== BY ==HS-PLAYER-ID==
                               ==FLD-SCORE==     BY ==HS-SCORE==
                               ==FLD-DATE==      BY ==HS-DATE==
                               ==FLD-TIME==      BY ==HS-TIME==
                               ==FLD-GAME-ID==   BY ==HS-GAME-ID==.

       FD LEDGERFILE.
       COPY PRIZREC REPLACING ==RECNAME== BY ==LEDGERLINE==.

       FD NOTIFYFILE.
       COPY NOTIFREC REPLACING ==RECNAME== BY ==NOTIFYLINE==.

      * The window last queued: events stamped after NC-FROM-STAMP
      * up to NC-TO-STAMP, for the cycle started at NC-CYCLE-STAMP.
       FD NOTIFYCKPTFILE.
       01  NOTIFYCKPT-LINE.
           05  NC-CYCLE-STAMP              PIC 9(14).
           05  NC-FROM-STAMP               PIC 9(14).
           05  NC-TO-STAMP                 PIC 9(14).

       FD RUNLOGFILE.
       COPY RUNLGREC REPLACING ==RECNAME== BY ==RUNLOGLINE==.

       WORKING-STORAGE SECTION.
       01  WS-AU-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-HS-STATUS                    PIC XX.
       01  WS-PL-STATUS                    PIC XX.
       01  WS-NC-STATUS                    PIC XX.
       01  WS-RL-STATUS                    PIC XX.

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-ID-TABLE.
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-CBY-TABLE.
           03  WS-PM-CBY                   PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-CONTACT-TABLE.
           03  WS-PM-CONTACT               PIC X(40) OCCURS 500 TIMES.
       01  WS-PM-OPTIN-TABLE.
           03  WS-PM-OPTIN                 PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.

      * Each player's best promoted score per board on nights before
      * the one being notified.
       01  WS-HB-MAX                       PIC 9(04) VALUE 2000.
       01  WS-HB-COUNT                     PIC 9(04) VALUE 0.
       01  WS-HB-PLAYER-TABLE.
           03  WS-HB-PLAYER                PIC X(10) OCCURS 2000 TIMES.
       01  WS-HB-GAME-TABLE.
           03  WS-HB-GAME                  PIC X(10) OCCURS 2000 TIMES.
       01  WS-HB-BEST-TABLE.
           03  WS-HB-BEST                  PIC 9(10) OCCURS 2000 TIMES.
       01  WS-HB-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-BD-MAX                       PIC 9(04) VALUE 2000.
       01  WS-BD-COUNT                     PIC 9(04) VALUE 0.
       01  WS-BD-PLAYER-TABLE.
           03  WS-BD-PLAYER                PIC X(10) OCCURS 2000 TIMES.
       01  WS-BD-GAME-TABLE.
           03  WS-BD-GAME                  PIC X(10) OCCURS 2000 TIMES.
       01  WS-BD-FOUND-IX                  PIC 9(04) VALUE 0.

      * One entry per player, board and kind of event - PR for the
      * night's promotions (settled into PB, FB or T1 once the whole
      * audit trail has been read), KO, SP and LP.
       01  WS-EV-MAX                       PIC 9(04) VALUE 500.
       01  WS-EV-COUNT                     PIC 9(04) VALUE 0.
       01  WS-EV-PLAYER-TABLE.
           03  WS-EV-PLAYER                PIC X(10) OCCURS 500 TIMES.
       01  WS-EV-GAME-TABLE.
           03  WS-EV-GAME                  PIC X(10) OCCURS 500 TIMES.
       01  WS-EV-KIND-TABLE.
           03  WS-EV-KIND                  PIC X(02) OCCURS 500 TIMES.
       01  WS-EV-EVENT-TABLE.
           03  WS-EV-EVENT                 PIC X(02) OCCURS 500 TIMES.
       01  WS-EV-SCORE-TABLE.
           03  WS-EV-SCORE                 PIC 9(10) OCCURS 500 TIMES.
       01  WS-EV-POS-TABLE.
           03  WS-EV-POS                   PIC 9(02) OCCURS 500 TIMES.
       01  WS-EV-AMOUNT-TABLE.
           03  WS-EV-AMOUNT                PIC 9(07)V99
                                           OCCURS 500 TIMES.
       01  WS-EV-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-EV-LOOKUP-PLAYER             PIC X(10).
       01  WS-EV-LOOKUP-GAME               PIC X(10).
       01  WS-EV-LOOKUP-KIND               PIC X(02).

       01  WS-NIGHT-DATE                   PIC 9(08) VALUE 0.

      * Date and time pairs compared as one 14-digit stamp.
       01  WS-LINE-STAMP.
           05  WS-LINE-DATE                PIC 9(08).
           05  WS-LINE-TIME                PIC 9(06).
       01  WS-LINE-STAMP-N REDEFINES WS-LINE-STAMP
                                           PIC 9(14).
       01  WS-CYCLE-STAMP.
           05  WS-CYCLE-DATE               PIC 9(08) VALUE 0.
           05  WS-CYCLE-TIME               PIC 9(06) VALUE 0.
       01  WS-CYCLE-STAMP-N REDEFINES WS-CYCLE-STAMP
                                           PIC 9(14).
       01  WS-FROM-STAMP                   PIC 9(14) VALUE 0.
       01  WS-TO-STAMP                     PIC 9(14) VALUE 0.

       01  WS-EVENTS-NOTED                 PIC 9(06) VALUE 0.
       01  WS-QUEUED                       PIC 9(06) VALUE 0.
       01  WS-SKIP-OPTOUT                  PIC 9(06) VALUE 0.
       01  WS-SKIP-STATUS                  PIC 9(06) VALUE 0.
       01  WS-SKIP-UNKNOWN                 PIC 9(06) VALUE 0.
       01  WS-SKIP-BACK-ON                 PIC 9(06) VALUE 0.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-STAMP.
           05  WS-RUN-STAMP-DATE           PIC 9(08).
           05  WS-RUN-STAMP-TIME           PIC 9(06).
       01  WS-RUN-STAMP-N REDEFINES WS-RUN-STAMP
                                           PIC 9(14).

       01  WS-EOF-AU-SW                    PIC X VALUE "N".
           88  WS-EOF-AU                   VALUE "Y".
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-HS-SW                    PIC X VALUE "N".
           88  WS-EOF-HS                   VALUE "Y".
       01  WS-EOF-PL-SW                    PIC X VALUE "N".
           88  WS-EOF-PL                   VALUE "Y".
       01  WS-EOF-RL-SW                    PIC X VALUE "N".
           88  WS-EOF-RL                   VALUE "Y".
       01  WS-NC-FOUND-SW                  PIC X VALUE "N".
           88  WS-NC-FOUND                 VALUE "Y".
       01  WS-EV-OVF-SW                    PIC X VALUE "N".
           88  WS-EV-OVERFLOW              VALUE "Y".

       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-STAMP-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0070-FIND-NIGHT.
           PERFORM 0075-SET-WINDOW.
           PERFORM 0080-LOAD-BOARD.
           PERFORM 0100-READ-AUDIT.
           PERFORM 0140-SETTLE-PROMOTIONS.
           PERFORM 0150-READ-LEDGER.
           PERFORM 0160-WRITE-QUEUE.
           PERFORM 0180-WRITE-CKPT.
           DISPLAY "NOTIFYQ: " WS-EVENTS-NOTED " events for night "
              WS-NIGHT-DATE ", " WS-QUEUED " messages queued".
           DISPLAY "NOTIFYQ: skipped " WS-SKIP-OPTOUT
              " not opted in, " WS-SKIP-STATUS " banned or merged, "
              WS-SKIP-UNKNOWN " not registered, " WS-SKIP-BACK-ON
              " back on the board".
           IF WS-EV-OVERFLOW
              DISPLAY "NOTIFYQ: event table full - some events "
                 "were not queued"
           END-IF.
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
                        MOVE PM-CONTACT-BY TO
                           WS-PM-CBY(WS-PLAYER-COUNT)
                        MOVE PM-CONTACT TO
                           WS-PM-CONTACT(WS-PLAYER-COUNT)
                        MOVE PM-OPT-IN TO
                           WS-PM-OPTIN(WS-PLAYER-COUNT)
                     ELSE
                        DISPLAY "NOTIFYQ: player master table "
                           "full - ignoring extra players"
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PLAYERFILE
           ELSE
              DISPLAY "NOTIFYQ: no player master - nothing can be "
                 "queued"
           END-IF.

      * The night is the latest AUD-DATE on the audit trail; with no
      * audit trail at all the run date stands in for it.
       0070-FIND-NIGHT.
           OPEN INPUT AUDITFILE.
           IF WS-AU-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AU
                  READ AUDITFILE
                  AT END
                     SET WS-EOF-AU TO TRUE
                  END-READ
                  IF NOT WS-EOF-AU
                     IF AUD-DATE IS NUMERIC
                        AND AUD-DATE > WS-NIGHT-DATE
                        AND NOT AUDIT-CARRYFWD
                        MOVE AUD-DATE TO WS-NIGHT-DATE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE AUDITFILE.
           IF WS-NIGHT-DATE IS EQUAL TO 0
              MOVE WS-RUN-DATE TO WS-NIGHT-DATE
           END-IF.

      * Events stamped after the last window queued are this run's.
      * A rerun inside the same NIGHTRUN cycle takes the window that
      * cycle queued before, so the rebuilt file is the same; with no
      * checkpoint yet the latest night on the audit trail is taken,
      * as before the checkpoint was kept.
       0075-SET-WINDOW.
           OPEN INPUT RUNLOGFILE.
           IF WS-RL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-RL
                  READ RUNLOGFILE
                  AT END
                     SET WS-EOF-RL TO TRUE
                  END-READ
                  IF NOT WS-EOF-RL
                     IF RL-STEP IS EQUAL TO "CYCLE"
                        AND RL-STARTED
                        AND RL-DATE IS NUMERIC
                        AND RL-TIME IS NUMERIC
                        MOVE RL-DATE TO WS-CYCLE-DATE
                        MOVE RL-TIME TO WS-CYCLE-TIME
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE RUNLOGFILE.
           MOVE "N" TO WS-NC-FOUND-SW.
           OPEN INPUT NOTIFYCKPTFILE.
           IF WS-NC-STATUS IS EQUAL TO "00"
              READ NOTIFYCKPTFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NC-TO-STAMP IS NUMERIC
                       AND NC-FROM-STAMP IS NUMERIC
                       AND NC-CYCLE-STAMP IS NUMERIC
                       SET WS-NC-FOUND TO TRUE
                    END-IF
              END-READ
           END-IF.
           CLOSE NOTIFYCKPTFILE.
           IF NOT WS-NC-FOUND
              COMPUTE WS-FROM-STAMP = WS-NIGHT-DATE * 1000000 - 1
              MOVE WS-RUN-STAMP-N TO WS-TO-STAMP
           ELSE
           IF WS-CYCLE-STAMP-N > 0
              AND NC-CYCLE-STAMP IS EQUAL TO WS-CYCLE-STAMP-N
              MOVE NC-FROM-STAMP TO WS-FROM-STAMP
              MOVE NC-TO-STAMP TO WS-TO-STAMP
              DISPLAY "NOTIFYQ: rebuilding the queue already "
                 "taken for this cycle"
           ELSE
              MOVE NC-TO-STAMP TO WS-FROM-STAMP
              MOVE WS-RUN-STAMP-N TO WS-TO-STAMP
           END-IF
           END-IF.

       0080-LOAD-BOARD.
           OPEN INPUT HIGHSCORESFILE.
           IF WS-HS-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-HS
                  READ HIGHSCORESFILE
                  AT END
                     SET WS-EOF-HS TO TRUE
                  END-READ
                  IF NOT WS-EOF-HS
                     IF WS-BD-COUNT < WS-BD-MAX
                        ADD 1 TO WS-BD-COUNT
                        MOVE HS-PLAYER-ID TO
                           WS-BD-PLAYER(WS-BD-COUNT)
                        MOVE HS-GAME-ID TO
                           WS-BD-GAME(WS-BD-COUNT)
                     ELSE
                        DISPLAY "NOTIFYQ: board table full - "
                           "ignoring extra board rows"
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE HIGHSCORESFILE.

       0100-READ-AUDIT.
           MOVE "N" TO WS-EOF-AU-SW.
           OPEN INPUT AUDITFILE.
           IF WS-AU-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AU
                  READ AUDITFILE
                  AT END
                     SET WS-EOF-AU TO TRUE
                  END-READ
                  IF NOT WS-EOF-AU
                     PERFORM 0110-TAKE-ONE-AUDIT-LINE
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE AUDITFILE.

       0110-TAKE-ONE-AUDIT-LINE.
           IF AUDIT-CARRYFWD
              IF AUD-SCORE IS NUMERIC
                 AND AUD-CARRY-PROMOTED IS NUMERIC
                 AND AUD-CARRY-PROMOTED > 0
                 PERFORM 0120-NOTE-EARLIER-BEST
              END-IF
           ELSE
           IF AUD-DATE IS NUMERIC
              AND AUD-TIME IS NUMERIC
              AND AUD-SCORE IS NUMERIC
              MOVE AUD-DATE TO WS-LINE-DATE
              MOVE AUD-TIME TO WS-LINE-TIME
              IF WS-LINE-STAMP-N NOT > WS-FROM-STAMP
                 IF AUDIT-PROMOTED
                    PERFORM 0120-NOTE-EARLIER-BEST
                 END-IF
              ELSE
              IF WS-LINE-STAMP-N NOT > WS-TO-STAMP
                 IF AUDIT-PROMOTED
                    PERFORM 0125-NOTE-PROMOTION
                 ELSE
                 IF AUDIT-EVICTED
                    PERFORM 0130-NOTE-EVICTION
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       0120-NOTE-EARLIER-BEST.
           MOVE 0 TO WS-HB-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-HB-COUNT OR WS-HB-FOUND-IX > 0
               IF AUD-PLAYER-ID IS EQUAL TO WS-HB-PLAYER(L)
                  AND AUD-GAME-ID IS EQUAL TO WS-HB-GAME(L)
                  MOVE L TO WS-HB-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-HB-FOUND-IX > 0
              IF AUD-SCORE > WS-HB-BEST(WS-HB-FOUND-IX)
                 MOVE AUD-SCORE TO WS-HB-BEST(WS-HB-FOUND-IX)
              END-IF
           ELSE
              IF WS-HB-COUNT < WS-HB-MAX
                 ADD 1 TO WS-HB-COUNT
                 MOVE AUD-PLAYER-ID TO WS-HB-PLAYER(WS-HB-COUNT)
                 MOVE AUD-GAME-ID TO WS-HB-GAME(WS-HB-COUNT)
                 MOVE AUD-SCORE TO WS-HB-BEST(WS-HB-COUNT)
              END-IF
           END-IF.

       0125-NOTE-PROMOTION.
           MOVE AUD-PLAYER-ID TO WS-EV-LOOKUP-PLAYER.
           MOVE AUD-GAME-ID TO WS-EV-LOOKUP-GAME.
           MOVE "PR" TO WS-EV-LOOKUP-KIND.
           PERFORM 0135-FIND-OR-ADD-EVENT.
           IF WS-EV-FOUND-IX > 0
              IF AUD-SCORE > WS-EV-SCORE(WS-EV-FOUND-IX)
                 MOVE AUD-SCORE TO WS-EV-SCORE(WS-EV-FOUND-IX)
              END-IF
              IF AUD-SLOT IS NUMERIC
                 AND AUD-SLOT < WS-EV-POS(WS-EV-FOUND-IX)
                 MOVE AUD-SLOT TO WS-EV-POS(WS-EV-FOUND-IX)
              END-IF
           END-IF.

       0130-NOTE-EVICTION.
           MOVE AUD-PLAYER-ID TO WS-EV-LOOKUP-PLAYER.
           MOVE AUD-GAME-ID TO WS-EV-LOOKUP-GAME.
           MOVE "KO" TO WS-EV-LOOKUP-KIND.
           PERFORM 0135-FIND-OR-ADD-EVENT.
           IF WS-EV-FOUND-IX > 0
              MOVE "KO" TO WS-EV-EVENT(WS-EV-FOUND-IX)
              MOVE AUD-SCORE TO WS-EV-SCORE(WS-EV-FOUND-IX)
              IF AUD-SLOT IS NUMERIC
                 MOVE AUD-SLOT TO WS-EV-POS(WS-EV-FOUND-IX)
              END-IF
           END-IF.

      * Leaves WS-EV-FOUND-IX on the entry for the lookup player,
      * game and kind, adding an empty one when there is none yet;
      * zero only when the table is full.
       0135-FIND-OR-ADD-EVENT.
           MOVE 0 TO WS-EV-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-EV-COUNT OR WS-EV-FOUND-IX > 0
               IF WS-EV-LOOKUP-PLAYER IS EQUAL TO WS-EV-PLAYER(L)
                  AND WS-EV-LOOKUP-GAME IS EQUAL TO WS-EV-GAME(L)
                  AND WS-EV-LOOKUP-KIND IS EQUAL TO WS-EV-KIND(L)
                  MOVE L TO WS-EV-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-EV-FOUND-IX IS EQUAL TO 0
              IF WS-EV-COUNT < WS-EV-MAX
                 ADD 1 TO WS-EV-COUNT
                 ADD 1 TO WS-EVENTS-NOTED
                 MOVE WS-EV-LOOKUP-PLAYER TO WS-EV-PLAYER(WS-EV-COUNT)
                 MOVE WS-EV-LOOKUP-GAME TO WS-EV-GAME(WS-EV-COUNT)
                 MOVE WS-EV-LOOKUP-KIND TO WS-EV-KIND(WS-EV-COUNT)
                 MOVE SPACES TO WS-EV-EVENT(WS-EV-COUNT)
                 MOVE 0 TO WS-EV-SCORE(WS-EV-COUNT)
                 MOVE 99 TO WS-EV-POS(WS-EV-COUNT)
                 MOVE 0 TO WS-EV-AMOUNT(WS-EV-COUNT)
                 MOVE WS-EV-COUNT TO WS-EV-FOUND-IX
              ELSE
                 SET WS-EV-OVERFLOW TO TRUE
              END-IF
           END-IF.

      * A promotion into slot 1 is a new #1; otherwise it is a first
      * appearance when the player was never promoted onto that
      * board before tonight, and a personal best only when it beats
      * every earlier promotion.  A player merely climbing back on
      * below an earlier best is not told.
       0140-SETTLE-PROMOTIONS.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-EV-COUNT
               IF WS-EV-KIND(K) IS EQUAL TO "PR"
                  MOVE 0 TO WS-HB-FOUND-IX
                  MOVE 1 TO L
                  PERFORM UNTIL L > WS-HB-COUNT OR WS-HB-FOUND-IX > 0
                      IF WS-EV-PLAYER(K) IS EQUAL TO WS-HB-PLAYER(L)
                         AND WS-EV-GAME(K) IS EQUAL TO WS-HB-GAME(L)
                         MOVE L TO WS-HB-FOUND-IX
                      END-IF
                      ADD 1 TO L
                  END-PERFORM
                  IF WS-EV-POS(K) IS EQUAL TO 1
                     MOVE "T1" TO WS-EV-EVENT(K)
                  ELSE
                  IF WS-HB-FOUND-IX IS EQUAL TO 0
                     MOVE "FB" TO WS-EV-EVENT(K)
                  ELSE
                  IF WS-EV-SCORE(K) > WS-HB-BEST(WS-HB-FOUND-IX)
                     MOVE "PB" TO WS-EV-EVENT(K)
                  END-IF
                  END-IF
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.

      * Prize awards are posted by SEASCLOSE and LEAGUEPTS, which may
      * run after the night's cycle, so every award stamped on or
      * after the night is taken.
       0150-READ-LEDGER.
           OPEN INPUT LEDGERFILE.
           IF WS-PL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PL
                  READ LEDGERFILE
                  AT END
                     SET WS-EOF-PL TO TRUE
                  END-READ
                  IF NOT WS-EOF-PL
                     IF LEDGER-AWARD
                        AND PL-DATE IS NUMERIC
                        AND PL-TIME IS NUMERIC
                        AND PL-AMOUNT IS NUMERIC
                        MOVE PL-DATE TO WS-LINE-DATE
                        MOVE PL-TIME TO WS-LINE-TIME
                        IF WS-LINE-STAMP-N > WS-FROM-STAMP
                           AND WS-LINE-STAMP-N NOT > WS-TO-STAMP
                           PERFORM 0155-NOTE-PRIZE
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE LEDGERFILE.

       0155-NOTE-PRIZE.
           MOVE PL-PLAYER-ID TO WS-EV-LOOKUP-PLAYER.
           MOVE PL-GAME-ID TO WS-EV-LOOKUP-GAME.
           IF PL-SOURCE IS EQUAL TO "LEAGUEPTS"
              MOVE "LP" TO WS-EV-LOOKUP-KIND
           ELSE
              MOVE "SP" TO WS-EV-LOOKUP-KIND
           END-IF.
           PERFORM 0135-FIND-OR-ADD-EVENT.
           IF WS-EV-FOUND-IX > 0
              MOVE WS-EV-LOOKUP-KIND TO WS-EV-EVENT(WS-EV-FOUND-IX)
              ADD PL-AMOUNT TO WS-EV-AMOUNT(WS-EV-FOUND-IX)
              IF PL-POSITION IS NUMERIC
                 AND PL-POSITION < WS-EV-POS(WS-EV-FOUND-IX)
                 MOVE PL-POSITION TO WS-EV-POS(WS-EV-FOUND-IX)
              END-IF
           END-IF.

       0160-WRITE-QUEUE.
           OPEN OUTPUT NOTIFYFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-EV-COUNT
               IF WS-EV-EVENT(K) IS NOT EQUAL TO SPACES
                  PERFORM 0165-QUEUE-ONE-EVENT
               END-IF
               ADD 1 TO K
           END-PERFORM.
           CLOSE NOTIFYFILE.

       0165-QUEUE-ONE-EVENT.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF WS-EV-PLAYER(K) IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           MOVE 0 TO WS-BD-FOUND-IX.
           IF WS-EV-EVENT(K) IS EQUAL TO "KO"
              MOVE 1 TO L
              PERFORM UNTIL L > WS-BD-COUNT OR WS-BD-FOUND-IX > 0
                  IF WS-EV-PLAYER(K) IS EQUAL TO WS-BD-PLAYER(L)
                     AND WS-EV-GAME(K) IS EQUAL TO WS-BD-GAME(L)
                     MOVE L TO WS-BD-FOUND-IX
                  END-IF
                  ADD 1 TO L
              END-PERFORM
           END-IF.
           IF WS-BD-FOUND-IX > 0
              ADD 1 TO WS-SKIP-BACK-ON
           ELSE
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              ADD 1 TO WS-SKIP-UNKNOWN
           ELSE
           IF WS-PM-STAT(WS-PM-FOUND-IX) IS NOT EQUAL TO "A"
              ADD 1 TO WS-SKIP-STATUS
           ELSE
           IF WS-PM-OPTIN(WS-PM-FOUND-IX) IS NOT EQUAL TO "Y"
              OR WS-PM-CONTACT(WS-PM-FOUND-IX) IS EQUAL TO SPACES
              ADD 1 TO WS-SKIP-OPTOUT
           ELSE
              PERFORM 0170-WRITE-MESSAGE
           END-IF
           END-IF
           END-IF
           END-IF.

       0170-WRITE-MESSAGE.
           MOVE WS-EV-PLAYER(K) TO NT-PLAYER-ID.
           MOVE WS-PM-CBY(WS-PM-FOUND-IX) TO NT-CHANNEL.
           MOVE WS-PM-CONTACT(WS-PM-FOUND-IX) TO NT-ADDRESS.
           MOVE WS-EV-EVENT(K) TO NT-EVENT.
           MOVE WS-EV-GAME(K) TO NT-GAME-ID.
           MOVE WS-EV-SCORE(K) TO NT-SCORE.
           IF WS-EV-POS(K) IS EQUAL TO 99
              MOVE 0 TO NT-POSITION
           ELSE
              MOVE WS-EV-POS(K) TO NT-POSITION
           END-IF.
           MOVE WS-EV-AMOUNT(K) TO NT-AMOUNT.
           MOVE WS-NIGHT-DATE TO NT-DATE.
           EVALUATE TRUE
              WHEN NOTIFY-PERSONAL-BEST
                 MOVE "NEW PERSONAL BEST" TO NT-TEXT
              WHEN NOTIFY-FIRST-ON-BOARD
                 MOVE "YOU MADE THE BOARD" TO NT-TEXT
              WHEN NOTIFY-TOOK-TOP
                 MOVE "YOU TOOK THE #1 SLOT" TO NT-TEXT
              WHEN NOTIFY-KNOCKED-OFF
                 MOVE "KNOCKED OFF THE BOARD" TO NT-TEXT
              WHEN NOTIFY-SEASON-PRIZE
                 MOVE "SEASON PRIZE WON" TO NT-TEXT
              WHEN NOTIFY-LEAGUE-PRIZE
                 MOVE "LEAGUE PRIZE WON" TO NT-TEXT
           END-EVALUATE.
           WRITE NOTIFYLINE.
           ADD 1 TO WS-QUEUED.

       0180-WRITE-CKPT.
           OPEN OUTPUT NOTIFYCKPTFILE.
           MOVE WS-CYCLE-STAMP-N TO NC-CYCLE-STAMP.
           MOVE WS-FROM-STAMP TO NC-FROM-STAMP.
           MOVE WS-TO-STAMP TO NC-TO-STAMP.
           WRITE NOTIFYCKPT-LINE.
           CLOSE NOTIFYCKPTFILE.

       0200-STOP-RUN.
           GOBACK.

       END PROGRAM NOTIFYQ.
