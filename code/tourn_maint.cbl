      * This program maintains the tournament master file and the
      * entrant list that TOURNBD builds each tournament board from.
      *
      * MODIFICATION HISTORY
      *   Initial version: apply tournament transactions from
      *   tourn_txns.txt - T sets up a tournament (game, start and
      *   end date/time, entry cap, qualifying cut, title), E enters
      *   a registered player, W withdraws an entrant - to
      *   tournaments.txt and tourn_entrants.txt, rejecting
      *   transactions that do not match the masters: a tournament
      *   must name an active game on games.txt and a sensible
      *   window, an entrant must be active on players.txt, not
      *   already entered, and inside the entry cap, and entries
      *   close when the tournament ends.  Both files are rolled to
      *   numbered generation copies logged to gen_log.txt before
      *   they are rewritten, and the transaction file is cleared
      *   once the batch has been applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNMAINT.
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

       SELECT TXNFILE ASSIGN TO "records\tourn_txns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TX-STATUS.

       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT GAMEFILE ASSIGN TO "records\games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GF-STATUS.

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

       FD TXNFILE.
       01  TOURN-TXN.
           05  TX-ACTION                   PIC X(01).
           05  TX-TOURN-ID                 PIC X(08).
           05  TX-DETAIL                   PIC X(66).
           05  TX-TOURN-DETAIL REDEFINES TX-DETAIL.
               10  TX-GAME-ID              PIC X(10).
               10  TX-START-DATE           PIC 9(08).
               10  TX-START-TIME           PIC 9(06).
               10  TX-END-DATE             PIC 9(08).
               10  TX-END-TIME             PIC 9(06).
               10  TX-ENTRY-CAP            PIC 9(04).
               10  TX-QUAL-CUT             PIC 9(04).
               10  TX-TITLE                PIC X(20).
           05  TX-ENTRANT-DETAIL REDEFINES TX-DETAIL.
               10  TX-PLAYER-ID            PIC X(10).
               10  FILLER                  PIC X(56).

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

       FD GENINFILE.
       01  GEN-IN-LINE                     PIC X(80).

       FD GENOUTFILE.
       01  GEN-OUT-LINE                    PIC X(80).

       FD GENLOGFILE.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       WORKING-STORAGE SECTION.
       01  WS-TM-STATUS                    PIC XX.
       01  WS-TE-STATUS                    PIC XX.
       01  WS-TX-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-GF-STATUS                    PIC XX.
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
       01  WS-TN-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-ENTRANT-MAX                  PIC 9(04) VALUE 3000.
       01  WS-ENTRANT-COUNT                PIC 9(04) VALUE 0.
       01  WS-EN-TABLE.
           03  WS-EN-LINE                  PIC X(26) OCCURS 3000 TIMES.
       01  WS-EN-FLAG-TABLE.
           03  WS-EN-FLAG                  PIC X(01) OCCURS 3000 TIMES.
       01  WS-EN-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-EN-TOURN-COUNT               PIC 9(04) VALUE 0.

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
       01  WS-GM-STAT-TABLE.
           03  WS-GM-STAT                  PIC X(01) OCCURS 50 TIMES.
       01  WS-GM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-OVF-SW                       PIC X VALUE "N".
           88  WS-TABLES-OVERFLOW          VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-EOF-TM-SW                    PIC X VALUE "N".
           88  WS-EOF-TM                   VALUE "Y".
       01  WS-EOF-TE-SW                    PIC X VALUE "N".
           88  WS-EOF-TE                   VALUE "Y".
       01  WS-EOF-TX-SW                    PIC X VALUE "N".
           88  WS-EOF-TX                   VALUE "Y".
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".

       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0065-LOAD-GAME-MASTER.
           PERFORM 0070-LOAD-TOURNAMENTS.
           PERFORM 0075-LOAD-ENTRANTS.
           IF WS-TABLES-OVERFLOW
              DISPLAY "TOURNMAINT: tournament files larger than the "
                 "work tables - nothing applied"
              PERFORM 0200-STOP-RUN
           END-IF.
           OPEN INPUT TXNFILE.
           IF WS-TX-STATUS IS EQUAL TO "00"
              PERFORM 0100-PROCESS
              CLOSE TXNFILE
              PERFORM 0150-REWRITE-TOURNAMENTS
              PERFORM 0155-REWRITE-ENTRANTS
              PERFORM 0180-CLEAR-TXNFILE
           ELSE
              DISPLAY "TOURNMAINT: no transaction file - "
                 "tournament files left unchanged"
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
                        MOVE GM-STATUS TO WS-GM-STAT(WS-GM-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE GAMEFILE
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
                        MOVE ENTRANTLINE TO
                           WS-EN-LINE(WS-ENTRANT-COUNT)
                        MOVE SPACE TO WS-EN-FLAG(WS-ENTRANT-COUNT)
                     ELSE
                        SET WS-TABLES-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE ENTRANTFILE.

       0100-PROCESS.
           PERFORM UNTIL WS-EOF-TX
               READ TXNFILE
               AT END
                  SET WS-EOF-TX TO TRUE
               END-READ
               IF NOT WS-EOF-TX
                  PERFORM 0110-APPLY-ONE-TXN
               END-IF
           END-PERFORM.

       0110-APPLY-ONE-TXN.
           IF TX-TOURN-ID IS EQUAL TO SPACES
              DISPLAY "TOURNMAINT: rejecting transaction with "
                 "blank tournament id"
           ELSE
              PERFORM 0120-LOOK-UP-TOURNAMENT
              EVALUATE TX-ACTION
                 WHEN "T"
                    PERFORM 0130-ADD-TOURNAMENT
                 WHEN "E"
                    PERFORM 0140-ENTER-PLAYER
                 WHEN "W"
                    PERFORM 0145-WITHDRAW-PLAYER
                 WHEN OTHER
                    DISPLAY "TOURNMAINT: rejecting transaction "
                       "with unknown action " TX-ACTION
              END-EVALUATE
           END-IF.

       0120-LOOK-UP-TOURNAMENT.
           MOVE 0 TO WS-TN-FOUND-IX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-TOURN-COUNT OR WS-TN-FOUND-IX > 0
               MOVE WS-TN-LINE(K) TO TOURNMASTER
               IF TX-TOURN-ID IS EQUAL TO TM-TOURN-ID
                  MOVE K TO WS-TN-FOUND-IX
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF WS-TN-FOUND-IX > 0
              MOVE WS-TN-LINE(WS-TN-FOUND-IX) TO TOURNMASTER
           END-IF.

       0130-ADD-TOURNAMENT.
           MOVE 0 TO WS-GM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-GM-COUNT OR WS-GM-FOUND-IX > 0
               IF TX-GAME-ID IS EQUAL TO WS-GM-ID(L)
                  MOVE L TO WS-GM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-TN-FOUND-IX > 0
              DISPLAY "TOURNMAINT: add rejected - tournament "
                 TX-TOURN-ID " already set up"
           ELSE
           IF WS-GM-FOUND-IX IS EQUAL TO 0
              DISPLAY "TOURNMAINT: add rejected - game "
                 TX-GAME-ID " not registered"
           ELSE
           IF WS-GM-STAT(WS-GM-FOUND-IX) IS NOT EQUAL TO "A"
              DISPLAY "TOURNMAINT: add rejected - game "
                 TX-GAME-ID " is retired"
           ELSE
           IF TX-START-DATE IS NOT NUMERIC
              OR TX-START-TIME IS NOT NUMERIC
              OR TX-END-DATE IS NOT NUMERIC
              OR TX-END-TIME IS NOT NUMERIC
              OR TX-START-DATE > TX-END-DATE
              OR (TX-START-DATE = TX-END-DATE
                 AND TX-START-TIME > TX-END-TIME)
              DISPLAY "TOURNMAINT: add rejected - no valid window "
                 "for tournament " TX-TOURN-ID
           ELSE
           IF TX-ENTRY-CAP IS NOT NUMERIC
              OR TX-QUAL-CUT IS NOT NUMERIC
              OR TX-QUAL-CUT IS EQUAL TO 0
              OR (TX-ENTRY-CAP > 0 AND TX-QUAL-CUT > TX-ENTRY-CAP)
              DISPLAY "TOURNMAINT: add rejected - entry cap and "
                 "qualifying cut do not agree for tournament "
                 TX-TOURN-ID
           ELSE
              IF WS-TOURN-COUNT < WS-TOURN-MAX
                 ADD 1 TO WS-TOURN-COUNT
                 MOVE TX-TOURN-ID TO TM-TOURN-ID
                 MOVE TX-GAME-ID TO TM-GAME-ID
                 MOVE TX-START-DATE TO TM-START-DATE
                 MOVE TX-START-TIME TO TM-START-TIME
                 MOVE TX-END-DATE TO TM-END-DATE
                 MOVE TX-END-TIME TO TM-END-TIME
                 MOVE TX-ENTRY-CAP TO TM-ENTRY-CAP
                 MOVE TX-QUAL-CUT TO TM-QUAL-CUT
                 MOVE TX-TITLE TO TM-TITLE
                 MOVE TOURNMASTER TO WS-TN-LINE(WS-TOURN-COUNT)
              ELSE
                 DISPLAY "TOURNMAINT: add rejected - tournament "
                    "table full"
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0140-ENTER-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF TX-PLAYER-ID IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           PERFORM 0148-FIND-ENTRANT.
           IF WS-TN-FOUND-IX IS EQUAL TO 0
              DISPLAY "TOURNMAINT: entry rejected - tournament "
                 TX-TOURN-ID " not set up"
           ELSE
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              DISPLAY "TOURNMAINT: entry rejected - player "
                 TX-PLAYER-ID " not registered"
           ELSE
           IF WS-PM-STAT(WS-PM-FOUND-IX) IS NOT EQUAL TO "A"
              DISPLAY "TOURNMAINT: entry rejected - player "
                 TX-PLAYER-ID " is not active"
           ELSE
           IF WS-EN-FOUND-IX > 0
              DISPLAY "TOURNMAINT: entry rejected - player "
                 TX-PLAYER-ID " already entered in " TX-TOURN-ID
           ELSE
           IF WS-RUN-DATE > TM-END-DATE
              OR (WS-RUN-DATE = TM-END-DATE
                 AND WS-RUN-TIME > TM-END-TIME)
              DISPLAY "TOURNMAINT: entry rejected - tournament "
                 TX-TOURN-ID " has finished"
           ELSE
           IF TM-ENTRY-CAP > 0
              AND WS-EN-TOURN-COUNT NOT < TM-ENTRY-CAP
              DISPLAY "TOURNMAINT: entry rejected - tournament "
                 TX-TOURN-ID " is full"
           ELSE
              IF WS-ENTRANT-COUNT < WS-ENTRANT-MAX
                 ADD 1 TO WS-ENTRANT-COUNT
                 MOVE TX-TOURN-ID TO TE-TOURN-ID
                 MOVE TX-PLAYER-ID TO TE-PLAYER-ID
                 MOVE WS-RUN-DATE TO TE-ENTRY-DATE
                 MOVE ENTRANTLINE TO WS-EN-LINE(WS-ENTRANT-COUNT)
                 MOVE SPACE TO WS-EN-FLAG(WS-ENTRANT-COUNT)
              ELSE
                 DISPLAY "TOURNMAINT: entry rejected - entrant "
                    "table full"
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0145-WITHDRAW-PLAYER.
           PERFORM 0148-FIND-ENTRANT.
           IF WS-EN-FOUND-IX IS EQUAL TO 0
              DISPLAY "TOURNMAINT: withdrawal rejected - player "
                 TX-PLAYER-ID " not entered in " TX-TOURN-ID
           ELSE
              MOVE "W" TO WS-EN-FLAG(WS-EN-FOUND-IX)
           END-IF.

      * Find TX-PLAYER-ID among the live entrants of TX-TOURN-ID,
      * counting the tournament's live entrants on the way for the
      * entry-cap check.
       0148-FIND-ENTRANT.
           MOVE 0 TO WS-EN-FOUND-IX.
           MOVE 0 TO WS-EN-TOURN-COUNT.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-ENTRANT-COUNT
               MOVE WS-EN-LINE(L) TO ENTRANTLINE
               IF TE-TOURN-ID IS EQUAL TO TX-TOURN-ID
                  AND WS-EN-FLAG(L) IS EQUAL TO SPACE
                  ADD 1 TO WS-EN-TOURN-COUNT
                  IF TE-PLAYER-ID IS EQUAL TO TX-PLAYER-ID
                     MOVE L TO WS-EN-FOUND-IX
                  END-IF
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0150-REWRITE-TOURNAMENTS.
           MOVE "records\tournaments.txt" TO WS-GEN-MASTER-PATH.
           MOVE "records\tournaments.g1" TO WS-GEN-G1-PATH.
           MOVE "records\tournaments.g2" TO WS-GEN-G2-PATH.
           MOVE "records\tournaments.g3" TO WS-GEN-G3-PATH.
           MOVE "TOURNAMENTS" TO WS-GEN-MASTER-TAG.
           PERFORM 0190-ROLL-GENERATIONS.
           OPEN OUTPUT TOURNFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-TOURN-COUNT
               MOVE WS-TN-LINE(K) TO TOURNMASTER
               WRITE TOURNMASTER
               ADD 1 TO K
           END-PERFORM.
           CLOSE TOURNFILE.

       0155-REWRITE-ENTRANTS.
           MOVE "records\tourn_entrants.txt" TO WS-GEN-MASTER-PATH.
           MOVE "records\tourn_entrants.g1" TO WS-GEN-G1-PATH.
           MOVE "records\tourn_entrants.g2" TO WS-GEN-G2-PATH.
           MOVE "records\tourn_entrants.g3" TO WS-GEN-G3-PATH.
           MOVE "ENTRANTS" TO WS-GEN-MASTER-TAG.
           PERFORM 0190-ROLL-GENERATIONS.
           OPEN OUTPUT ENTRANTFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-ENTRANT-COUNT
               IF WS-EN-FLAG(K) IS EQUAL TO SPACE
                  MOVE WS-EN-LINE(K) TO ENTRANTLINE
                  WRITE ENTRANTLINE
               END-IF
               ADD 1 TO K
           END-PERFORM.
           CLOSE ENTRANTFILE.

       0180-CLEAR-TXNFILE.
           OPEN OUTPUT TXNFILE.
           CLOSE TXNFILE.

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
           STOP RUN.

       END PROGRAM TOURNMAINT.
