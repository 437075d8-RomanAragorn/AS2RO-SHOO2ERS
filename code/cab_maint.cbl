      * This program maintains the cabinet master and the list of
      * games installed on each cabinet that COLLECT checks every
      * incoming feed row against.
      *
      * MODIFICATION HISTORY
      *   Initial version: apply cabinet transactions from
      *   cabinet_txns.txt - A adds a cabinet (venue, description,
      *   install date) in service, M moves or re-describes it, S
      *   sets its status (in service, out of service,
      *   decommissioned), G installs a game registered on games.txt
      *   and U uninstalls one - to cabinets.txt and
      *   cabinet_games.txt, rejecting transactions that do not
      *   match the masters.  A decommissioned cabinet cannot be put
      *   back in service or have games installed.  Both files are
      *   rolled to numbered generation copies logged to gen_log.txt
      *   before they are rewritten, and the transaction file is
      *   cleared once the batch has been applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CABMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CABINETFILE ASSIGN TO "records\cabinets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CM-STATUS.

       SELECT OPTIONAL CABGAMEFILE
           ASSIGN TO "records\cabinet_games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CG-STATUS.

       SELECT TXNFILE ASSIGN TO "records\cabinet_txns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TX-STATUS.

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
       FD CABINETFILE.
       COPY CABREC REPLACING ==RECNAME== BY ==CABINETMASTER==.

       FD CABGAMEFILE.
       COPY CABGREC REPLACING ==RECNAME== BY ==CABGAMELINE==.

       FD TXNFILE.
       01  CABINET-TXN.
           05  TX-ACTION                   PIC X(01).
           05  TX-CABINET-ID               PIC X(04).
           05  TX-DETAIL                   PIC X(48).
           05  TX-CABINET-DETAIL REDEFINES TX-DETAIL.
               10  TX-VENUE                PIC X(20).
               10  TX-DESC                 PIC X(20).
               10  TX-INSTALL-DATE         PIC X(08).
           05  TX-STATUS-DETAIL REDEFINES TX-DETAIL.
               10  TX-NEW-STATUS           PIC X(01).
               10  FILLER                  PIC X(47).
           05  TX-GAME-DETAIL REDEFINES TX-DETAIL.
               10  TX-GAME-ID              PIC X(10).
               10  TX-GAME-DATE            PIC X(08).
               10  FILLER                  PIC X(30).

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
       01  WS-CM-STATUS                    PIC XX.
       01  WS-CG-STATUS                    PIC XX.
       01  WS-TX-STATUS                    PIC XX.
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

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-CAB-MAX                      PIC 9(04) VALUE 50.
       01  WS-CAB-COUNT                    PIC 9(04) VALUE 0.
       01  WS-CM-ID-TABLE.
           03  WS-CM-ID                    PIC X(04) OCCURS 50 TIMES.
       01  WS-CM-VENUE-TABLE.
           03  WS-CM-VENUE                 PIC X(20) OCCURS 50 TIMES.
       01  WS-CM-DESC-TABLE.
           03  WS-CM-DESC                  PIC X(20) OCCURS 50 TIMES.
       01  WS-CM-STAT-TABLE.
           03  WS-CM-STAT                  PIC X(01) OCCURS 50 TIMES.
       01  WS-CM-DATE-TABLE.
           03  WS-CM-DATE                  PIC 9(08) OCCURS 50 TIMES.
       01  WS-CM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-CG-MAX                       PIC 9(04) VALUE 500.
       01  WS-CG-COUNT                     PIC 9(04) VALUE 0.
       01  WS-CG-TABLE.
           03  WS-CG-LINE                  PIC X(22) OCCURS 500 TIMES.
       01  WS-CG-FLAG-TABLE.
           03  WS-CG-FLAG                  PIC X(01) OCCURS 500 TIMES.
       01  WS-CG-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-GM-MAX                       PIC 9(04) VALUE 50.
       01  WS-GM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-GM-ID-TABLE.
           03  WS-GM-ID                    PIC X(10) OCCURS 50 TIMES.
       01  WS-GM-STAT-TABLE.
           03  WS-GM-STAT                  PIC X(01) OCCURS 50 TIMES.
       01  WS-GM-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-OVF-SW                       PIC X VALUE "N".
           88  WS-TABLES-OVERFLOW          VALUE "Y".

       01  WS-EOF-CM-SW                    PIC X VALUE "N".
           88  WS-EOF-CM                   VALUE "Y".
       01  WS-EOF-CG-SW                    PIC X VALUE "N".
           88  WS-EOF-CG                   VALUE "Y".
       01  WS-EOF-TX-SW                    PIC X VALUE "N".
           88  WS-EOF-TX                   VALUE "Y".
       01  WS-EOF-GF-SW                    PIC X VALUE "N".
           88  WS-EOF-GF                   VALUE "Y".

       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-CABINET-MASTER.
           PERFORM 0065-LOAD-GAME-MASTER.
           PERFORM 0070-LOAD-CABINET-GAMES.
           IF WS-TABLES-OVERFLOW
              DISPLAY "CABMAINT: cabinet files larger than the "
                 "work tables - nothing applied"
              PERFORM 0200-STOP-RUN
           END-IF.
           OPEN INPUT TXNFILE.
           IF WS-TX-STATUS IS EQUAL TO "00"
              PERFORM 0100-PROCESS
              CLOSE TXNFILE
              PERFORM 0150-REWRITE-CABINETS
              PERFORM 0155-REWRITE-CABINET-GAMES
              PERFORM 0180-CLEAR-TXNFILE
           ELSE
              DISPLAY "CABMAINT: no transaction file - "
                 "cabinet files left unchanged"
           END-IF.
           PERFORM 0200-STOP-RUN.

       0060-LOAD-CABINET-MASTER.
           OPEN INPUT CABINETFILE.
           IF WS-CM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-CM
                  READ CABINETFILE
                  AT END
                     SET WS-EOF-CM TO TRUE
                  END-READ
                  IF NOT WS-EOF-CM
                     IF WS-CAB-COUNT < WS-CAB-MAX
                        ADD 1 TO WS-CAB-COUNT
                        MOVE CM-CABINET-ID TO WS-CM-ID(WS-CAB-COUNT)
                        MOVE CM-VENUE TO WS-CM-VENUE(WS-CAB-COUNT)
                        MOVE CM-DESC TO WS-CM-DESC(WS-CAB-COUNT)
                        MOVE CM-STATUS TO WS-CM-STAT(WS-CAB-COUNT)
                        MOVE CM-INSTALL-DATE TO
                           WS-CM-DATE(WS-CAB-COUNT)
                     ELSE
                        SET WS-TABLES-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE CABINETFILE.

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

       0070-LOAD-CABINET-GAMES.
           OPEN INPUT CABGAMEFILE.
           IF WS-CG-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-CG
                  READ CABGAMEFILE
                  AT END
                     SET WS-EOF-CG TO TRUE
                  END-READ
                  IF NOT WS-EOF-CG
                     IF WS-CG-COUNT < WS-CG-MAX
                        ADD 1 TO WS-CG-COUNT
                        MOVE CABGAMELINE TO WS-CG-LINE(WS-CG-COUNT)
                        MOVE SPACE TO WS-CG-FLAG(WS-CG-COUNT)
                     ELSE
                        SET WS-TABLES-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE CABGAMEFILE.

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
           IF TX-CABINET-ID IS EQUAL TO SPACES
              DISPLAY "CABMAINT: rejecting transaction with "
                 "blank cabinet id"
           ELSE
              PERFORM 0120-LOOK-UP-CABINET
              EVALUATE TX-ACTION
                 WHEN "A"
                    PERFORM 0130-ADD-CABINET
                 WHEN "M"
                    PERFORM 0135-MOVE-CABINET
                 WHEN "S"
                    PERFORM 0140-SET-STATUS
                 WHEN "G"
                    PERFORM 0145-INSTALL-GAME
                 WHEN "U"
                    PERFORM 0148-UNINSTALL-GAME
                 WHEN OTHER
                    DISPLAY "CABMAINT: rejecting transaction "
                       "with unknown action " TX-ACTION
              END-EVALUATE
           END-IF.

       0120-LOOK-UP-CABINET.
           MOVE 0 TO WS-CM-FOUND-IX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CAB-COUNT OR WS-CM-FOUND-IX > 0
               IF TX-CABINET-ID IS EQUAL TO WS-CM-ID(K)
                  MOVE K TO WS-CM-FOUND-IX
               END-IF
               ADD 1 TO K
           END-PERFORM.

      * Find TX-GAME-ID among the games still installed on
      * TX-CABINET-ID.
       0125-LOOK-UP-CABINET-GAME.
           MOVE 0 TO WS-CG-FOUND-IX.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CG-COUNT OR WS-CG-FOUND-IX > 0
               MOVE WS-CG-LINE(K) TO CABGAMELINE
               IF CG-CABINET-ID IS EQUAL TO TX-CABINET-ID
                  AND CG-GAME-ID IS EQUAL TO TX-GAME-ID
                  AND WS-CG-FLAG(K) IS EQUAL TO SPACE
                  MOVE K TO WS-CG-FOUND-IX
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0130-ADD-CABINET.
           IF WS-CM-FOUND-IX > 0
              DISPLAY "CABMAINT: add rejected - cabinet "
                 TX-CABINET-ID " already registered"
           ELSE
           IF TX-VENUE IS EQUAL TO SPACES
              DISPLAY "CABMAINT: add rejected - no venue for "
                 "cabinet " TX-CABINET-ID
           ELSE
           IF TX-INSTALL-DATE IS NOT NUMERIC
              DISPLAY "CABMAINT: add rejected - install date for "
                 "cabinet " TX-CABINET-ID " is not numeric"
           ELSE
              IF WS-CAB-COUNT < WS-CAB-MAX
                 ADD 1 TO WS-CAB-COUNT
                 MOVE TX-CABINET-ID TO WS-CM-ID(WS-CAB-COUNT)
                 MOVE TX-VENUE TO WS-CM-VENUE(WS-CAB-COUNT)
                 MOVE TX-DESC TO WS-CM-DESC(WS-CAB-COUNT)
                 MOVE "I" TO WS-CM-STAT(WS-CAB-COUNT)
                 MOVE TX-INSTALL-DATE TO WS-CM-DATE(WS-CAB-COUNT)
              ELSE
                 DISPLAY "CABMAINT: add rejected - cabinet "
                    "master table full"
              END-IF
           END-IF
           END-IF
           END-IF.

      * A blank venue or description on the transaction leaves that
      * field as it was; a numeric install date restamps the move.
       0135-MOVE-CABINET.
           IF WS-CM-FOUND-IX IS EQUAL TO 0
              DISPLAY "CABMAINT: move rejected - cabinet "
                 TX-CABINET-ID " not registered"
           ELSE
           IF WS-CM-STAT(WS-CM-FOUND-IX) IS EQUAL TO "D"
              DISPLAY "CABMAINT: move rejected - cabinet "
                 TX-CABINET-ID " is decommissioned"
           ELSE
              IF TX-VENUE IS NOT EQUAL TO SPACES
                 MOVE TX-VENUE TO WS-CM-VENUE(WS-CM-FOUND-IX)
              END-IF
              IF TX-DESC IS NOT EQUAL TO SPACES
                 MOVE TX-DESC TO WS-CM-DESC(WS-CM-FOUND-IX)
              END-IF
              IF TX-INSTALL-DATE IS NUMERIC
                 MOVE TX-INSTALL-DATE TO WS-CM-DATE(WS-CM-FOUND-IX)
              END-IF
           END-IF
           END-IF.

       0140-SET-STATUS.
           IF WS-CM-FOUND-IX IS EQUAL TO 0
              DISPLAY "CABMAINT: status rejected - cabinet "
                 TX-CABINET-ID " not registered"
           ELSE
           IF TX-NEW-STATUS IS NOT EQUAL TO "I"
              AND TX-NEW-STATUS IS NOT EQUAL TO "O"
              AND TX-NEW-STATUS IS NOT EQUAL TO "D"
              DISPLAY "CABMAINT: status rejected - unknown status "
                 TX-NEW-STATUS " for cabinet " TX-CABINET-ID
           ELSE
           IF WS-CM-STAT(WS-CM-FOUND-IX) IS EQUAL TO "D"
              DISPLAY "CABMAINT: status rejected - cabinet "
                 TX-CABINET-ID " is decommissioned"
           ELSE
              MOVE TX-NEW-STATUS TO WS-CM-STAT(WS-CM-FOUND-IX)
           END-IF
           END-IF
           END-IF.

       0145-INSTALL-GAME.
           MOVE 0 TO WS-GM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-GM-COUNT OR WS-GM-FOUND-IX > 0
               IF TX-GAME-ID IS EQUAL TO WS-GM-ID(L)
                  MOVE L TO WS-GM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           PERFORM 0125-LOOK-UP-CABINET-GAME.
           IF WS-CM-FOUND-IX IS EQUAL TO 0
              DISPLAY "CABMAINT: install rejected - cabinet "
                 TX-CABINET-ID " not registered"
           ELSE
           IF WS-CM-STAT(WS-CM-FOUND-IX) IS EQUAL TO "D"
              DISPLAY "CABMAINT: install rejected - cabinet "
                 TX-CABINET-ID " is decommissioned"
           ELSE
           IF WS-GM-FOUND-IX IS EQUAL TO 0
              DISPLAY "CABMAINT: install rejected - game "
                 TX-GAME-ID " not registered"
           ELSE
           IF WS-GM-STAT(WS-GM-FOUND-IX) IS NOT EQUAL TO "A"
              DISPLAY "CABMAINT: install rejected - game "
                 TX-GAME-ID " is retired"
           ELSE
           IF WS-CG-FOUND-IX > 0
              DISPLAY "CABMAINT: install rejected - game "
                 TX-GAME-ID " already installed on cabinet "
                 TX-CABINET-ID
           ELSE
              IF WS-CG-COUNT < WS-CG-MAX
                 ADD 1 TO WS-CG-COUNT
                 MOVE TX-CABINET-ID TO CG-CABINET-ID
                 MOVE TX-GAME-ID TO CG-GAME-ID
                 IF TX-GAME-DATE IS NUMERIC
                    MOVE TX-GAME-DATE TO CG-INSTALL-DATE
                 ELSE
                    MOVE WS-RUN-DATE TO CG-INSTALL-DATE
                 END-IF
                 MOVE CABGAMELINE TO WS-CG-LINE(WS-CG-COUNT)
                 MOVE SPACE TO WS-CG-FLAG(WS-CG-COUNT)
              ELSE
                 DISPLAY "CABMAINT: install rejected - cabinet "
                    "game table full"
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       0148-UNINSTALL-GAME.
           PERFORM 0125-LOOK-UP-CABINET-GAME.
           IF WS-CG-FOUND-IX IS EQUAL TO 0
              DISPLAY "CABMAINT: uninstall rejected - game "
                 TX-GAME-ID " not installed on cabinet "
                 TX-CABINET-ID
           ELSE
              MOVE "U" TO WS-CG-FLAG(WS-CG-FOUND-IX)
           END-IF.

       0150-REWRITE-CABINETS.
           MOVE "records\cabinets.txt" TO WS-GEN-MASTER-PATH.
           MOVE "records\cabinets.g1" TO WS-GEN-G1-PATH.
           MOVE "records\cabinets.g2" TO WS-GEN-G2-PATH.
           MOVE "records\cabinets.g3" TO WS-GEN-G3-PATH.
           MOVE "CABINETS" TO WS-GEN-MASTER-TAG.
           PERFORM 0160-ROLL-GENERATIONS.
           OPEN OUTPUT CABINETFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CAB-COUNT
               MOVE WS-CM-ID(K) TO CM-CABINET-ID
               MOVE WS-CM-VENUE(K) TO CM-VENUE
               MOVE WS-CM-DESC(K) TO CM-DESC
               MOVE WS-CM-STAT(K) TO CM-STATUS
               MOVE WS-CM-DATE(K) TO CM-INSTALL-DATE
               WRITE CABINETMASTER
               ADD 1 TO K
           END-PERFORM.
           CLOSE CABINETFILE.

       0155-REWRITE-CABINET-GAMES.
           MOVE "records\cabinet_games.txt" TO WS-GEN-MASTER-PATH.
           MOVE "records\cabinet_games.g1" TO WS-GEN-G1-PATH.
           MOVE "records\cabinet_games.g2" TO WS-GEN-G2-PATH.
           MOVE "records\cabinet_games.g3" TO WS-GEN-G3-PATH.
           MOVE "CABGAMES" TO WS-GEN-MASTER-TAG.
           PERFORM 0160-ROLL-GENERATIONS.
           OPEN OUTPUT CABGAMEFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CG-COUNT
               IF WS-CG-FLAG(K) IS EQUAL TO SPACE
                  MOVE WS-CG-LINE(K) TO CABGAMELINE
                  WRITE CABGAMELINE
               END-IF
               ADD 1 TO K
           END-PERFORM.
           CLOSE CABGAMEFILE.

       0160-ROLL-GENERATIONS.
           MOVE WS-GEN-G2-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G3-PATH TO WS-GEN-OUT-PATH.
           PERFORM 0165-COPY-ONE-FILE.
           MOVE WS-GEN-G1-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G2-PATH TO WS-GEN-OUT-PATH.
           PERFORM 0165-COPY-ONE-FILE.
           MOVE WS-GEN-MASTER-PATH TO WS-GEN-IN-PATH.
           MOVE WS-GEN-G1-PATH TO WS-GEN-OUT-PATH.
           PERFORM 0165-COPY-ONE-FILE.
           PERFORM 0170-WRITE-GEN-LOG.

       0165-COPY-ONE-FILE.
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

       0170-WRITE-GEN-LOG.
           OPEN EXTEND GENLOGFILE.
           MOVE WS-GEN-MASTER-TAG TO GL-MASTER.
           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE WS-RUN-TIME TO GL-TIME.
           MOVE WS-GEN-COPY-COUNT TO GL-ROWS.
           WRITE GENLOGLINE.
           CLOSE GENLOGFILE.

       0180-CLEAR-TXNFILE.
           OPEN OUTPUT TXNFILE.
           CLOSE TXNFILE.

       0200-STOP-RUN.
           STOP RUN.

       END PROGRAM CABMAINT.
