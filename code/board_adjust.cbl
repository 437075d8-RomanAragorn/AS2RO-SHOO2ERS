      * This program takes scores back off the boards once HIGHSCORE
      * has promoted them - a single row voided after a cabinet
      * glitch, or every row a banned player holds - and gives the
      * honest players whose rows those scores pushed off their
      * slots back.
      *
      * MODIFICATION HISTORY
      *   Initial version: apply void (action V, one game + player)
      *   and purge (action P, every game, player must already be
      *   banned on the master) transactions from
      *   board_adj_txns.txt, each carrying a reason code (CG
      *   cabinet glitch, BN banned player, OE operator error).
      *   Every board a removal touches is re-ranked, and the rows
      *   the removed player's scores evicted - the EVICTED lines in
      *   hs_audit.txt whose AUD-OTHER-ID names that player - are
      *   reinstated with their original promotion stamp where they
      *   rank back into the board.  high_scores.txt is rolled to a
      *   generation copy before its rewrite, high_scores.idx is
      *   kept in step, every void, purge and reinstatement is
      *   written to hs_audit.txt with its reason code, and the
      *   transaction file is cleared once the batch is applied.
      *   Clear the carry-forward counts on every audit line
      *   written, so no audit line goes out with storage that was
      *   never set.
      *   A voided or purged row that cannot be ranked (bad score,
      *   date or time, or a full work table) is now kept in
      *   high_scores.txt with a message rather than dropped
      *   without an audit line or an index delete.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TXNFILE ASSIGN TO "records\board_adj_txns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TX-STATUS.

       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT HIGHSCORESFILE ASSIGN TO "records\high_scores.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-STATUS.

       SELECT MASTERIXFILE ASSIGN TO "records\high_scores.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HX-KEY
           FILE STATUS IS WS-IX-STATUS.

       SELECT OPTIONAL AUDITFILE ASSIGN TO "records\hs_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AU-STATUS.

       SELECT GENINFILE ASSIGN TO DYNAMIC WS-GEN-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-IN-STATUS.

       SELECT GENOUTFILE ASSIGN TO DYNAMIC WS-GEN-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL GENLOGFILE ASSIGN TO "records\gen_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TXNFILE.
       01  ADJUST-TXN.
           05  TX-ACTION                   PIC X(01).
           05  TX-GAME-ID                  PIC X(10).
           05  TX-PLAYER-ID                PIC X(10).
           05  TX-REASON                   PIC X(02).

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

       FD MASTERIXFILE.
       COPY HSIXREC REPLACING ==RECNAME==          BY ==MASTERIXREC==
                              ==FLD-IX-KEY==       BY ==HX-KEY==
                              ==FLD-IX-GAME-ID==   BY ==HX-GAME-ID==
                              ==FLD-IX-PLAYER-ID== BY ==HX-PLAYER-ID==
                              ==FLD-IX-SCORE==     BY ==HX-SCORE==
                              ==FLD-IX-DATE==      BY ==HX-DATE==
                              ==FLD-IX-TIME==      BY ==HX-TIME==.

       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD GENINFILE.
       01  GEN-IN-LINE                     PIC X(80).

       FD GENOUTFILE.
       01  GEN-OUT-LINE                    PIC X(80).

       FD GENLOGFILE.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS                    PIC XX.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-HS-STATUS                    PIC XX.
       01  WS-IX-STATUS                    PIC XX.
       01  WS-AU-STATUS                    PIC XX.
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

       01  WS-PLAYER-MAX                   PIC 9(04) VALUE 500.
       01  WS-PLAYER-COUNT                 PIC 9(04) VALUE 0.
       01  WS-PM-ID-TABLE.
           03  WS-PM-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-PM-STAT-TABLE.
           03  WS-PM-STAT                  PIC X(01) OCCURS 500 TIMES.
       01  WS-PM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-LOOKUP-ID                    PIC X(10).

       01  WS-ADJ-MAX                      PIC 9(04) VALUE 100.
       01  WS-ADJ-COUNT                    PIC 9(04) VALUE 0.
       01  WS-ADJ-ACTION-TABLE.
           03  WS-ADJ-ACTION               PIC X(01) OCCURS 100 TIMES.
       01  WS-ADJ-GAME-TABLE.
           03  WS-ADJ-GAME                 PIC X(10) OCCURS 100 TIMES.
       01  WS-ADJ-PLAYER-TABLE.
           03  WS-ADJ-PLAYER               PIC X(10) OCCURS 100 TIMES.
       01  WS-ADJ-REASON-TABLE.
           03  WS-ADJ-REASON               PIC X(02) OCCURS 100 TIMES.
       01  WS-ADJ-HITS                     PIC 9(04) VALUE 0.

       01  WS-REASON                       PIC X(02).
           88  WS-REASON-VALID             VALUE "CG" "BN" "OE".

       01  WS-HS-MAX                       PIC 9(04) VALUE 2000.
       01  WS-HS-COUNT                     PIC 9(04) VALUE 0.
       01  WS-HS-TABLE.
           03  WS-HS-LINE                  PIC X(44) OCCURS 2000 TIMES.
       01  WS-HS-FLAG-TABLE.
           03  WS-HS-FLAG                  PIC X(01) OCCURS 2000 TIMES.
       01  WS-HS-RSN-TABLE.
           03  WS-HS-RSN                   PIC X(02) OCCURS 2000 TIMES.
       01  WS-HS-OVF-SW                    PIC X VALUE "N".
           88  WS-HS-OVERFLOW              VALUE "Y".

       01  WS-RM-MAX                       PIC 9(04) VALUE 200.
       01  WS-RM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-RM-GAME-TABLE.
           03  WS-RM-GAME                  PIC X(10) OCCURS 200 TIMES.
       01  WS-RM-PLAYER-TABLE.
           03  WS-RM-PLAYER                PIC X(10) OCCURS 200 TIMES.
       01  WS-RM-REASON-TABLE.
           03  WS-RM-REASON                PIC X(02) OCCURS 200 TIMES.
       01  WS-RM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-RM-LOOKUP-GAME               PIC X(10).
       01  WS-RM-LOOKUP-PLAYER             PIC X(10).

       01  WS-AG-MAX                       PIC 9(04) VALUE 50.
       01  WS-AG-COUNT                     PIC 9(04) VALUE 0.
       01  WS-AG-GAME-TABLE.
           03  WS-AG-GAME                  PIC X(10) OCCURS 50 TIMES.
       01  WS-AG-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-SELECTED-GAME-ID             PIC X(10).

       01  WS-CD-MAX                       PIC 9(04) VALUE 200.
       01  WS-CD-COUNT                     PIC 9(04) VALUE 0.
       01  WS-CD-GAME-TABLE.
           03  WS-CD-GAME                  PIC X(10) OCCURS 200 TIMES.
       01  WS-CD-PLAYER-TABLE.
           03  WS-CD-PLAYER                PIC X(10) OCCURS 200 TIMES.
       01  WS-CD-SCORE-TABLE.
           03  WS-CD-SCORE                 PIC 9(10) OCCURS 200 TIMES.
       01  WS-CD-DATE-TABLE.
           03  WS-CD-DATE                  PIC 9(08) OCCURS 200 TIMES.
       01  WS-CD-TIME-TABLE.
           03  WS-CD-TIME                  PIC 9(06) OCCURS 200 TIMES.
       01  WS-CD-EVDATE-TABLE.
           03  WS-CD-EVDATE                PIC 9(08) OCCURS 200 TIMES.
       01  WS-CD-EVTIME-TABLE.
           03  WS-CD-EVTIME                PIC 9(06) OCCURS 200 TIMES.
       01  WS-CD-RM-TABLE.
           03  WS-CD-RM                    PIC 9(04) OCCURS 200 TIMES.
       01  WS-CD-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-NB-MAX                       PIC 9(04) VALUE 2000.
       01  WS-NB-COUNT                     PIC 9(04) VALUE 0.
       01  WS-NB-TABLE.
           03  WS-NB-LINE                  PIC X(44) OCCURS 2000 TIMES.

       01  WS-IXU-MAX                      PIC 9(04) VALUE 500.
       01  WS-IXU-COUNT                    PIC 9(04) VALUE 0.
       01  WS-IXU-ACTION-TABLE.
           03  WS-IXU-ACTION               PIC X(01) OCCURS 500 TIMES.
       01  WS-IXU-GAME-TABLE.
           03  WS-IXU-GAME                 PIC X(10) OCCURS 500 TIMES.
       01  WS-IXU-PLAYER-TABLE.
           03  WS-IXU-PLAYER               PIC X(10) OCCURS 500 TIMES.
       01  WS-IXU-SCORE-TABLE.
           03  WS-IXU-SCORE                PIC 9(10) OCCURS 500 TIMES.
       01  WS-IXU-DATE-TABLE.
           03  WS-IXU-DATE                 PIC 9(08) OCCURS 500 TIMES.
       01  WS-IXU-TIME-TABLE.
           03  WS-IXU-TIME                 PIC 9(06) OCCURS 500 TIMES.

       COPY HSRECORD REPLACING ==RECNAME==      BY ==WS-HS-WORK==
                               ==FLD-PLAYER-ID== BY ==WH-PLAYER-ID==
                               ==FLD-SCORE==     BY ==WH-SCORE==
                               ==FLD-DATE==      BY ==WH-DATE==
                               ==FLD-TIME==      BY ==WH-TIME==
                               ==FLD-GAME-ID==   BY ==WH-GAME-ID==.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-EOF-TX-SW                    PIC X VALUE "N".
           88  WS-EOF-TX                   VALUE "Y".
       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-HS-SW                    PIC X VALUE "N".
           88  WS-EOF-HS                   VALUE "Y".
       01  WS-EOF-AU-SW                    PIC X VALUE "N".
           88  WS-EOF-AU                   VALUE "Y".

       01  WS-VOID-COUNT                   PIC 9(06) VALUE 0.
       01  WS-PURGE-COUNT                  PIC 9(06) VALUE 0.
       01  WS-REINSTATE-COUNT              PIC 9(06) VALUE 0.

       01 J    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.
       01 G    PIC 9(04)                   VALUE 1.
       01 I1   PIC 9(04)                   VALUE 1.
       01 TMP  PIC 9(10)                   VALUE 1.
       01 CR   PIC X(10).
       01 SWD  PIC 9(08).
       01 SWT  PIC 9(06).
       01 SWF  PIC X(01).
       01 SWR  PIC 9(04).
       01  WS-TOP-N-CAP                    PIC 9(04) VALUE 25.
       01  WS-WORK-CAP                     PIC 9(04) VALUE 60.
       01  WS-LAST-SLOT                    PIC 9(04) VALUE 0.
       01  WS-BOARD-COUNT                  PIC 9(04) VALUE 0.
       01  WS-KEEP-COUNT                   PIC 9(04) VALUE 0.
       01  WS-BD-FOUND-IX                  PIC 9(04) VALUE 0.
       01 ARR1.
           03 ARR PIC 9(10) OCCURS 60 TIMES INDEXED BY I.
       01 ARR-PLAYER-TABLE.
           03 ARR-PLAYER-ID PIC X(10) OCCURS 60 TIMES.
       01 ARR-DATE-TABLE.
           03 ARR-DATE PIC 9(08) OCCURS 60 TIMES.
       01 ARR-TIME-TABLE.
           03 ARR-TIME PIC 9(06) OCCURS 60 TIMES.
       01 ARR-FLAG-TABLE.
           03 ARR-FLAG PIC X(01) OCCURS 60 TIMES.
       01 ARR-REF-TABLE.
           03 ARR-REF PIC 9(04) OCCURS 60 TIMES.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           OPEN INPUT TXNFILE.
           IF WS-TX-STATUS IS EQUAL TO "00"
              PERFORM 0100-PROCESS
              CLOSE TXNFILE
              IF WS-ADJ-COUNT IS EQUAL TO 0
                 DISPLAY "BOARDADJ: no valid adjustments - boards "
                    "left unchanged"
                 PERFORM 0180-CLEAR-TXNFILE
              ELSE
                 PERFORM 0110-LOAD-SCOREFILE
                 IF WS-HS-OVERFLOW
                    DISPLAY "BOARDADJ: high_scores.txt larger than "
                       "the work table - nothing adjusted, "
                       "transactions kept for a rerun"
                 ELSE
                    PERFORM 0120-MARK-REMOVALS
                    IF WS-RM-COUNT > 0
                       PERFORM 0130-FIND-EVICTIONS
                       PERFORM 0135-FIND-PROMOTION-STAMPS
                       OPEN EXTEND AUDITFILE
                       PERFORM 0140-REBUILD-BOARDS
                       CLOSE AUDITFILE
                       PERFORM 0150-REWRITE-SCOREFILE
                       PERFORM 0160-UPDATE-INDEX
                    END-IF
                    DISPLAY "BOARDADJ: " WS-VOID-COUNT " voided, "
                       WS-PURGE-COUNT " purged, "
                       WS-REINSTATE-COUNT " reinstated"
                    PERFORM 0180-CLEAR-TXNFILE
                 END-IF
              END-IF
           ELSE
              DISPLAY "BOARDADJ: no transaction file - boards "
                 "left unchanged"
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
                     ELSE
                        DISPLAY "BOARDADJ: player master table "
                           "full - ignoring extra players"
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PLAYERFILE
           ELSE
              DISPLAY "BOARDADJ: no player master - purges "
                 "cannot be checked and will be rejected"
           END-IF.

       0100-PROCESS.
           PERFORM UNTIL WS-EOF-TX
               READ TXNFILE
               AT END
                  SET WS-EOF-TX TO TRUE
               END-READ
               IF NOT WS-EOF-TX
                  PERFORM 0105-CHECK-ONE-TXN
               END-IF
           END-PERFORM.

       0105-CHECK-ONE-TXN.
           MOVE TX-REASON TO WS-REASON.
           IF WS-REASON IS EQUAL TO SPACES
              IF TX-ACTION IS EQUAL TO "P"
                 MOVE "BN" TO WS-REASON
              ELSE
                 MOVE "OE" TO WS-REASON
              END-IF
           END-IF.
           IF TX-PLAYER-ID IS EQUAL TO SPACES
              DISPLAY "BOARDADJ: rejecting transaction with "
                 "blank player id"
           ELSE
           IF NOT WS-REASON-VALID
              DISPLAY "BOARDADJ: rejecting transaction for "
                 TX-PLAYER-ID " with unknown reason " TX-REASON
           ELSE
              EVALUATE TX-ACTION
                 WHEN "V"
                    IF TX-GAME-ID IS EQUAL TO SPACES
                       DISPLAY "BOARDADJ: void rejected - no game "
                          "id for player " TX-PLAYER-ID
                    ELSE
                       PERFORM 0108-STORE-ONE-TXN
                    END-IF
                 WHEN "P"
                    MOVE TX-PLAYER-ID TO WS-LOOKUP-ID
                    PERFORM 0175-LOOK-UP-PLAYER
                    IF WS-PM-FOUND-IX IS EQUAL TO 0
                       DISPLAY "BOARDADJ: purge rejected - player "
                          TX-PLAYER-ID " not registered"
                    ELSE
                    IF WS-PM-STAT(WS-PM-FOUND-IX) IS NOT EQUAL TO "B"
                       DISPLAY "BOARDADJ: purge rejected - player "
                          TX-PLAYER-ID " is not banned"
                    ELSE
                       MOVE SPACES TO TX-GAME-ID
                       PERFORM 0108-STORE-ONE-TXN
                    END-IF
                    END-IF
                 WHEN OTHER
                    DISPLAY "BOARDADJ: rejecting transaction "
                       "with unknown action " TX-ACTION
              END-EVALUATE
           END-IF
           END-IF.

       0108-STORE-ONE-TXN.
           IF WS-ADJ-COUNT < WS-ADJ-MAX
              ADD 1 TO WS-ADJ-COUNT
              MOVE TX-ACTION TO WS-ADJ-ACTION(WS-ADJ-COUNT)
              MOVE TX-GAME-ID TO WS-ADJ-GAME(WS-ADJ-COUNT)
              MOVE TX-PLAYER-ID TO WS-ADJ-PLAYER(WS-ADJ-COUNT)
              MOVE WS-REASON TO WS-ADJ-REASON(WS-ADJ-COUNT)
           ELSE
              DISPLAY "BOARDADJ: adjustment table full - "
                 "transaction for " TX-PLAYER-ID " not applied"
           END-IF.

       0110-LOAD-SCOREFILE.
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
                        MOVE SPACE TO WS-HS-FLAG(WS-HS-COUNT)
                        MOVE SPACES TO WS-HS-RSN(WS-HS-COUNT)
                     ELSE
                        SET WS-HS-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE HIGHSCORESFILE
           ELSE
              DISPLAY "BOARDADJ: no high_scores.txt - nothing "
                 "to adjust"
           END-IF.

       0120-MARK-REMOVALS.
           MOVE 1 TO J.
           PERFORM UNTIL J > WS-ADJ-COUNT
               MOVE 0 TO WS-ADJ-HITS
               MOVE 1 TO K
               PERFORM UNTIL K > WS-HS-COUNT
                   MOVE WS-HS-LINE(K) TO WS-HS-WORK
                   IF WS-HS-FLAG(K) IS EQUAL TO SPACE
                      AND WH-PLAYER-ID IS EQUAL TO WS-ADJ-PLAYER(J)
                      AND (WS-ADJ-ACTION(J) IS EQUAL TO "P"
                         OR WH-GAME-ID IS EQUAL TO WS-ADJ-GAME(J))
                      PERFORM 0122-MARK-ONE-ROW
                   END-IF
                   ADD 1 TO K
               END-PERFORM
               IF WS-ADJ-HITS IS EQUAL TO 0
                  IF WS-ADJ-ACTION(J) IS EQUAL TO "V"
                     DISPLAY "BOARDADJ: void rejected - player "
                        WS-ADJ-PLAYER(J) " holds no row on game "
                        WS-ADJ-GAME(J)
                  ELSE
                     DISPLAY "BOARDADJ: purge - player "
                        WS-ADJ-PLAYER(J) " holds no board rows"
                  END-IF
               END-IF
               ADD 1 TO J
           END-PERFORM.

       0122-MARK-ONE-ROW.
           IF WS-RM-COUNT < WS-RM-MAX
              ADD 1 TO WS-ADJ-HITS
              ADD 1 TO WS-RM-COUNT
              MOVE WH-GAME-ID TO WS-RM-GAME(WS-RM-COUNT)
              MOVE WH-PLAYER-ID TO WS-RM-PLAYER(WS-RM-COUNT)
              MOVE WS-ADJ-REASON(J) TO WS-RM-REASON(WS-RM-COUNT)
              MOVE WS-ADJ-ACTION(J) TO WS-HS-FLAG(K)
              MOVE WS-ADJ-REASON(J) TO WS-HS-RSN(K)
              PERFORM 0124-REGISTER-GAME
           ELSE
              DISPLAY "BOARDADJ: removal table full - row for "
                 WH-PLAYER-ID " on game " WH-GAME-ID " kept"
           END-IF.

       0124-REGISTER-GAME.
           MOVE 0 TO WS-AG-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-AG-COUNT OR WS-AG-FOUND-IX > 0
               IF WH-GAME-ID IS EQUAL TO WS-AG-GAME(L)
                  MOVE L TO WS-AG-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-AG-FOUND-IX IS EQUAL TO 0
              IF WS-AG-COUNT < WS-AG-MAX
                 ADD 1 TO WS-AG-COUNT
                 MOVE WH-GAME-ID TO WS-AG-GAME(WS-AG-COUNT)
              ELSE
                 DISPLAY "BOARDADJ: game table full - row for "
                    WH-PLAYER-ID " on game " WH-GAME-ID " kept"
                 SUBTRACT 1 FROM WS-RM-COUNT
                 SUBTRACT 1 FROM WS-ADJ-HITS
                 MOVE SPACE TO WS-HS-FLAG(K)
                 MOVE SPACES TO WS-HS-RSN(K)
              END-IF
           END-IF.

       0126-FIND-REMOVAL.
           MOVE 0 TO WS-RM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-RM-COUNT OR WS-RM-FOUND-IX > 0
               IF WS-RM-LOOKUP-GAME IS EQUAL TO WS-RM-GAME(L)
                  AND WS-RM-LOOKUP-PLAYER IS EQUAL TO WS-RM-PLAYER(L)
                  MOVE L TO WS-RM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0130-FIND-EVICTIONS.
           MOVE "N" TO WS-EOF-AU-SW.
           OPEN INPUT AUDITFILE.
           IF WS-AU-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-AU
                  READ AUDITFILE
                  AT END
                     SET WS-EOF-AU TO TRUE
                  END-READ
                  IF NOT WS-EOF-AU
                     IF AUDIT-EVICTED
                        AND AUD-SCORE IS NUMERIC
                        AND AUD-DATE IS NUMERIC
                        AND AUD-TIME IS NUMERIC
                        MOVE AUD-GAME-ID TO WS-RM-LOOKUP-GAME
                        MOVE AUD-OTHER-ID TO WS-RM-LOOKUP-PLAYER
                        PERFORM 0126-FIND-REMOVAL
                        IF WS-RM-FOUND-IX > 0
                           PERFORM 0132-NOTE-ONE-EVICTION
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE AUDITFILE.

       0132-NOTE-ONE-EVICTION.
           MOVE 0 TO WS-CD-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-CD-COUNT OR WS-CD-FOUND-IX > 0
               IF AUD-GAME-ID IS EQUAL TO WS-CD-GAME(L)
                  AND AUD-PLAYER-ID IS EQUAL TO WS-CD-PLAYER(L)
                  MOVE L TO WS-CD-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-CD-FOUND-IX IS EQUAL TO 0
              IF WS-CD-COUNT < WS-CD-MAX
                 ADD 1 TO WS-CD-COUNT
                 MOVE WS-CD-COUNT TO WS-CD-FOUND-IX
                 MOVE 0 TO WS-CD-SCORE(WS-CD-FOUND-IX)
              ELSE
                 DISPLAY "BOARDADJ: reinstatement table full - "
                    "evicted row for " AUD-PLAYER-ID " on game "
                    AUD-GAME-ID " not considered"
              END-IF
           END-IF.
           IF WS-CD-FOUND-IX > 0
              AND AUD-SCORE > WS-CD-SCORE(WS-CD-FOUND-IX)
              MOVE AUD-GAME-ID TO WS-CD-GAME(WS-CD-FOUND-IX)
              MOVE AUD-PLAYER-ID TO WS-CD-PLAYER(WS-CD-FOUND-IX)
              MOVE AUD-SCORE TO WS-CD-SCORE(WS-CD-FOUND-IX)
              MOVE AUD-DATE TO WS-CD-DATE(WS-CD-FOUND-IX)
              MOVE AUD-TIME TO WS-CD-TIME(WS-CD-FOUND-IX)
              MOVE AUD-DATE TO WS-CD-EVDATE(WS-CD-FOUND-IX)
              MOVE AUD-TIME TO WS-CD-EVTIME(WS-CD-FOUND-IX)
              MOVE WS-RM-FOUND-IX TO WS-CD-RM(WS-CD-FOUND-IX)
           END-IF.

      * The EVICTED line is stamped with the run that pushed the row
      * off, not the run that first promoted it.  The promotion
      * stamp is recovered from the last PROMOTED line for the same
      * game, player and score at or before the eviction, so the
      * reinstated row breaks ties exactly as it did before.
       0135-FIND-PROMOTION-STAMPS.
           IF WS-CD-COUNT > 0
              MOVE "N" TO WS-EOF-AU-SW
              OPEN INPUT AUDITFILE
              IF WS-AU-STATUS IS EQUAL TO "00"
                 PERFORM UNTIL WS-EOF-AU
                     READ AUDITFILE
                     AT END
                        SET WS-EOF-AU TO TRUE
                     END-READ
                     IF NOT WS-EOF-AU
                        IF AUDIT-PROMOTED
                           AND AUD-SCORE IS NUMERIC
                           AND AUD-DATE IS NUMERIC
                           AND AUD-TIME IS NUMERIC
                           PERFORM 0137-MATCH-ONE-PROMOTION
                        END-IF
                     END-IF
                 END-PERFORM
              END-IF
              CLOSE AUDITFILE
           END-IF.

       0137-MATCH-ONE-PROMOTION.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-CD-COUNT
               IF AUD-GAME-ID IS EQUAL TO WS-CD-GAME(L)
                  AND AUD-PLAYER-ID IS EQUAL TO WS-CD-PLAYER(L)
                  AND AUD-SCORE IS EQUAL TO WS-CD-SCORE(L)
                  AND (AUD-DATE < WS-CD-EVDATE(L)
                     OR (AUD-DATE = WS-CD-EVDATE(L)
                        AND AUD-TIME NOT > WS-CD-EVTIME(L)))
                  MOVE AUD-DATE TO WS-CD-DATE(L)
                  MOVE AUD-TIME TO WS-CD-TIME(L)
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0140-REBUILD-BOARDS.
           SUBTRACT 1 FROM WS-WORK-CAP GIVING WS-LAST-SLOT.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-AG-COUNT
               MOVE WS-AG-GAME(G) TO WS-SELECTED-GAME-ID
               PERFORM 0141-BUILD-BOARD
               PERFORM 0144-SORT-BOARD
               PERFORM 0145-REMOVE-ROWS
               PERFORM 0147-ADD-CANDIDATES
               PERFORM 0144-SORT-BOARD
               PERFORM 0149-KEEP-BOARD
               ADD 1 TO G
           END-PERFORM.

       0141-BUILD-BOARD.
           MOVE 1 TO I.
           PERFORM UNTIL I > WS-WORK-CAP
               MOVE 0 TO ARR(I)
               MOVE SPACES TO ARR-PLAYER-ID(I)
               MOVE 0 TO ARR-DATE(I)
               MOVE 0 TO ARR-TIME(I)
               MOVE SPACE TO ARR-FLAG(I)
               MOVE 0 TO ARR-REF(I)
               ADD 1 TO I
           END-PERFORM.
           MOVE 0 TO WS-BOARD-COUNT.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-HS-COUNT
               MOVE WS-HS-LINE(K) TO WS-HS-WORK
               IF WH-GAME-ID IS EQUAL TO WS-SELECTED-GAME-ID
                  AND WS-HS-FLAG(K) IS NOT EQUAL TO "X"
                  IF WS-BOARD-COUNT < WS-WORK-CAP
                     AND WH-SCORE IS NUMERIC
                     AND WH-DATE IS NUMERIC
                     AND WH-TIME IS NUMERIC
                     ADD 1 TO WS-BOARD-COUNT
                     MOVE WH-SCORE TO ARR(WS-BOARD-COUNT)
                     MOVE WH-PLAYER-ID TO
                        ARR-PLAYER-ID(WS-BOARD-COUNT)
                     MOVE WH-DATE TO ARR-DATE(WS-BOARD-COUNT)
                     MOVE WH-TIME TO ARR-TIME(WS-BOARD-COUNT)
                     MOVE WS-HS-FLAG(K) TO ARR-FLAG(WS-BOARD-COUNT)
                     MOVE K TO ARR-REF(WS-BOARD-COUNT)
                     MOVE "X" TO WS-HS-FLAG(K)
                  ELSE
                     IF WS-HS-FLAG(K) IS EQUAL TO "V"
                        OR WS-HS-FLAG(K) IS EQUAL TO "P"
                        MOVE SPACE TO WS-HS-FLAG(K)
                        DISPLAY "BOARDADJ: row for " WH-PLAYER-ID
                           " on game " WH-GAME-ID
                           " could not be ranked - adjustment not"
                           " applied, row left in place"
                     ELSE
                        IF WS-HS-FLAG(K) IS EQUAL TO SPACE
                           DISPLAY "BOARDADJ: row for " WH-PLAYER-ID
                              " on game " WH-GAME-ID
                              " left in place unranked"
                        END-IF
                     END-IF
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0144-SORT-BOARD.
           MOVE 1 TO J.
           PERFORM UNTIL J > WS-BOARD-COUNT
               MOVE 1 TO I
               PERFORM UNTIL I > WS-LAST-SLOT
                   ADD 1 TO I GIVING I1
                   IF ARR-PLAYER-ID(I1) NOT EQUAL TO SPACES
                      AND (ARR-PLAYER-ID(I) IS EQUAL TO SPACES
                         OR ARR(I) < ARR(I1)
                         OR (ARR(I) = ARR(I1)
                            AND (ARR-DATE(I) > ARR-DATE(I1)
                               OR (ARR-DATE(I) = ARR-DATE(I1)
                                  AND ARR-TIME(I) > ARR-TIME(I1)))))
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
                       MOVE ARR-FLAG(I) TO SWF
                       MOVE ARR-FLAG(I1) TO ARR-FLAG(I)
                       MOVE SWF TO ARR-FLAG(I1)
                       MOVE ARR-REF(I) TO SWR
                       MOVE ARR-REF(I1) TO ARR-REF(I)
                       MOVE SWR TO ARR-REF(I1)
                   END-IF
                   ADD 1 TO I
               END-PERFORM
               ADD 1 TO J
           END-PERFORM.

       0145-REMOVE-ROWS.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 1 TO I.
           PERFORM UNTIL I > WS-BOARD-COUNT
               IF ARR-FLAG(I) IS EQUAL TO "V"
                  OR ARR-FLAG(I) IS EQUAL TO "P"
                  PERFORM 0146-AUDIT-ONE-REMOVAL
               ELSE
                  ADD 1 TO WS-KEEP-COUNT
                  MOVE ARR(I) TO ARR(WS-KEEP-COUNT)
                  MOVE ARR-PLAYER-ID(I) TO
                     ARR-PLAYER-ID(WS-KEEP-COUNT)
                  MOVE ARR-DATE(I) TO ARR-DATE(WS-KEEP-COUNT)
                  MOVE ARR-TIME(I) TO ARR-TIME(WS-KEEP-COUNT)
                  MOVE ARR-FLAG(I) TO ARR-FLAG(WS-KEEP-COUNT)
                  MOVE ARR-REF(I) TO ARR-REF(WS-KEEP-COUNT)
               END-IF
               ADD 1 TO I
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO K.
           ADD 1 TO K.
           PERFORM UNTIL K > WS-BOARD-COUNT
               MOVE 0 TO ARR(K)
               MOVE SPACES TO ARR-PLAYER-ID(K)
               MOVE 0 TO ARR-DATE(K)
               MOVE 0 TO ARR-TIME(K)
               MOVE SPACE TO ARR-FLAG(K)
               MOVE 0 TO ARR-REF(K)
               ADD 1 TO K
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-BOARD-COUNT.

       0146-AUDIT-ONE-REMOVAL.
           IF ARR-FLAG(I) IS EQUAL TO "V"
              SET AUDIT-ADJVOID TO TRUE
              ADD 1 TO WS-VOID-COUNT
           ELSE
              SET AUDIT-PURGED TO TRUE
              ADD 1 TO WS-PURGE-COUNT
           END-IF.
           MOVE WS-SELECTED-GAME-ID TO AUD-GAME-ID.
           MOVE ARR-PLAYER-ID(I) TO AUD-PLAYER-ID.
           MOVE ARR(I) TO AUD-SCORE.
           IF I > 99
              MOVE 99 TO AUD-SLOT
           ELSE
              MOVE I TO AUD-SLOT
           END-IF.
           MOVE SPACES TO AUD-OTHER-ID.
           MOVE ARR-REF(I) TO L.
           MOVE WS-HS-RSN(L) TO AUD-REASON.
           PERFORM 0178-WRITE-AUDIT.
           IF WS-IXU-COUNT < WS-IXU-MAX
              ADD 1 TO WS-IXU-COUNT
              MOVE "D" TO WS-IXU-ACTION(WS-IXU-COUNT)
              MOVE WS-SELECTED-GAME-ID TO WS-IXU-GAME(WS-IXU-COUNT)
              MOVE ARR-PLAYER-ID(I) TO WS-IXU-PLAYER(WS-IXU-COUNT)
              MOVE ARR(I) TO WS-IXU-SCORE(WS-IXU-COUNT)
              MOVE ARR-DATE(I) TO WS-IXU-DATE(WS-IXU-COUNT)
              MOVE ARR-TIME(I) TO WS-IXU-TIME(WS-IXU-COUNT)
           ELSE
              DISPLAY "BOARDADJ: index update table full - "
                 "high_scores.idx row for " ARR-PLAYER-ID(I)
                 " not deleted"
           END-IF.

      * A candidate is put back only when its player is still in
      * good standing, is not itself being removed from this board,
      * and does not already hold an equal or better row here; a
      * better evicted score replaces the player's lesser row.
       0147-ADD-CANDIDATES.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CD-COUNT
               IF WS-CD-GAME(K) IS EQUAL TO WS-SELECTED-GAME-ID
                  MOVE WS-CD-GAME(K) TO WS-RM-LOOKUP-GAME
                  MOVE WS-CD-PLAYER(K) TO WS-RM-LOOKUP-PLAYER
                  PERFORM 0126-FIND-REMOVAL
                  MOVE WS-CD-PLAYER(K) TO WS-LOOKUP-ID
                  PERFORM 0175-LOOK-UP-PLAYER
                  IF WS-RM-FOUND-IX IS EQUAL TO 0
                     AND (WS-PLAYER-COUNT IS EQUAL TO 0
                        OR (WS-PM-FOUND-IX > 0
                           AND WS-PM-STAT(WS-PM-FOUND-IX)
                              IS EQUAL TO "A"))
                     PERFORM 0148-ADD-ONE-CANDIDATE
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0148-ADD-ONE-CANDIDATE.
           MOVE 0 TO WS-BD-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-BOARD-COUNT OR WS-BD-FOUND-IX > 0
               IF ARR-PLAYER-ID(L) IS EQUAL TO WS-CD-PLAYER(K)
                  MOVE L TO WS-BD-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-BD-FOUND-IX IS EQUAL TO 0
              IF WS-BOARD-COUNT < WS-WORK-CAP
                 ADD 1 TO WS-BOARD-COUNT
                 MOVE WS-BOARD-COUNT TO WS-BD-FOUND-IX
              END-IF
           ELSE
              IF WS-CD-SCORE(K) NOT > ARR(WS-BD-FOUND-IX)
                 MOVE 0 TO WS-BD-FOUND-IX
              END-IF
           END-IF.
           IF WS-BD-FOUND-IX > 0
              MOVE WS-CD-SCORE(K) TO ARR(WS-BD-FOUND-IX)
              MOVE WS-CD-PLAYER(K) TO ARR-PLAYER-ID(WS-BD-FOUND-IX)
              MOVE WS-CD-DATE(K) TO ARR-DATE(WS-BD-FOUND-IX)
              MOVE WS-CD-TIME(K) TO ARR-TIME(WS-BD-FOUND-IX)
              MOVE "R" TO ARR-FLAG(WS-BD-FOUND-IX)
              MOVE K TO ARR-REF(WS-BD-FOUND-IX)
           END-IF.

      * Reinstated rows keep their place only inside the board cap;
      * rows already on the board are always written back, so the
      * adjustment never discards a score HIGHSCORE had kept.
       0149-KEEP-BOARD.
           MOVE 1 TO I.
           PERFORM UNTIL I > WS-BOARD-COUNT
               IF ARR-FLAG(I) IS NOT EQUAL TO "R"
                  OR I NOT > WS-TOP-N-CAP
                  IF ARR-FLAG(I) IS EQUAL TO "R"
                     PERFORM 0151-AUDIT-ONE-REINSTATE
                  END-IF
                  IF WS-NB-COUNT < WS-NB-MAX
                     ADD 1 TO WS-NB-COUNT
                     MOVE ARR-PLAYER-ID(I) TO WH-PLAYER-ID
                     MOVE ARR(I) TO WH-SCORE
                     MOVE ARR-DATE(I) TO WH-DATE
                     MOVE ARR-TIME(I) TO WH-TIME
                     MOVE WS-SELECTED-GAME-ID TO WH-GAME-ID
                     MOVE WS-HS-WORK TO WS-NB-LINE(WS-NB-COUNT)
                  ELSE
                     DISPLAY "BOARDADJ: rebuilt board table full - "
                        "row for " ARR-PLAYER-ID(I) " on game "
                        WS-SELECTED-GAME-ID " lost"
                  END-IF
               END-IF
               ADD 1 TO I
           END-PERFORM.

       0151-AUDIT-ONE-REINSTATE.
           ADD 1 TO WS-REINSTATE-COUNT.
           MOVE ARR-REF(I) TO L.
           MOVE WS-CD-RM(L) TO WS-RM-FOUND-IX.
           SET AUDIT-REINSTAT TO TRUE.
           MOVE WS-SELECTED-GAME-ID TO AUD-GAME-ID.
           MOVE ARR-PLAYER-ID(I) TO AUD-PLAYER-ID.
           MOVE ARR(I) TO AUD-SCORE.
           MOVE I TO AUD-SLOT.
           MOVE WS-RM-PLAYER(WS-RM-FOUND-IX) TO AUD-OTHER-ID.
           MOVE WS-RM-REASON(WS-RM-FOUND-IX) TO AUD-REASON.
           PERFORM 0178-WRITE-AUDIT.
           IF WS-IXU-COUNT < WS-IXU-MAX
              ADD 1 TO WS-IXU-COUNT
              MOVE "W" TO WS-IXU-ACTION(WS-IXU-COUNT)
              MOVE WS-SELECTED-GAME-ID TO WS-IXU-GAME(WS-IXU-COUNT)
              MOVE ARR-PLAYER-ID(I) TO WS-IXU-PLAYER(WS-IXU-COUNT)
              MOVE ARR(I) TO WS-IXU-SCORE(WS-IXU-COUNT)
              MOVE ARR-DATE(I) TO WS-IXU-DATE(WS-IXU-COUNT)
              MOVE ARR-TIME(I) TO WS-IXU-TIME(WS-IXU-COUNT)
           ELSE
              DISPLAY "BOARDADJ: index update table full - "
                 "high_scores.idx row for " ARR-PLAYER-ID(I)
                 " not reinstated"
           END-IF.

       0150-REWRITE-SCOREFILE.
           MOVE "records\high_scores.txt" TO WS-GEN-MASTER-PATH.
           MOVE "records\high_scores.g1" TO WS-GEN-G1-PATH.
           MOVE "records\high_scores.g2" TO WS-GEN-G2-PATH.
           MOVE "records\high_scores.g3" TO WS-GEN-G3-PATH.
           MOVE "HIGHSCORES" TO WS-GEN-MASTER-TAG.
           PERFORM 0190-ROLL-GENERATIONS.
           OPEN OUTPUT HIGHSCORESFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-HS-COUNT
               IF WS-HS-FLAG(K) IS EQUAL TO SPACE
                  MOVE WS-HS-LINE(K) TO HIGHSCORELINE
                  WRITE HIGHSCORELINE
               END-IF
               ADD 1 TO K
           END-PERFORM.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-NB-COUNT
               MOVE WS-NB-LINE(K) TO HIGHSCORELINE
               WRITE HIGHSCORELINE
               ADD 1 TO K
           END-PERFORM.
           CLOSE HIGHSCORESFILE.

       0160-UPDATE-INDEX.
           OPEN I-O MASTERIXFILE.
           IF WS-IX-STATUS IS NOT EQUAL TO "00"
              DISPLAY "BOARDADJ: cannot open high_scores.idx - "
                 "status " WS-IX-STATUS " - index not adjusted, "
                 "reload it with HSIXLOAD"
           ELSE
              MOVE 1 TO K
              PERFORM UNTIL K > WS-IXU-COUNT
                  MOVE WS-IXU-GAME(K) TO HX-GAME-ID
                  MOVE WS-IXU-PLAYER(K) TO HX-PLAYER-ID
                  IF WS-IXU-ACTION(K) IS EQUAL TO "D"
                     DELETE MASTERIXFILE
                        INVALID KEY
                           DISPLAY "BOARDADJ: index delete failed "
                              "for " WS-IXU-PLAYER(K) " on game "
                              WS-IXU-GAME(K)
                     END-DELETE
                  ELSE
                     READ MASTERIXFILE
                        INVALID KEY
                           PERFORM 0162-WRITE-INDEX-ROW
                        NOT INVALID KEY
                           PERFORM 0164-REWRITE-INDEX-ROW
                     END-READ
                  END-IF
                  ADD 1 TO K
              END-PERFORM
              CLOSE MASTERIXFILE
           END-IF.

       0162-WRITE-INDEX-ROW.
           MOVE WS-IXU-GAME(K) TO HX-GAME-ID.
           MOVE WS-IXU-PLAYER(K) TO HX-PLAYER-ID.
           MOVE WS-IXU-SCORE(K) TO HX-SCORE.
           MOVE WS-IXU-DATE(K) TO HX-DATE.
           MOVE WS-IXU-TIME(K) TO HX-TIME.
           WRITE MASTERIXREC
              INVALID KEY
                 DISPLAY "BOARDADJ: index write failed - "
                    "status " WS-IX-STATUS
           END-WRITE.

       0164-REWRITE-INDEX-ROW.
           MOVE WS-IXU-SCORE(K) TO HX-SCORE.
           MOVE WS-IXU-DATE(K) TO HX-DATE.
           MOVE WS-IXU-TIME(K) TO HX-TIME.
           REWRITE MASTERIXREC
              INVALID KEY
                 DISPLAY "BOARDADJ: index rewrite failed - "
                    "status " WS-IX-STATUS
           END-REWRITE.

       0175-LOOK-UP-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF WS-LOOKUP-ID IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0178-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE.
           MOVE WS-RUN-TIME TO AUD-TIME.
           MOVE SPACES TO AUD-CARRY-COUNTS.
           WRITE AUDITLINE.

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

       END PROGRAM BOARDADJ.
