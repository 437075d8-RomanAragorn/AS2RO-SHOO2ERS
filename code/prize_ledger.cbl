      * This program keeps the prize and credit ledger that
      * replaces the paper book at the counter: it posts the
      * counter's redemptions, writes off the balances of banned
      * players, and prints every player's ledger statement with
      * the outstanding-liability total for the accounts office.
      *
      * MODIFICATION HISTORY
      *   Initial version: awards arrive on prize_ledger.txt from
      *   SEASCLOSE and LEAGUEPTS and merged-id transfers from
      *   PLAYMAINT; this program posts the redemptions keyed at the
      *   counter on prize_redeem_txns.txt (refusing unregistered,
      *   banned or merged ids and any redemption larger than the
      *   player's balance), forfeits any balance still held by a
      *   banned player so it stops counting as a liability, appends
      *   the new postings to the ledger, clears the transaction
      *   file, and prints prize_statement.txt - per player the
      *   awards, redemptions and balance, then the outstanding
      *   liability across all players.
      *   When the ledger table fills during the run, post nothing
      *   and leave prize_redeem_txns.txt in place for a rerun, as
      *   when the ledger is too large to load, instead of clearing
      *   redemptions that were never made.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIZELDG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLAYERFILE ASSIGN TO "records\players.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PM-STATUS.

       SELECT OPTIONAL LEDGERFILE ASSIGN TO "records\prize_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PL-STATUS.

       SELECT OPTIONAL TXNFILE
           ASSIGN TO "records\prize_redeem_txns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TX-STATUS.

       SELECT REPORTFILE ASSIGN TO "records\prize_statement.txt"
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

       FD LEDGERFILE.
       COPY PRIZREC REPLACING ==RECNAME== BY ==LEDGERLINE==.

       FD TXNFILE.
       01  REDEEM-TXN.
           05  TX-PLAYER-ID                PIC X(10).
           05  TX-AMOUNT                   PIC 9(07)V99.
           05  TX-REF                      PIC X(10).

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS                    PIC XX.
       01  WS-PL-STATUS                    PIC XX.
       01  WS-TX-STATUS                    PIC XX.

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

       01  WS-LG-MAX                       PIC 9(04) VALUE 3000.
       01  WS-LG-COUNT                     PIC 9(04) VALUE 0.
       01  WS-LG-OLD-COUNT                 PIC 9(04) VALUE 0.
       01  WS-LG-TABLE.
           03  WS-LG-LINE                  PIC X(66) OCCURS 3000 TIMES.
       01  WS-LG-OVF-SW                    PIC X VALUE "N".
           88  WS-LG-OVERFLOW              VALUE "Y".

       01  WS-BL-MAX                       PIC 9(04) VALUE 500.
       01  WS-BL-COUNT                     PIC 9(04) VALUE 0.
       01  WS-BL-ID-TABLE.
           03  WS-BL-ID                    PIC X(10) OCCURS 500 TIMES.
       01  WS-BL-BAL-TABLE.
           03  WS-BL-BAL                   PIC S9(07)V99
                                           OCCURS 500 TIMES.
       01  WS-BL-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-BL-LOOKUP-ID                 PIC X(10).

       01  WS-TOTAL-AWARDED                PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-PAID-OUT               PIC S9(09)V99 VALUE 0.
       01  WS-TOTAL-LIABILITY              PIC S9(09)V99 VALUE 0.
       01  WS-RUN-REDEEMED                 PIC S9(09)V99 VALUE 0.
       01  WS-RUN-FORFEITED                PIC S9(09)V99 VALUE 0.
       01  WS-PLAYER-IN                    PIC S9(09)V99 VALUE 0.
       01  WS-PLAYER-OUT                   PIC S9(09)V99 VALUE 0.
       01  WS-REDEEM-COUNT                 PIC 9(04) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(04) VALUE 0.
       01  WS-FORFEIT-COUNT                PIC 9(04) VALUE 0.

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(24)
               VALUE "PRIZE LEDGER STATEMENT -".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RT-DATE                     PIC 9(08).

       01  WS-PLAYER-HEADER.
           05  FILLER                      PIC X(07) VALUE "PLAYER ".
           05  PH-PLAYER-ID                PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PH-NAME                     PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  PH-STATUS                   PIC X(16).

       01  WS-ENTRY-DETAIL.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ED-DATE                     PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-ENTRY                    PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-SOURCE                   PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-GAME-ID                  PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-POSITION                 PIC Z9 BLANK WHEN ZERO.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-REF                      PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-AMOUNT                   PIC -(8)9.99.

       01  WS-PLAYER-TOTALS.
           05  FILLER                      PIC X(11)
               VALUE "    AWARDED".
           05  PT-IN                       PIC -(8)9.99.
           05  FILLER                      PIC X(10)
               VALUE "  PAID OUT".
           05  PT-OUT                      PIC -(8)9.99.
           05  FILLER                      PIC X(09)
               VALUE "  BALANCE".
           05  PT-BALANCE                  PIC -(8)9.99.

       01  WS-TOTAL-DETAIL.
           05  TD-LABEL                    PIC X(30).
           05  TD-AMOUNT                   PIC -(10)9.99.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-EOF-PM-SW                    PIC X VALUE "N".
           88  WS-EOF-PM                   VALUE "Y".
       01  WS-EOF-PL-SW                    PIC X VALUE "N".
           88  WS-EOF-PL                   VALUE "Y".
       01  WS-EOF-TX-SW                    PIC X VALUE "N".
           88  WS-EOF-TX                   VALUE "Y".

       01 J    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-PLAYER-MASTER.
           PERFORM 0070-LOAD-LEDGER.
           IF WS-LG-OVERFLOW
              DISPLAY "PRIZELDG: prize ledger larger than the work "
                 "table - nothing posted, redemptions kept for a "
                 "rerun"
              PERFORM 0200-STOP-RUN
           END-IF.
           MOVE WS-LG-COUNT TO WS-LG-OLD-COUNT.
           PERFORM 0100-POST-REDEMPTIONS.
           PERFORM 0120-FORFEIT-BANNED.
           IF WS-LG-OVERFLOW
              DISPLAY "PRIZELDG: prize ledger table full - nothing "
                 "posted, prize_redeem_txns.txt left in place for "
                 "a rerun"
              PERFORM 0200-STOP-RUN
           END-IF.
           PERFORM 0130-APPEND-POSTINGS.
           PERFORM 0180-CLEAR-TXNFILE.
           OPEN OUTPUT REPORTFILE.
           PERFORM 0150-WRITE-STATEMENTS.
           CLOSE REPORTFILE.
           DISPLAY "PRIZELDG: " WS-REDEEM-COUNT " redemptions posted, "
              WS-REJECT-COUNT " rejected, " WS-FORFEIT-COUNT
              " balances forfeited".
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
                        MOVE PM-PLAYER-NAME TO
                           WS-PM-NAME(WS-PLAYER-COUNT)
                        MOVE PM-STATUS TO
                           WS-PM-STAT(WS-PLAYER-COUNT)
                     END-IF
                  END-IF
              END-PERFORM
              CLOSE PLAYERFILE
           END-IF.

       0070-LOAD-LEDGER.
           OPEN INPUT LEDGERFILE.
           IF WS-PL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-PL OR WS-LG-OVERFLOW
                  READ LEDGERFILE
                  AT END
                     SET WS-EOF-PL TO TRUE
                  END-READ
                  IF NOT WS-EOF-PL
                     IF WS-LG-COUNT < WS-LG-MAX
                        ADD 1 TO WS-LG-COUNT
                        MOVE LEDGERLINE TO WS-LG-LINE(WS-LG-COUNT)
                        PERFORM 0075-APPLY-TO-BALANCE
                     ELSE
                        SET WS-LG-OVERFLOW TO TRUE
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE LEDGERFILE.

       0075-APPLY-TO-BALANCE.
           MOVE PL-PLAYER-ID TO WS-BL-LOOKUP-ID.
           PERFORM 0078-FIND-BALANCE.
           IF WS-BL-FOUND-IX > 0
              AND PL-AMOUNT IS NUMERIC
              IF LEDGER-AWARD
                 OR LEDGER-TRANSFER-IN
                 ADD PL-AMOUNT TO
                    WS-BL-BAL(WS-BL-FOUND-IX)
              ELSE
                 SUBTRACT PL-AMOUNT FROM
                    WS-BL-BAL(WS-BL-FOUND-IX)
              END-IF
           END-IF.

       0078-FIND-BALANCE.
           MOVE 0 TO WS-BL-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-BL-COUNT OR WS-BL-FOUND-IX > 0
               IF WS-BL-LOOKUP-ID IS EQUAL TO WS-BL-ID(L)
                  MOVE L TO WS-BL-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-BL-FOUND-IX IS EQUAL TO 0
              IF WS-BL-COUNT < WS-BL-MAX
                 ADD 1 TO WS-BL-COUNT
                 MOVE WS-BL-LOOKUP-ID TO WS-BL-ID(WS-BL-COUNT)
                 MOVE 0 TO WS-BL-BAL(WS-BL-COUNT)
                 MOVE WS-BL-COUNT TO WS-BL-FOUND-IX
              ELSE
                 DISPLAY "PRIZELDG: balance table full - cannot "
                    "track player " WS-BL-LOOKUP-ID
              END-IF
           END-IF.

       0100-POST-REDEMPTIONS.
           OPEN INPUT TXNFILE.
           IF WS-TX-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-TX
                  READ TXNFILE
                  AT END
                     SET WS-EOF-TX TO TRUE
                  END-READ
                  IF NOT WS-EOF-TX
                     PERFORM 0110-APPLY-ONE-REDEMPTION
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE TXNFILE.

       0110-APPLY-ONE-REDEMPTION.
           MOVE TX-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM 0175-LOOK-UP-PLAYER.
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              DISPLAY "PRIZELDG: redemption rejected - player "
                 TX-PLAYER-ID " not registered"
              ADD 1 TO WS-REJECT-COUNT
           ELSE
           IF WS-PM-STAT(WS-PM-FOUND-IX) IS NOT EQUAL TO "A"
              DISPLAY "PRIZELDG: redemption rejected - player "
                 TX-PLAYER-ID " is not active"
              ADD 1 TO WS-REJECT-COUNT
           ELSE
           IF TX-AMOUNT IS NOT NUMERIC
              OR TX-AMOUNT IS EQUAL TO 0
              DISPLAY "PRIZELDG: redemption rejected - no valid "
                 "amount for player " TX-PLAYER-ID
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              MOVE TX-PLAYER-ID TO WS-BL-LOOKUP-ID
              PERFORM 0078-FIND-BALANCE
              IF WS-BL-FOUND-IX IS EQUAL TO 0
                 ADD 1 TO WS-REJECT-COUNT
              ELSE
              IF TX-AMOUNT > WS-BL-BAL(WS-BL-FOUND-IX)
                 DISPLAY "PRIZELDG: redemption rejected - amount "
                    "exceeds the balance of player " TX-PLAYER-ID
                 ADD 1 TO WS-REJECT-COUNT
              ELSE
                 MOVE TX-PLAYER-ID TO PL-PLAYER-ID
                 SET LEDGER-REDEMPTION TO TRUE
                 MOVE "COUNTER" TO PL-SOURCE
                 MOVE SPACES TO PL-GAME-ID
                 MOVE TX-AMOUNT TO PL-AMOUNT
                 MOVE TX-REF TO PL-REF
                 PERFORM 0140-ADD-POSTING
                 IF NOT WS-LG-OVERFLOW
                    ADD 1 TO WS-REDEEM-COUNT
                    ADD TX-AMOUNT TO WS-RUN-REDEEMED
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       0120-FORFEIT-BANNED.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-BL-COUNT
               IF WS-BL-BAL(K) > 0
                  MOVE WS-BL-ID(K) TO WS-LOOKUP-ID
                  PERFORM 0175-LOOK-UP-PLAYER
                  IF WS-PM-FOUND-IX > 0
                     IF WS-PM-STAT(WS-PM-FOUND-IX) IS EQUAL TO "B"
                        MOVE WS-BL-ID(K) TO PL-PLAYER-ID
                        SET LEDGER-FORFEIT TO TRUE
                        MOVE "PRIZELDG" TO PL-SOURCE
                        MOVE SPACES TO PL-GAME-ID
                        MOVE WS-BL-BAL(K) TO PL-AMOUNT
                        MOVE "BANNED" TO PL-REF
                        MOVE K TO WS-BL-FOUND-IX
                        PERFORM 0140-ADD-POSTING
                        IF NOT WS-LG-OVERFLOW
                           ADD 1 TO WS-FORFEIT-COUNT
                           ADD PL-AMOUNT TO
                              WS-RUN-FORFEITED
                        END-IF
                     END-IF
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.

       0130-APPEND-POSTINGS.
           IF WS-LG-COUNT > WS-LG-OLD-COUNT
              OPEN EXTEND LEDGERFILE
              ADD 1 TO WS-LG-OLD-COUNT GIVING K
              PERFORM UNTIL K > WS-LG-COUNT
                  MOVE WS-LG-LINE(K) TO LEDGERLINE
                  WRITE LEDGERLINE
                  ADD 1 TO K
              END-PERFORM
              CLOSE LEDGERFILE
           END-IF.

      * Stamp the posting built in LEDGERLINE, add it to the ledger
      * table and take it off the balance at WS-BL-FOUND-IX.
       0140-ADD-POSTING.
           MOVE WS-RUN-DATE TO PL-DATE.
           MOVE WS-RUN-TIME TO PL-TIME.
           MOVE 0 TO PL-POSITION.
           IF WS-LG-COUNT < WS-LG-MAX
              ADD 1 TO WS-LG-COUNT
              MOVE LEDGERLINE TO WS-LG-LINE(WS-LG-COUNT)
              SUBTRACT PL-AMOUNT FROM
                 WS-BL-BAL(WS-BL-FOUND-IX)
           ELSE
              SET WS-LG-OVERFLOW TO TRUE
              DISPLAY "PRIZELDG: prize ledger table full - posting "
                 "for player " PL-PLAYER-ID
                 " not made"
           END-IF.

       0150-WRITE-STATEMENTS.
           MOVE WS-RUN-DATE TO RT-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-BL-COUNT
               PERFORM 0155-WRITE-ONE-STATEMENT
               ADD 1 TO K
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL AWARDED AND TRANSFERRED" TO TD-LABEL.
           MOVE WS-TOTAL-AWARDED TO TD-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL REDEEMED AND WRITTEN OFF" TO TD-LABEL.
           MOVE WS-TOTAL-PAID-OUT TO TD-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REDEEMED THIS RUN" TO TD-LABEL.
           MOVE WS-RUN-REDEEMED TO TD-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FORFEITED THIS RUN" TO TD-LABEL.
           MOVE WS-RUN-FORFEITED TO TD-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OUTSTANDING LIABILITY" TO TD-LABEL.
           MOVE WS-TOTAL-LIABILITY TO TD-AMOUNT.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       0155-WRITE-ONE-STATEMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BL-ID(K) TO PH-PLAYER-ID.
           MOVE WS-BL-ID(K) TO WS-LOOKUP-ID.
           PERFORM 0175-LOOK-UP-PLAYER.
           IF WS-PM-FOUND-IX IS EQUAL TO 0
              MOVE SPACES TO PH-NAME
              MOVE "NOT REGISTERED" TO PH-STATUS
           ELSE
              MOVE WS-PM-NAME(WS-PM-FOUND-IX) TO PH-NAME
              EVALUATE WS-PM-STAT(WS-PM-FOUND-IX)
                 WHEN "A"
                    MOVE "ACTIVE" TO PH-STATUS
                 WHEN "B"
                    MOVE "BANNED" TO PH-STATUS
                 WHEN "M"
                    MOVE "MERGED" TO PH-STATUS
                 WHEN OTHER
                    MOVE SPACES TO PH-STATUS
              END-EVALUATE
           END-IF.
           MOVE WS-PLAYER-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-PLAYER-IN.
           MOVE 0 TO WS-PLAYER-OUT.
           MOVE 1 TO J.
           PERFORM UNTIL J > WS-LG-COUNT
               MOVE WS-LG-LINE(J) TO LEDGERLINE
               IF PL-PLAYER-ID IS EQUAL TO WS-BL-ID(K)
                  AND PL-AMOUNT IS NUMERIC
                  PERFORM 0158-WRITE-ONE-ENTRY
               END-IF
               ADD 1 TO J
           END-PERFORM.
           MOVE WS-PLAYER-IN TO PT-IN.
           MOVE WS-PLAYER-OUT TO PT-OUT.
           MOVE WS-BL-BAL(K) TO PT-BALANCE.
           MOVE WS-PLAYER-TOTALS TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-PLAYER-IN TO WS-TOTAL-AWARDED.
           ADD WS-PLAYER-OUT TO WS-TOTAL-PAID-OUT.
           IF WS-BL-BAL(K) > 0
              ADD WS-BL-BAL(K) TO WS-TOTAL-LIABILITY
           END-IF.

       0158-WRITE-ONE-ENTRY.
           MOVE PL-DATE TO ED-DATE.
           MOVE PL-ENTRY TO ED-ENTRY.
           MOVE PL-SOURCE TO ED-SOURCE.
           MOVE PL-GAME-ID TO ED-GAME-ID.
           MOVE PL-POSITION TO ED-POSITION.
           MOVE PL-REF TO ED-REF.
           IF LEDGER-AWARD
              OR LEDGER-TRANSFER-IN
              ADD PL-AMOUNT TO WS-PLAYER-IN
              MOVE PL-AMOUNT TO ED-AMOUNT
           ELSE
              ADD PL-AMOUNT TO WS-PLAYER-OUT
              COMPUTE ED-AMOUNT = 0 - PL-AMOUNT
           END-IF.
           MOVE WS-ENTRY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       0175-LOOK-UP-PLAYER.
           MOVE 0 TO WS-PM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-PLAYER-COUNT OR WS-PM-FOUND-IX > 0
               IF WS-LOOKUP-ID IS EQUAL TO WS-PM-ID(L)
                  MOVE L TO WS-PM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0180-CLEAR-TXNFILE.
           OPEN OUTPUT TXNFILE.
           CLOSE TXNFILE.

       0200-STOP-RUN.
           STOP RUN.

       END PROGRAM PRIZELDG.
