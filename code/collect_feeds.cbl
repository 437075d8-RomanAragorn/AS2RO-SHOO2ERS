      *   numbers on the cabinet activity report, so the row number
      *   gap_clear.txt needs can be read off the page instead of
      *   hand-counted from the raw file.
      *   Check each feed row against the cabinet master and the
      *   installed-game list kept by CABMAINT: a row from a cabinet
      *   that is not in service, or for a game not installed on the
      *   cabinet that uploaded it, is parked on the suspense file
      *   under its own reason code instead of being merged, so a
      *   mis-flashed board or a swapped ROM cannot post scores to
      *   another game's board.  The cabinet activity report is now
      *   grouped by venue, with each cabinet's status, the rows
      *   parked for its configuration, and a total per venue.
      *   Keep every feed row read on the submission history file
      *   submit_hist.txt (SUBHREC), stamped with the run date and
      *   time and marked merged or with the suspense reason it was
      *   parked under, so scores that never make a board are no
      *   longer lost once the feed file is cleared.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.
       ENVIRONMENT DIVISION.
       SELECT CABREPORTFILE ASSIGN TO "records\cabinet_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CABINETFILE ASSIGN TO "records\cabinets.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CM-STATUS.

       SELECT OPTIONAL CABGAMEFILE
           ASSIGN TO "records\cabinet_games.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CG-STATUS.

       SELECT OPTIONAL SUBMHISTFILE
           ASSIGN TO "records\submit_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CABINETLISTFILE.
       FD CABREPORTFILE.
       01  CABREPORT-LINE                  PIC X(60).

       FD CABINETFILE.
       COPY CABREC REPLACING ==RECNAME== BY ==CABINETMASTER==.

       FD CABGAMEFILE.
       COPY CABGREC REPLACING ==RECNAME== BY ==CABGAMELINE==.

       FD SUBMHISTFILE.
       COPY SUBHREC REPLACING ==RECNAME== BY ==SUBMHISTLINE==.

       WORKING-STORAGE SECTION.
       01  WS-CL-STATUS                    PIC XX.
       01  WS-SQ-STATUS                    PIC XX.
       01  WS-GP-STATUS                    PIC XX.
       01  WS-GC-STATUS                    PIC XX.
       01  WS-AC-STATUS                    PIC XX.
       01  WS-CM-STATUS                    PIC XX.
       01  WS-CG-STATUS                    PIC XX.

       01  WS-CM-MAX                       PIC 9(04) VALUE 50.
       01  WS-CM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-CM-ID-TABLE.
           03  WS-CM-ID                    PIC X(04) OCCURS 50 TIMES.
       01  WS-CM-VENUE-TABLE.
           03  WS-CM-VENUE                 PIC X(20) OCCURS 50 TIMES.
       01  WS-CM-STAT-TABLE.
           03  WS-CM-STAT                  PIC X(01) OCCURS 50 TIMES.
       01  WS-EOF-CM-SW                    PIC X VALUE "N".
           88  WS-EOF-CM                   VALUE "Y".
       01  WS-CM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-CM-LOOKUP-ID                 PIC X(04).

       01  WS-CG-MAX                       PIC 9(04) VALUE 500.
       01  WS-CG-COUNT                     PIC 9(04) VALUE 0.
       01  WS-CG-CAB-TABLE.
           03  WS-CG-CAB                   PIC X(04) OCCURS 500 TIMES.
       01  WS-CG-GAME-TABLE.
           03  WS-CG-GAME                  PIC X(10) OCCURS 500 TIMES.
       01  WS-EOF-CG-SW                    PIC X VALUE "N".
           88  WS-EOF-CG                   VALUE "Y".
       01  WS-CG-FOUND-IX                  PIC 9(04) VALUE 0.

       01  WS-CAB-CONFIG-SW                PIC X VALUE "N".
           88  WS-CABINET-MISMATCH         VALUE "Y".

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-GAP-MAX                      PIC 9(04) VALUE 200.
       01  WS-GAP-COUNT                    PIC 9(04) VALUE 0.
           03  WS-RP-ROWS                  PIC 9(06) OCCURS 50 TIMES.
       01  WS-RP-GAPS-TABLE.
           03  WS-RP-GAPS                  PIC 9(04) OCCURS 50 TIMES.
       01  WS-RP-CONFIG-TABLE.
           03  WS-RP-CONFIG                PIC 9(04) OCCURS 50 TIMES.

       01  WS-VENUE-MAX                    PIC 9(04) VALUE 50.
       01  WS-VENUE-COUNT                  PIC 9(04) VALUE 0.
       01  WS-VENUE-TABLE.
           03  WS-VENUE                    PIC X(20) OCCURS 50 TIMES.
       01  WS-VENUE-FOUND-IX               PIC 9(04) VALUE 0.
       01  WS-THIS-VENUE                   PIC X(20).
       01  WS-VENUE-ROWS                   PIC 9(06) VALUE 0.
       01  WS-VENUE-GAPS                   PIC 9(04) VALUE 0.
       01  WS-VENUE-CONFIG                 PIC 9(04) VALUE 0.

       01  WS-SILENT-LIMIT                 PIC 9(03) VALUE 3.

           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RD-LAST-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RD-CONFIG                   PIC Z(3)9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RD-FLAG                     PIC X(21).

       01  WS-VENUE-HEADER.
           05  FILLER                      PIC X(07) VALUE "VENUE: ".
           05  VH-VENUE                    PIC X(20).

       01  WS-VENUE-TOTAL.
           05  FILLER                      PIC X(04) VALUE " TOT".
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  VT-ROWS                     PIC Z(5)9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  VT-GAPS                     PIC Z(3)9.
           05  FILLER                      PIC X(13) VALUE SPACES.
           05  VT-CONFIG                   PIC Z(3)9.

       01 G    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.


       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           MOVE SPACES TO WS-RP-LISTED-TABLE.
           MOVE ZEROS TO WS-RP-ROWS-TABLE.
           MOVE ZEROS TO WS-RP-GAPS-TABLE.
           MOVE ZEROS TO WS-RP-CONFIG-TABLE.
           PERFORM 0060-LOAD-CABINET-SEQS.
           PERFORM 0062-LOAD-GAP-FILE.
           PERFORM 0064-APPLY-GAP-CLEARS.
           PERFORM 0066-LOAD-ACTIVITY.
           PERFORM 0070-LOAD-GAME-MASTER.
           PERFORM 0072-LOAD-CABINET-MASTER.
           PERFORM 0074-LOAD-CABINET-GAMES.
           OPEN INPUT CABINETLISTFILE.
           IF WS-CL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "COLLECT: no cabinet list - nothing collected"
           END-IF.
           OPEN EXTEND NEWSCOREFILE.
           OPEN EXTEND SUSPENSEFILE.
           OPEN EXTEND SUBMHISTFILE.
           PERFORM 0100-PROCESS.
           CLOSE NEWSCOREFILE.
           CLOSE SUSPENSEFILE.
           CLOSE SUBMHISTFILE.
           CLOSE CABINETLISTFILE.
           PERFORM 0150-REWRITE-CABINET-SEQS.
           PERFORM 0155-REWRITE-GAP-FILE.
                 "ids accepted unchecked"
           END-IF.

       0072-LOAD-CABINET-MASTER.
           OPEN INPUT CABINETFILE.
           IF WS-CM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-CM
                  READ CABINETFILE
                  AT END
                     SET WS-EOF-CM TO TRUE
                  END-READ
                  IF NOT WS-EOF-CM
                     IF WS-CM-COUNT < WS-CM-MAX
                        ADD 1 TO WS-CM-COUNT
                        MOVE CM-CABINET-ID TO
                           WS-CM-ID(WS-CM-COUNT)
                        MOVE CM-VENUE TO
                           WS-CM-VENUE(WS-CM-COUNT)
                        MOVE CM-STATUS TO
                           WS-CM-STAT(WS-CM-COUNT)
                     ELSE
                        DISPLAY "COLLECT: cabinet master table "
                           "full - ignoring extra cabinets"
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE CABINETFILE.
           IF WS-CM-COUNT IS EQUAL TO 0
              DISPLAY "COLLECT: no cabinet master - cabinet "
                 "configuration not checked"
           END-IF.

       0074-LOAD-CABINET-GAMES.
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
                        MOVE CG-CABINET-ID TO
                           WS-CG-CAB(WS-CG-COUNT)
                        MOVE CG-GAME-ID TO
                           WS-CG-GAME(WS-CG-COUNT)
                     ELSE
                        DISPLAY "COLLECT: cabinet game table "
                           "full - ignoring extra assignments"
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE CABGAMEFILE.

       0100-PROCESS.
           PERFORM UNTIL WS-EOF-CL
               READ CABINETLISTFILE
              MOVE FD-FEED-SEQ TO WS-SQ-LAST(WS-CAB-FOUND-IX)
              ADD 1 TO FD-FEED-SEQ GIVING WS-EXPECTED-SEQ
           END-IF.
           MOVE SPACES TO SB-DISPOSITION.
           MOVE FD-GAME-ID TO WS-GAME-LOOKUP-ID.
           PERFORM 0125-LOOK-UP-GAME-MASTER.
           PERFORM 0126-CHECK-CABINET-CONFIG.
           IF WS-GM-COUNT > 0
              AND (WS-GM-FOUND-IX IS EQUAL TO 0
                 OR WS-GM-STAT(WS-GM-FOUND-IX) IS EQUAL TO "R")
              PERFORM 0122-SUSPEND-ONE-ROW
           ELSE
           IF WS-CABINET-MISMATCH
              PERFORM 0123-SUSPEND-CABINET-ROW
           ELSE
              MOVE FD-PLAYER-ID TO NS-PLAYER-ID
              MOVE FD-SCORE TO NS-SCORE
              MOVE FD-GAME-ID TO NS-GAME-ID
              WRITE NEWSCORELINE
              ADD 1 TO WS-MERGED-ROWS
           END-IF
           END-IF.
           PERFORM 0128-WRITE-SUBMISSION-HISTORY.

       0121-RECORD-ONE-GAP.
           ADD 1 TO WS-RP-GAPS(WS-CAB-FOUND-IX).
                 WS-THIS-CABINET
              SET SUSP-RETIRED-GAME TO TRUE
           END-IF.
           PERFORM 0124-WRITE-SUSPENSE-ROW.

       0123-SUSPEND-CABINET-ROW.
           IF WS-CM-FOUND-IX IS EQUAL TO 0
              DISPLAY "COLLECT: rejecting feed row from cabinet "
                 WS-THIS-CABINET " - not on the cabinet master"
           ELSE
           IF WS-CM-STAT(WS-CM-FOUND-IX) IS NOT EQUAL TO "I"
              DISPLAY "COLLECT: rejecting feed row from cabinet "
                 WS-THIS-CABINET " - cabinet is not in service"
           ELSE
              DISPLAY "COLLECT: rejecting feed row for game "
                 FD-GAME-ID " - not installed on cabinet "
                 WS-THIS-CABINET
           END-IF
           END-IF.
           SET SUSP-CABINET-CONFIG TO TRUE.
           ADD 1 TO WS-RP-CONFIG(WS-CAB-FOUND-IX).
           PERFORM 0124-WRITE-SUSPENSE-ROW.

       0124-WRITE-SUSPENSE-ROW.
           MOVE "COLLECT" TO SP-SOURCE.
           MOVE SPACES TO SP-RAW.
           MOVE FD-PLAYER-ID TO SP-RAW(1:10).
           MOVE FD-GAME-ID TO SP-RAW(35:10).
           WRITE SUSPENSELINE.
           ADD 1 TO WS-SUSP-ROWS.
           MOVE SP-REASON TO SB-DISPOSITION.

       0125-LOOK-UP-GAME-MASTER.
           MOVE 0 TO WS-GM-FOUND-IX.
               ADD 1 TO L
           END-PERFORM.

      * Only checked once a cabinet master exists.  The row is judged
      * against the cabinet whose feed file it arrived in.
       0126-CHECK-CABINET-CONFIG.
           MOVE "N" TO WS-CAB-CONFIG-SW.
           IF WS-CM-COUNT > 0
              MOVE WS-THIS-CABINET TO WS-CM-LOOKUP-ID
              PERFORM 0127-LOOK-UP-CABINET-MASTER
              IF WS-CM-FOUND-IX IS EQUAL TO 0
                 SET WS-CABINET-MISMATCH TO TRUE
              ELSE
              IF WS-CM-STAT(WS-CM-FOUND-IX) IS NOT EQUAL TO "I"
                 SET WS-CABINET-MISMATCH TO TRUE
              ELSE
                 MOVE 0 TO WS-CG-FOUND-IX
                 MOVE 1 TO L
                 PERFORM UNTIL L > WS-CG-COUNT OR WS-CG-FOUND-IX > 0
                     IF WS-CG-CAB(L) IS EQUAL TO WS-THIS-CABINET
                        AND WS-CG-GAME(L) IS EQUAL TO FD-GAME-ID
                        MOVE L TO WS-CG-FOUND-IX
                     END-IF
                     ADD 1 TO L
                 END-PERFORM
                 IF WS-CG-FOUND-IX IS EQUAL TO 0
                    SET WS-CABINET-MISMATCH TO TRUE
                 END-IF
              END-IF
              END-IF
           END-IF.

       0127-LOOK-UP-CABINET-MASTER.
           MOVE 0 TO WS-CM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-CM-COUNT OR WS-CM-FOUND-IX > 0
               IF WS-CM-LOOKUP-ID IS EQUAL TO WS-CM-ID(L)
                  MOVE L TO WS-CM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0128-WRITE-SUBMISSION-HISTORY.
           MOVE WS-RUN-DATE TO SB-COLLECT-DATE.
           MOVE WS-RUN-TIME TO SB-COLLECT-TIME.
           MOVE FEEDLINE TO SB-FEED-ROW.
           WRITE SUBMHISTLINE.

       0130-FIND-CABINET.
           MOVE 0 TO WS-CAB-FOUND-IX.
           MOVE 1 TO L.
           MOVE WS-CABRPT-TITLE TO CABREPORT-LINE.
           WRITE CABREPORT-LINE.
           MOVE SPACES TO CABREPORT-LINE.
           MOVE "CAB     ROWS   GAPS   LAST SUBMIT  CFG"
              TO CABREPORT-LINE(1:38).
           WRITE CABREPORT-LINE.
           MOVE 0 TO WS-VENUE-COUNT.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CAB-COUNT
               IF WS-RP-LISTED(K) IS EQUAL TO "Y"
                  PERFORM 0172-FIND-CABINET-VENUE
                  PERFORM 0173-REGISTER-VENUE
               END-IF
               ADD 1 TO K
           END-PERFORM.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-VENUE-COUNT
               PERFORM 0171-WRITE-ONE-VENUE
               ADD 1 TO G
           END-PERFORM.
           PERFORM 0175-LIST-OPEN-GAPS.
           CLOSE CABREPORTFILE.

       0171-WRITE-ONE-VENUE.
           MOVE SPACES TO CABREPORT-LINE.
           WRITE CABREPORT-LINE.
           MOVE WS-VENUE(G) TO VH-VENUE.
           MOVE WS-VENUE-HEADER TO CABREPORT-LINE.
           WRITE CABREPORT-LINE.
           MOVE 0 TO WS-VENUE-ROWS.
           MOVE 0 TO WS-VENUE-GAPS.
           MOVE 0 TO WS-VENUE-CONFIG.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CAB-COUNT
               IF WS-RP-LISTED(K) IS EQUAL TO "Y"
                  PERFORM 0172-FIND-CABINET-VENUE
                  IF WS-THIS-VENUE IS EQUAL TO WS-VENUE(G)
                     PERFORM 0174-WRITE-ONE-CABINET
                  END-IF
               END-IF
               ADD 1 TO K
           END-PERFORM.
           MOVE WS-VENUE-ROWS TO VT-ROWS.
           MOVE WS-VENUE-GAPS TO VT-GAPS.
           MOVE WS-VENUE-CONFIG TO VT-CONFIG.
           MOVE WS-VENUE-TOTAL TO CABREPORT-LINE.
           WRITE CABREPORT-LINE.

      * Leaves the cabinet's master entry in WS-CM-FOUND-IX and its
      * venue in WS-THIS-VENUE; cabinets the master does not know
      * are grouped together.
       0172-FIND-CABINET-VENUE.
           MOVE WS-SQ-ID(K) TO WS-CM-LOOKUP-ID.
           PERFORM 0127-LOOK-UP-CABINET-MASTER.
           IF WS-CM-FOUND-IX > 0
              MOVE WS-CM-VENUE(WS-CM-FOUND-IX) TO WS-THIS-VENUE
           ELSE
              MOVE "UNREGISTERED" TO WS-THIS-VENUE
           END-IF.

       0173-REGISTER-VENUE.
           MOVE 0 TO WS-VENUE-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-VENUE-COUNT OR WS-VENUE-FOUND-IX > 0
               IF WS-THIS-VENUE IS EQUAL TO WS-VENUE(L)
                  MOVE L TO WS-VENUE-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-VENUE-FOUND-IX IS EQUAL TO 0
              AND WS-VENUE-COUNT < WS-VENUE-MAX
              ADD 1 TO WS-VENUE-COUNT
              MOVE WS-THIS-VENUE TO WS-VENUE(WS-VENUE-COUNT)
           END-IF.

       0174-WRITE-ONE-CABINET.
           MOVE WS-SQ-ID(K) TO RD-CABINET-ID.
           MOVE WS-RP-ROWS(K) TO RD-ROWS.
           MOVE WS-RP-GAPS(K) TO RD-GAPS.
           MOVE WS-RP-CONFIG(K) TO RD-CONFIG.
           ADD WS-RP-ROWS(K) TO WS-VENUE-ROWS.
           ADD WS-RP-GAPS(K) TO WS-VENUE-GAPS.
           ADD WS-RP-CONFIG(K) TO WS-VENUE-CONFIG.
           MOVE SPACES TO RD-FLAG.
           IF WS-CM-COUNT > 0
              IF WS-CM-FOUND-IX IS EQUAL TO 0
                 MOVE "** NOT REGISTERED" TO RD-FLAG
              ELSE
              IF WS-CM-STAT(WS-CM-FOUND-IX) IS EQUAL TO "O"
                 MOVE "** OUT OF SERVICE" TO RD-FLAG
              ELSE
              IF WS-CM-STAT(WS-CM-FOUND-IX) IS EQUAL TO "D"
                 MOVE "** DECOMMISSIONED" TO RD-FLAG
              END-IF
              END-IF
              END-IF
           END-IF.
           MOVE WS-SQ-ID(K) TO WS-ACT-LOOKUP-ID.
           PERFORM 0162-FIND-ACT-ENTRY.
           IF WS-ACT-FOUND-IX > 0
              MOVE WS-ACT-LAST(WS-ACT-FOUND-IX)
                 TO RD-LAST-DATE
              IF WS-ACT-SILENT(WS-ACT-FOUND-IX)
                 NOT < WS-SILENT-LIMIT
                 AND RD-FLAG IS EQUAL TO SPACES
                 MOVE "** SILENT" TO RD-FLAG
              END-IF
           ELSE
              MOVE 0 TO RD-LAST-DATE
           END-IF.
           MOVE WS-CABRPT-DETAIL TO CABREPORT-LINE.
           WRITE CABREPORT-LINE.

       0175-LIST-OPEN-GAPS.
           MOVE SPACES TO CABREPORT-LINE.
           WRITE CABREPORT-LINE.
