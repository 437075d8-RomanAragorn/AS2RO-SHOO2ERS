      * This program lists and restores the numbered generation
      * copies that MOVETOHS, PLAYMAINT, SEASCLOSE, GAMEMAINT,
      * TOURNMAINT, TOURNBD, CABMAINT and RETPURGE roll before any
      * in-place master rewrite.
      *
      * MODIFICATION HISTORY
      *   Initial version: list the available generations of each
      *   like every other one-shot action file, so a later run made
      *   just to list generations cannot silently re-copy an old
      *   generation over a master that has since moved on.
      *   Cover the tournament files: TOURNAMENTS and ENTRANTS (rolled
      *   by TOURNMAINT) and TOURNBOARD (rolled by TOURNBD) can now be
      *   listed and restored, each verified by its own field checks.
      *   Cover the cabinet files rolled by CABMAINT: CABINETS and
      *   CABGAMES can now be listed and restored as well.
      *   Cover the files RETPURGE rewrites: HSAUDIT, CABGAPS,
      *   RUNLOG, SUSPHIST and GENLOG can now be listed and restored,
      *   each verified by its own field checks; generation lines
      *   widened to 120 bytes to carry the longer records whole.
      *   Cover submit_hist.txt (SUBMHIST), also rolled by RETPURGE,
      *   verified by its COLLECT stamp and cabinet id.
      *   Cover standings.txt (STANDINGS), now rolled by PLAYMAINT
      *   before a merge folds points into the survivor, verified
      *   by its player id and numeric point and board counts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENRSTOR.
       ENVIRONMENT DIVISION.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       FD GENINFILE.
       01  GEN-IN-LINE                     PIC X(120).

       FD GENOUTFILE.
       01  GEN-OUT-LINE                    PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RS-STATUS                    PIC XX.
       01  WS-GEN-IN-PATH                  PIC X(40).
       01  WS-GEN-OUT-PATH                 PIC X(40).

       01  WS-MASTER-MAX                   PIC 9(04) VALUE 17.
       01  WS-MASTER-NAMES.
           05  FILLER                      PIC X(12)
               VALUE "HIGHSCORES".
               VALUE "SUSPENSE".
           05  FILLER                      PIC X(12)
               VALUE "GAMES".
           05  FILLER                      PIC X(12)
               VALUE "TOURNAMENTS".
           05  FILLER                      PIC X(12)
               VALUE "ENTRANTS".
           05  FILLER                      PIC X(12)
               VALUE "TOURNBOARD".
           05  FILLER                      PIC X(12)
               VALUE "CABINETS".
           05  FILLER                      PIC X(12)
               VALUE "CABGAMES".
           05  FILLER                      PIC X(12)
               VALUE "HSAUDIT".
           05  FILLER                      PIC X(12)
               VALUE "CABGAPS".
           05  FILLER                      PIC X(12)
               VALUE "RUNLOG".
           05  FILLER                      PIC X(12)
               VALUE "SUSPHIST".
           05  FILLER                      PIC X(12)
               VALUE "GENLOG".
           05  FILLER                      PIC X(12)
               VALUE "SUBMHIST".
           05  FILLER                      PIC X(12)
               VALUE "STANDINGS".
       01  WS-MASTER-NAME-TABLE REDEFINES WS-MASTER-NAMES.
           03  WS-MASTER-NAME              PIC X(12) OCCURS 17 TIMES.
       01  WS-MASTER-PATHS.
           05  FILLER                      PIC X(40)
               VALUE "records\high_scores.txt".
               VALUE "records\suspense.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\games.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\tournaments.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\tourn_entrants.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\tourn_board.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinets.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinet_games.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\hs_audit.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinet_gaps.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\nightly_runlog.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\suspense_hist.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\gen_log.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\submit_hist.txt".
           05  FILLER                      PIC X(40)
               VALUE "records\standings.txt".
       01  WS-MASTER-PATH-TABLE REDEFINES WS-MASTER-PATHS.
           03  WS-MASTER-PATH              PIC X(40) OCCURS 17 TIMES.
       01  WS-MASTER-BASES.
           05  FILLER                      PIC X(40)
               VALUE "records\high_scores".
               VALUE "records\suspense".
           05  FILLER                      PIC X(40)
               VALUE "records\games".
           05  FILLER                      PIC X(40)
               VALUE "records\tournaments".
           05  FILLER                      PIC X(40)
               VALUE "records\tourn_entrants".
           05  FILLER                      PIC X(40)
               VALUE "records\tourn_board".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinets".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinet_games".
           05  FILLER                      PIC X(40)
               VALUE "records\hs_audit".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinet_gaps".
           05  FILLER                      PIC X(40)
               VALUE "records\nightly_runlog".
           05  FILLER                      PIC X(40)
               VALUE "records\suspense_hist".
           05  FILLER                      PIC X(40)
               VALUE "records\gen_log".
           05  FILLER                      PIC X(40)
               VALUE "records\submit_hist".
           05  FILLER                      PIC X(40)
               VALUE "records\standings".
       01  WS-MASTER-BASE-TABLE REDEFINES WS-MASTER-BASES.
           03  WS-MASTER-BASE              PIC X(40) OCCURS 17 TIMES.

       01  WS-GEN-DIGIT                    PIC 9(01) VALUE 0.
       01  WS-GEN-PATH                     PIC X(40).
                    OR GEN-IN-LINE(32:10) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 6
                 IF GEN-IN-LINE(1:8) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(9:10) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(19:36) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 7
                 IF GEN-IN-LINE(1:8) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(9:10) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(19:8) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 8
                 IF GEN-IN-LINE(1:8) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(9:10) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(19:24) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 9
                 IF GEN-IN-LINE(1:4) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(45:1) IS EQUAL TO SPACE
                    OR GEN-IN-LINE(46:8) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 10
                 IF GEN-IN-LINE(1:4) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(5:10) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(15:8) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 11
                 IF GEN-IN-LINE(1:14) IS NOT NUMERIC
                    OR GEN-IN-LINE(15:8) IS EQUAL TO SPACES
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 12
                 IF (GEN-IN-LINE(1:1) IS NOT EQUAL TO "O"
                    AND GEN-IN-LINE(1:1) IS NOT EQUAL TO "R")
                    OR GEN-IN-LINE(2:4) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(6:20) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 13
                 IF GEN-IN-LINE(1:9) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(18:14) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 14
                 IF GEN-IN-LINE(1:14) IS NOT NUMERIC
                    OR (GEN-IN-LINE(15:1) IS NOT EQUAL TO "R"
                    AND GEN-IN-LINE(15:1) IS NOT EQUAL TO "Z")
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 15
                 IF GEN-IN-LINE(1:12) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(13:20) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 16
                 IF GEN-IN-LINE(1:14) IS NOT NUMERIC
                    OR GEN-IN-LINE(17:4) IS EQUAL TO SPACES
                    SET WS-ROW-BAD TO TRUE
                 END-IF
              WHEN 17
                 IF GEN-IN-LINE(1:10) IS EQUAL TO SPACES
                    OR GEN-IN-LINE(11:14) IS NOT NUMERIC
                    SET WS-ROW-BAD TO TRUE
                 END-IF
           END-EVALUATE.

       0180-CLEAR-SELECTFILE.
