      * This program moves aged rows out of the files that are only
      * ever appended to - the audit trail, the season archive, the
      * generation log, the resolved cabinet gaps, the nightly run
      * log, the suspense history and the submission history - into
      * yearly history files, so the programs that read them end to
      * end every night stop slowing down week by week.  It is run
      * on demand (monthly), outside the nightly chain.
      *
      * MODIFICATION HISTORY
      *   Initial version: retention_policy.txt gives a keep period
      *   in months per file id (HSAUDIT, ARCHIVE, GENLOG, CABGAPS,
      *   RUNLOG, SUSPHIST); a file with no policy line or a zero
      *   period is left alone.  Rows dated before the first day of
      *   the month that many months back are appended to
      *   <file>_<year>.txt by the year of their own date, behind a
      *   "*HDR" header line (PURGHREC) carrying the row count and
      *   the file's totals for the year, and the file is rewritten
      *   without them after a generation roll (.g1-.g3, logged on
      *   gen_log.txt) like every other master.  What the remaining
      *   programs still need from the moved rows is left behind:
      *   - hs_audit.txt gets one CARRYFWD line per player and game
      *     counting the PROMOTED, EVICTED and DUPDROP lines moved,
      *     with the best score promoted (folded into the next
      *     purge's line in turn), so CAREERST's tallies and
      *     NOTIFYQ's personal-best history are unchanged;
      *   - season_archive.txt is aged a whole season board (season
      *     and game) at a time, once its latest row is past the
      *     cutoff, and keeps the board's winning row, so CAREERST's
      *     seasons-won count is unchanged; a winning row already
      *     on its year's history file is not written there again;
      *   - cabinet_gaps.txt only ever gives up resolved ("R") rows;
      *   - nightly_runlog.txt only gives up rows up to the last
      *     CYCLE COMPLETE line before the cutoff, so NIGHTRUN's
      *     restart state is untouched;
      *   - gen_log.txt keeps the three latest rolls of every master
      *     whatever their age, since they describe the generation
      *     copies still on disk.
      *   purge_report.txt shows per file the rows read, kept, moved
      *   and carried forward, and per history file the rows and
      *   totals added.
      *   Cover submit_hist.txt (SUBMHIST) as well, aged by the date
      *   of the COLLECT run that read each row, with the merged and
      *   parked rows counted on its yearly header.  ANOMCHK reads
      *   the rows still on the file for each player's previous best
      *   and each cabinet's usual volume, so its keep period should
      *   stay long enough to cover both.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL POLICYFILE
           ASSIGN TO "records\retention_policy.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RP-STATUS.

       SELECT OPTIONAL MASTERFILE ASSIGN TO DYNAMIC WS-MASTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MF-STATUS.

       SELECT KEEPFILE ASSIGN TO "records\retain_keep.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGEDFILE ASSIGN TO "records\retain_aged.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL YEARFILE ASSIGN TO DYNAMIC WS-YEAR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YF-STATUS.

       SELECT YEARWORKFILE ASSIGN TO "records\retain_year.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GENINFILE ASSIGN TO DYNAMIC WS-GEN-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GEN-IN-STATUS.

       SELECT GENOUTFILE ASSIGN TO DYNAMIC WS-GEN-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL GENLOGFILE ASSIGN TO "records\gen_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORTFILE ASSIGN TO "records\purge_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD POLICYFILE.
       01  POLICY-LINE.
           05  RP-FILE-ID                  PIC X(12).
           05  RP-KEEP-MONTHS              PIC X(03).

       FD MASTERFILE.
       01  MASTER-LINE                     PIC X(120).

       FD KEEPFILE.
       01  KEEP-LINE                       PIC X(120).

       FD AGEDFILE.
       01  AGED-LINE.
           05  AG-YEAR                     PIC 9(04).
           05  AG-FLAG                     PIC X(01).
               88  AG-SEASON-WINNER        VALUE "W".
           05  AG-ROW                      PIC X(120).

       FD YEARFILE.
       01  YEAR-LINE                       PIC X(120).
       COPY PURGHREC REPLACING ==RECNAME== BY ==YEARHEADER==.

       FD YEARWORKFILE.
       01  YEAR-WORK-LINE                  PIC X(120).

       FD GENINFILE.
       01  GEN-IN-LINE                     PIC X(120).

       FD GENOUTFILE.
       01  GEN-OUT-LINE                    PIC X(120).

       FD GENLOGFILE.
       COPY GENLREC REPLACING ==RECNAME== BY ==GENLOGLINE==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-RP-STATUS                    PIC XX.
       01  WS-MF-STATUS                    PIC XX.
       01  WS-YF-STATUS                    PIC XX.
       01  WS-GEN-IN-STATUS                PIC XX.

       01  WS-MASTER-PATH                  PIC X(40).
       01  WS-YEAR-PATH                    PIC X(40).
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
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-MONTH                PIC 9(06).
           05  FILLER                      PIC 9(02).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

      * The files covered, in the order they are purged.  gen_log.txt
      * comes last so the log lines written by the other files'
      * generation rolls are on it before it is read.
       01  WS-FILE-MAX                     PIC 9(04) VALUE 7.
       01  WS-FILE-IDS.
           05  FILLER                      PIC X(12) VALUE "HSAUDIT".
           05  FILLER                      PIC X(12) VALUE "ARCHIVE".
           05  FILLER                      PIC X(12) VALUE "CABGAPS".
           05  FILLER                      PIC X(12) VALUE "RUNLOG".
           05  FILLER                      PIC X(12) VALUE "SUSPHIST".
           05  FILLER                      PIC X(12) VALUE "SUBMHIST".
           05  FILLER                      PIC X(12) VALUE "GENLOG".
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-IDS.
           03  WS-FILE-ID                  PIC X(12) OCCURS 7 TIMES.
       01  WS-FILE-BASES.
           05  FILLER                      PIC X(40)
               VALUE "records\hs_audit".
           05  FILLER                      PIC X(40)
               VALUE "records\season_archive".
           05  FILLER                      PIC X(40)
               VALUE "records\cabinet_gaps".
           05  FILLER                      PIC X(40)
               VALUE "records\nightly_runlog".
           05  FILLER                      PIC X(40)
               VALUE "records\suspense_hist".
           05  FILLER                      PIC X(40)
               VALUE "records\submit_hist".
           05  FILLER                      PIC X(40)
               VALUE "records\gen_log".
       01  WS-FILE-BASE-TABLE REDEFINES WS-FILE-BASES.
           03  WS-FILE-BASE                PIC X(40) OCCURS 7 TIMES.
      * The names of the three totals kept on each file's yearly
      * header, in WS-FILE-ID order.
       01  WS-TOTAL-NAMES.
           05  FILLER                      PIC X(24)
               VALUE "PROMOTEDEVICTED DUPDROP ".
           05  FILLER                      PIC X(24)
               VALUE "BOARDS                  ".
           05  FILLER                      PIC X(24)
               VALUE "MISSED                  ".
           05  FILLER                      PIC X(24)
               VALUE "CYCLES  STEPS           ".
           05  FILLER                      PIC X(24)
               VALUE "RESUBMITDISCARD         ".
           05  FILLER                      PIC X(24)
               VALUE "MERGED  PARKED          ".
           05  FILLER                      PIC X(24)
               VALUE "COPIED                  ".
       01  WS-TOTAL-NAME-TABLE REDEFINES WS-TOTAL-NAMES.
           03  WS-TOTAL-FILE               OCCURS 7 TIMES.
               05  WS-TOTAL-NAME           PIC X(08) OCCURS 3 TIMES.
       01  WS-KEEP-TABLE.
           03  WS-KEEP-MONTHS              PIC 9(03) OCCURS 7 TIMES.

       01  WS-CUTOFF-DATE                  PIC 9(08) VALUE 0.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-MONTH             PIC 9(06).
           05  WS-CUTOFF-DAY               PIC 9(02).
       01  WS-MONTH-WORK                   PIC 9(06).
       01  WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
           05  WS-MW-YEAR                  PIC 9(04).
           05  WS-MW-MONTH                 PIC 9(02).

      * Counts for the file being purged.
       01  WS-ROWS-IN                      PIC 9(08) VALUE 0.
       01  WS-ROWS-KEPT                    PIC 9(08) VALUE 0.
       01  WS-ROWS-AGED                    PIC 9(08) VALUE 0.
       01  WS-ROWS-MOVED                   PIC 9(08) VALUE 0.
       01  WS-ROWS-CARRIED                 PIC 9(08) VALUE 0.
       01  WS-ROW-NO                       PIC 9(08) VALUE 0.
       01  WS-ROW-ACTION                   PIC X(01).
           88  WS-ROW-KEEP                 VALUE "K".
           88  WS-ROW-MOVE                 VALUE "A".
           88  WS-ROW-MOVE-AND-KEEP        VALUE "C".
           88  WS-ROW-FOLDED               VALUE "F".
       01  WS-ROW-YEAR                     PIC 9(04) VALUE 0.
       01  WS-LAST-YEAR                    PIC 9(04) VALUE 0.
       01  WS-REFUSED-SW                   PIC X VALUE "N".
           88  WS-PURGE-REFUSED            VALUE "Y".
       01  WS-REFUSED-WHY                  PIC X(40).
       01  WS-FILES-PURGED                 PIC 9(04) VALUE 0.
       01  WS-EOF-MF-SW                    PIC X VALUE "N".
           88  WS-EOF-MF                   VALUE "Y".
       01  WS-EOF-AG-SW                    PIC X VALUE "N".
           88  WS-EOF-AG                   VALUE "Y".
       01  WS-EOF-YF-SW                    PIC X VALUE "N".
           88  WS-EOF-YF                   VALUE "Y".
       01  WS-EOF-YW-SW                    PIC X VALUE "N".
           88  WS-EOF-YW                   VALUE "Y".
       01  WS-EOF-RP-SW                    PIC X VALUE "N".
           88  WS-EOF-RP                   VALUE "Y".
       01  WS-SKIP-ROW-SW                  PIC X VALUE "N".
           88  WS-SKIP-ROW                 VALUE "Y".

      * The years the aged rows of the file fall in, with the rows
      * and totals each one adds to its history file.
       01  WS-YR-MAX                       PIC 9(04) VALUE 50.
       01  WS-YR-COUNT                     PIC 9(04) VALUE 0.
       01  WS-YR-TABLE.
           03  WS-YR-ENTRY                 OCCURS 50 TIMES.
               05  WS-YR-YEAR              PIC 9(04).
               05  WS-YR-NEW-ROWS          PIC 9(08).
               05  WS-YR-ALL-ROWS          PIC 9(08).
               05  WS-YR-NEW-TOTAL         PIC 9(08) OCCURS 3 TIMES.
       01  WS-YR-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-OLD-TOTAL-TABLE.
           03  WS-OLD-TOTAL                PIC 9(08) OCCURS 3 TIMES.
       01  WS-OLD-ROWS                     PIC 9(08) VALUE 0.

      * Audit trail: one carry-forward entry per player and game.
       01  WS-CF-MAX                       PIC 9(04) VALUE 5000.
       01  WS-CF-COUNT                     PIC 9(04) VALUE 0.
       01  WS-CF-TABLE.
           03  WS-CF-ENTRY                 OCCURS 5000 TIMES.
               05  WS-CF-PLAYER            PIC X(10).
               05  WS-CF-GAME              PIC X(10).
               05  WS-CF-DATE              PIC 9(08).
               05  WS-CF-BEST              PIC 9(10).
               05  WS-CF-PROMOTED          PIC 9(06).
               05  WS-CF-EVICTED           PIC 9(06).
               05  WS-CF-DUPDROP           PIC 9(06).
       01  WS-CF-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-CF-ADD-PROMOTED              PIC 9(06) VALUE 0.
       01  WS-CF-ADD-EVICTED               PIC 9(06) VALUE 0.
       01  WS-CF-ADD-DUPDROP               PIC 9(06) VALUE 0.
       01  WS-CF-ADD-BEST                  PIC 9(10) VALUE 0.
       01  WS-CF-TOTAL-TABLE.
           03  WS-CF-TOTAL                 PIC 9(08) OCCURS 3 TIMES.

      * Season archive: one entry per season board, with its latest
      * date and the row number of its winning row - the first row
      * holding the top score, as CAREERST picks it.
       01  WS-BD-MAX                       PIC 9(04) VALUE 1000.
       01  WS-BD-COUNT                     PIC 9(04) VALUE 0.
       01  WS-BD-TABLE.
           03  WS-BD-ENTRY                 OCCURS 1000 TIMES.
               05  WS-BD-SEASON            PIC 9(02).
               05  WS-BD-GAME              PIC X(10).
               05  WS-BD-LAST-DATE         PIC 9(08).
               05  WS-BD-WIN-ROW           PIC 9(08).
               05  WS-BD-WIN-SCORE         PIC 9(10).
       01  WS-BD-FOUND-IX                  PIC 9(04) VALUE 0.
      * The winning rows of aged boards, so one already on its
      * year's history file is not added again.
       01  WS-WN-COUNT                     PIC 9(04) VALUE 0.
       01  WS-WN-TABLE.
           03  WS-WN-ENTRY                 OCCURS 1000 TIMES.
               05  WS-WN-YEAR              PIC 9(04).
               05  WS-WN-ON-FILE           PIC X(01).
               05  WS-WN-LINE              PIC X(46).
       01  WS-WN-FOUND-IX                  PIC 9(04) VALUE 0.

      * Run log: the last row that may go, a CYCLE COMPLETE line.
       01  WS-LAST-AGED-ROW                PIC 9(08) VALUE 0.

      * Generation log: rolls on file and seen so far per master.
       01  WS-GM-MAX                       PIC 9(04) VALUE 50.
       01  WS-GM-COUNT                     PIC 9(04) VALUE 0.
       01  WS-GM-TABLE.
           03  WS-GM-ENTRY                 OCCURS 50 TIMES.
               05  WS-GM-NAME              PIC X(12).
               05  WS-GM-ROLLS             PIC 9(06).
               05  WS-GM-SEEN              PIC 9(06).
       01  WS-GM-FOUND-IX                  PIC 9(04) VALUE 0.
       01  WS-GM-KEEP-ROLLS                PIC 9(06) VALUE 3.

       COPY AUDITREC REPLACING ==RECNAME== BY ==WS-AUDIT-WORK==.

       COPY SEASREC REPLACING ==RECNAME==       BY ==WS-AR-WORK==
                              ==FLD-SEASON-NO== BY ==WA-SEASON-NO==
                              ==FLD-PLAYER-ID== BY ==WA-PLAYER-ID==
                              ==FLD-SCORE==     BY ==WA-SCORE==
                              ==FLD-DATE==      BY ==WA-DATE==
                              ==FLD-TIME==      BY ==WA-TIME==
                              ==FLD-GAME-ID==   BY ==WA-GAME-ID==.

       COPY GAPREC REPLACING ==RECNAME== BY ==WS-GAP-WORK==.

       COPY RUNLGREC REPLACING ==RECNAME== BY ==WS-RUNLOG-WORK==.

       COPY SUSHREC REPLACING ==RECNAME== BY ==WS-SUSPHIST-WORK==.

       COPY SUBHREC REPLACING ==RECNAME== BY ==WS-SUBMHIST-WORK==.

       COPY GENLREC REPLACING ==RECNAME==   BY ==WS-GENLOG-WORK==
                              ==GL-MASTER== BY ==WG-MASTER==
                              ==GL-DATE==   BY ==WG-DATE==
                              ==GL-TIME==   BY ==WG-TIME==
                              ==GL-ROWS==   BY ==WG-ROWS==.

       01  WS-REPORT-TITLE.
           05  FILLER                      PIC X(28)
               VALUE "RETENTION PURGE REPORT - RUN".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RT-RUN-DATE                 PIC 9(08).

       01  WS-REPORT-HEADER.
           05  FILLER                      PIC X(36)
               VALUE "FILE         KEEP CUTOFF     ROWS IN".
           05  FILLER                      PIC X(27)
               VALUE "     KEPT    MOVED  CARRIED".

       01  WS-FILE-DETAIL.
           05  FD-FILE-ID                  PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FD-KEEP                     PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FD-CUTOFF                   PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FD-ROWS-IN                  PIC Z(7)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FD-KEPT                     PIC Z(7)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FD-MOVED                    PIC Z(7)9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FD-CARRIED                  PIC Z(7)9.

       01  WS-YEAR-DETAIL.
           05  FILLER                      PIC X(05) VALUE "  TO ".
           05  YD-PATH                     PIC X(40).
           05  FILLER                      PIC X(07) VALUE " ADDED ".
           05  YD-NEW-ROWS                 PIC Z(7)9.
           05  FILLER                      PIC X(04) VALUE " OF ".
           05  YD-ALL-ROWS                 PIC Z(7)9.

       01  WS-TOTALS-DETAIL.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  TD-ENTRY                    OCCURS 3 TIMES.
               10  TD-NAME                 PIC X(08).
               10  FILLER                  PIC X(01).
               10  TD-COUNT                PIC Z(7)9.
               10  FILLER                  PIC X(02).

       01 G    PIC 9(04)                   VALUE 1.
       01 K    PIC 9(04)                   VALUE 1.
       01 L    PIC 9(04)                   VALUE 1.
       01 M    PIC 9(04)                   VALUE 1.
       01 T    PIC 9(04)                   VALUE 1.

       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0060-LOAD-POLICY.
           OPEN OUTPUT REPORTFILE.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-REPORT-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO M.
           PERFORM UNTIL M > WS-FILE-MAX
               PERFORM 0100-PURGE-ONE-FILE
               ADD 1 TO M
           END-PERFORM.
           CLOSE REPORTFILE.
           DISPLAY "RETPURGE: " WS-FILES-PURGED " files purged - "
              "see purge_report.txt".
           PERFORM 0200-STOP-RUN.

       0060-LOAD-POLICY.
           MOVE 1 TO M.
           PERFORM UNTIL M > WS-FILE-MAX
               MOVE 0 TO WS-KEEP-MONTHS(M)
               ADD 1 TO M
           END-PERFORM.
           OPEN INPUT POLICYFILE.
           IF WS-RP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-RP
                  READ POLICYFILE
                  AT END
                     SET WS-EOF-RP TO TRUE
                  END-READ
                  IF NOT WS-EOF-RP
                     AND POLICY-LINE IS NOT EQUAL TO SPACES
                     PERFORM 0065-TAKE-ONE-POLICY
                  END-IF
              END-PERFORM
           ELSE
              DISPLAY "RETPURGE: no retention policy - nothing "
                 "will be purged"
           END-IF.
           CLOSE POLICYFILE.

       0065-TAKE-ONE-POLICY.
           MOVE 0 TO G.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-FILE-MAX OR G > 0
               IF RP-FILE-ID IS EQUAL TO WS-FILE-ID(K)
                  MOVE K TO G
               END-IF
               ADD 1 TO K
           END-PERFORM.
           IF G IS EQUAL TO 0
              DISPLAY "RETPURGE: policy for unknown file "
                 RP-FILE-ID " ignored"
           ELSE
           IF RP-KEEP-MONTHS IS NOT NUMERIC
              DISPLAY "RETPURGE: keep period for " RP-FILE-ID
                 " is not numeric - file not purged"
           ELSE
              MOVE RP-KEEP-MONTHS TO WS-KEEP-MONTHS(G)
           END-IF
           END-IF.

       0100-PURGE-ONE-FILE.
           MOVE 0 TO WS-ROWS-IN.
           MOVE 0 TO WS-ROWS-KEPT.
           MOVE 0 TO WS-ROWS-AGED.
           MOVE 0 TO WS-ROWS-MOVED.
           MOVE 0 TO WS-ROWS-CARRIED.
           MOVE 0 TO WS-CUTOFF-DATE.
           MOVE 0 TO WS-YR-COUNT.
           MOVE 0 TO WS-CF-COUNT.
           MOVE 0 TO WS-BD-COUNT.
           MOVE 0 TO WS-WN-COUNT.
           MOVE 0 TO WS-GM-COUNT.
           MOVE 0 TO WS-LAST-AGED-ROW.
           MOVE "N" TO WS-REFUSED-SW.
           MOVE SPACES TO WS-REFUSED-WHY.
           MOVE SPACES TO WS-MASTER-PATH.
           STRING WS-FILE-BASE(M) DELIMITED BY SPACE
              ".txt" DELIMITED BY SIZE
              INTO WS-MASTER-PATH.
           IF WS-KEEP-MONTHS(M) IS EQUAL TO 0
              PERFORM 0180-REPORT-FILE
              MOVE "  NO KEEP PERIOD SET - NOT PURGED" TO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              PERFORM 0105-SET-CUTOFF
              PERFORM 0110-PRE-PASS
              IF NOT WS-PURGE-REFUSED
                 PERFORM 0120-SPLIT-MASTER
              END-IF
              IF NOT WS-PURGE-REFUSED
                 AND WS-ROWS-AGED > 0
                 PERFORM 0140-WRITE-YEAR-FILES
                 IF WS-ROWS-AGED > WS-ROWS-CARRIED
                    OR M IS EQUAL TO 1
                    PERFORM 0150-REWRITE-MASTER
                    ADD 1 TO WS-FILES-PURGED
                 END-IF
              END-IF
              PERFORM 0180-REPORT-FILE
              IF WS-PURGE-REFUSED
                 MOVE SPACES TO REPORT-LINE
                 STRING "  ** NOT PURGED - " DELIMITED BY SIZE
                    WS-REFUSED-WHY DELIMITED BY SIZE
                    INTO REPORT-LINE
                 WRITE REPORT-LINE
                 DISPLAY "RETPURGE: " WS-FILE-ID(M) " not purged - "
                    WS-REFUSED-WHY
              ELSE
              IF WS-ROWS-AGED IS EQUAL TO 0
                 MOVE "  NOTHING OLDER THAN THE CUTOFF" TO REPORT-LINE
                 WRITE REPORT-LINE
              ELSE
                 PERFORM 0185-REPORT-YEARS
              END-IF
              END-IF
           END-IF.

      * Rows dated before the first day of the month WS-KEEP-MONTHS
      * back from the run month are aged.
       0105-SET-CUTOFF.
           MOVE WS-RUN-MONTH TO WS-MONTH-WORK.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-KEEP-MONTHS(M)
               IF WS-MW-MONTH IS EQUAL TO 1
                  SUBTRACT 1 FROM WS-MW-YEAR
                  MOVE 12 TO WS-MW-MONTH
               ELSE
                  SUBTRACT 1 FROM WS-MW-MONTH
               END-IF
               ADD 1 TO K
           END-PERFORM.
           MOVE WS-MONTH-WORK TO WS-CUTOFF-MONTH.
           MOVE 01 TO WS-CUTOFF-DAY.
           MOVE WS-MW-YEAR TO WS-LAST-YEAR.

      * The season archive, run log and generation log need a look
      * at the whole file before any row can be judged.
       0110-PRE-PASS.
           IF M IS EQUAL TO 2
              OR M IS EQUAL TO 4
              OR M IS EQUAL TO 7
              MOVE 0 TO WS-ROW-NO
              MOVE "N" TO WS-EOF-MF-SW
              OPEN INPUT MASTERFILE
              IF WS-MF-STATUS IS EQUAL TO "00"
                 PERFORM UNTIL WS-EOF-MF OR WS-PURGE-REFUSED
                     READ MASTERFILE
                     AT END
                        SET WS-EOF-MF TO TRUE
                     END-READ
                     IF NOT WS-EOF-MF
                        ADD 1 TO WS-ROW-NO
                        EVALUATE M
                           WHEN 2
                              PERFORM 0112-NOTE-SEASON-BOARD
                           WHEN 4
                              PERFORM 0114-NOTE-CYCLE-END
                           WHEN 7
                              PERFORM 0116-NOTE-GEN-ROLL
                        END-EVALUATE
                     END-IF
                 END-PERFORM
              END-IF
              CLOSE MASTERFILE
           END-IF.

       0112-NOTE-SEASON-BOARD.
           MOVE MASTER-LINE TO WS-AR-WORK.
           PERFORM 0113-FIND-SEASON-BOARD.
           IF WS-BD-FOUND-IX IS EQUAL TO 0
              IF WS-BD-COUNT < WS-BD-MAX
                 ADD 1 TO WS-BD-COUNT
                 MOVE WS-BD-COUNT TO WS-BD-FOUND-IX
                 MOVE WA-SEASON-NO TO WS-BD-SEASON(WS-BD-COUNT)
                 MOVE WA-GAME-ID TO WS-BD-GAME(WS-BD-COUNT)
                 MOVE 0 TO WS-BD-LAST-DATE(WS-BD-COUNT)
                 MOVE 0 TO WS-BD-WIN-ROW(WS-BD-COUNT)
                 MOVE 0 TO WS-BD-WIN-SCORE(WS-BD-COUNT)
              ELSE
                 SET WS-PURGE-REFUSED TO TRUE
                 MOVE "TOO MANY SEASON BOARDS" TO WS-REFUSED-WHY
              END-IF
           END-IF.
           IF WS-BD-FOUND-IX > 0
              IF WA-DATE IS NUMERIC
                 AND WA-DATE > WS-BD-LAST-DATE(WS-BD-FOUND-IX)
                 MOVE WA-DATE TO WS-BD-LAST-DATE(WS-BD-FOUND-IX)
              END-IF
              IF WA-SCORE IS NUMERIC
                 AND WA-SEASON-NO IS NUMERIC
                 AND WA-PLAYER-ID IS NOT EQUAL TO SPACES
                 IF WS-BD-WIN-ROW(WS-BD-FOUND-IX) IS EQUAL TO 0
                    OR WA-SCORE > WS-BD-WIN-SCORE(WS-BD-FOUND-IX)
                    MOVE WS-ROW-NO TO WS-BD-WIN-ROW(WS-BD-FOUND-IX)
                    MOVE WA-SCORE TO WS-BD-WIN-SCORE(WS-BD-FOUND-IX)
                 END-IF
              END-IF
           END-IF.

       0113-FIND-SEASON-BOARD.
           MOVE 0 TO WS-BD-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-BD-COUNT OR WS-BD-FOUND-IX > 0
               IF WA-SEASON-NO IS EQUAL TO WS-BD-SEASON(L)
                  AND WA-GAME-ID IS EQUAL TO WS-BD-GAME(L)
                  MOVE L TO WS-BD-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0114-NOTE-CYCLE-END.
           MOVE MASTER-LINE TO WS-RUNLOG-WORK.
           IF RL-STEP IS EQUAL TO "CYCLE"
              AND RL-COMPLETE
              AND RL-DATE IS NUMERIC
              AND RL-DATE < WS-CUTOFF-DATE
              MOVE WS-ROW-NO TO WS-LAST-AGED-ROW
           END-IF.

       0116-NOTE-GEN-ROLL.
           MOVE MASTER-LINE TO WS-GENLOG-WORK.
           PERFORM 0117-FIND-GEN-MASTER.
           IF WS-GM-FOUND-IX IS EQUAL TO 0
              IF WS-GM-COUNT < WS-GM-MAX
                 ADD 1 TO WS-GM-COUNT
                 MOVE WS-GM-COUNT TO WS-GM-FOUND-IX
                 MOVE WG-MASTER TO WS-GM-NAME(WS-GM-COUNT)
                 MOVE 0 TO WS-GM-ROLLS(WS-GM-COUNT)
                 MOVE 0 TO WS-GM-SEEN(WS-GM-COUNT)
              ELSE
                 SET WS-PURGE-REFUSED TO TRUE
                 MOVE "TOO MANY MASTERS ON THE LOG" TO WS-REFUSED-WHY
              END-IF
           END-IF.
           IF WS-GM-FOUND-IX > 0
              ADD 1 TO WS-GM-ROLLS(WS-GM-FOUND-IX)
           END-IF.

       0117-FIND-GEN-MASTER.
           MOVE 0 TO WS-GM-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-GM-COUNT OR WS-GM-FOUND-IX > 0
               IF WG-MASTER IS EQUAL TO WS-GM-NAME(L)
                  MOVE L TO WS-GM-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

      * Reads the file once, sending each row to retain_keep.txt,
      * to retain_aged.txt (tagged with its year), to both, or -
      * for an earlier CARRYFWD line - into the carry-forward table.
       0120-SPLIT-MASTER.
           MOVE 0 TO WS-ROW-NO.
           MOVE "N" TO WS-EOF-MF-SW.
           OPEN INPUT MASTERFILE.
           OPEN OUTPUT KEEPFILE.
           OPEN OUTPUT AGEDFILE.
           IF WS-MF-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-MF OR WS-PURGE-REFUSED
                  READ MASTERFILE
                  AT END
                     SET WS-EOF-MF TO TRUE
                  END-READ
                  IF NOT WS-EOF-MF
                     ADD 1 TO WS-ROW-NO
                     ADD 1 TO WS-ROWS-IN
                     MOVE "K" TO WS-ROW-ACTION
                     MOVE WS-LAST-YEAR TO WS-ROW-YEAR
                     EVALUATE M
                        WHEN 1
                           PERFORM 0122-JUDGE-AUDIT-ROW
                        WHEN 2
                           PERFORM 0124-JUDGE-ARCHIVE-ROW
                        WHEN 3
                           PERFORM 0126-JUDGE-GAP-ROW
                        WHEN 4
                           PERFORM 0127-JUDGE-RUNLOG-ROW
                        WHEN 5
                           PERFORM 0128-JUDGE-SUSPHIST-ROW
                        WHEN 6
                           PERFORM 0125-JUDGE-SUBMHIST-ROW
                        WHEN 7
                           PERFORM 0129-JUDGE-GENLOG-ROW
                     END-EVALUATE
                     PERFORM 0135-ROUTE-ROW
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE AGEDFILE.
           CLOSE KEEPFILE.
           CLOSE MASTERFILE.
           IF M IS EQUAL TO 1
              MOVE WS-CF-COUNT TO WS-ROWS-CARRIED
           END-IF.

       0122-JUDGE-AUDIT-ROW.
           MOVE MASTER-LINE TO WS-AUDIT-WORK.
           IF AUDIT-CARRYFWD
              MOVE "F" TO WS-ROW-ACTION
              IF AUD-CARRY-COUNTS IS NUMERIC
                 MOVE AUD-CARRY-PROMOTED TO WS-CF-ADD-PROMOTED
                 MOVE AUD-CARRY-EVICTED TO WS-CF-ADD-EVICTED
                 MOVE AUD-CARRY-DUPDROP TO WS-CF-ADD-DUPDROP
              ELSE
                 MOVE 0 TO WS-CF-ADD-PROMOTED
                 MOVE 0 TO WS-CF-ADD-EVICTED
                 MOVE 0 TO WS-CF-ADD-DUPDROP
              END-IF
              IF AUD-SCORE IS NUMERIC
                 MOVE AUD-SCORE TO WS-CF-ADD-BEST
              ELSE
                 MOVE 0 TO WS-CF-ADD-BEST
              END-IF
              PERFORM 0130-FOLD-CARRY-FORWARD
           ELSE
           IF AUD-DATE IS NUMERIC
              AND AUD-DATE < WS-CUTOFF-DATE
              MOVE "A" TO WS-ROW-ACTION
              MOVE AUD-DATE(1:4) TO WS-ROW-YEAR
              MOVE 0 TO WS-CF-ADD-PROMOTED
              MOVE 0 TO WS-CF-ADD-EVICTED
              MOVE 0 TO WS-CF-ADD-DUPDROP
              MOVE 0 TO WS-CF-ADD-BEST
              IF AUDIT-PROMOTED
                 MOVE 1 TO WS-CF-ADD-PROMOTED
                 IF AUD-SCORE IS NUMERIC
                    MOVE AUD-SCORE TO WS-CF-ADD-BEST
                 END-IF
              END-IF
              IF AUDIT-EVICTED
                 MOVE 1 TO WS-CF-ADD-EVICTED
              END-IF
              IF AUDIT-DUPDROP
                 MOVE 1 TO WS-CF-ADD-DUPDROP
              END-IF
              IF AUDIT-PROMOTED OR AUDIT-EVICTED OR AUDIT-DUPDROP
                 PERFORM 0130-FOLD-CARRY-FORWARD
              END-IF
           END-IF
           END-IF.

      * A board is aged as a whole once its latest row is before the
      * cutoff; its winning row stays behind on the archive.
       0124-JUDGE-ARCHIVE-ROW.
           MOVE MASTER-LINE TO WS-AR-WORK.
           PERFORM 0113-FIND-SEASON-BOARD.
           IF WS-BD-FOUND-IX > 0
              IF WS-BD-LAST-DATE(WS-BD-FOUND-IX) > 0
                 AND WS-BD-LAST-DATE(WS-BD-FOUND-IX) < WS-CUTOFF-DATE
                 IF WA-DATE IS NUMERIC
                    MOVE WA-DATE(1:4) TO WS-ROW-YEAR
                 ELSE
                    MOVE WS-BD-LAST-DATE(WS-BD-FOUND-IX)(1:4)
                       TO WS-ROW-YEAR
                 END-IF
                 IF WS-ROW-NO IS EQUAL TO
                    WS-BD-WIN-ROW(WS-BD-FOUND-IX)
                    MOVE "C" TO WS-ROW-ACTION
                    ADD 1 TO WS-WN-COUNT
                    MOVE WS-ROW-YEAR TO WS-WN-YEAR(WS-WN-COUNT)
                    MOVE "N" TO WS-WN-ON-FILE(WS-WN-COUNT)
                    MOVE MASTER-LINE TO WS-WN-LINE(WS-WN-COUNT)
                 ELSE
                    MOVE "A" TO WS-ROW-ACTION
                 END-IF
              END-IF
           END-IF.

       0125-JUDGE-SUBMHIST-ROW.
           MOVE MASTER-LINE TO WS-SUBMHIST-WORK.
           IF SB-COLLECT-DATE IS NUMERIC
              AND SB-COLLECT-DATE < WS-CUTOFF-DATE
              MOVE "A" TO WS-ROW-ACTION
              MOVE SB-COLLECT-DATE(1:4) TO WS-ROW-YEAR
           END-IF.

       0126-JUDGE-GAP-ROW.
           MOVE MASTER-LINE TO WS-GAP-WORK.
           IF GAP-RESOLVED
              AND GP-RUN-DATE IS NUMERIC
              AND GP-RUN-DATE < WS-CUTOFF-DATE
              MOVE "A" TO WS-ROW-ACTION
              MOVE GP-RUN-DATE(1:4) TO WS-ROW-YEAR
           END-IF.

       0127-JUDGE-RUNLOG-ROW.
           MOVE MASTER-LINE TO WS-RUNLOG-WORK.
           IF WS-ROW-NO NOT > WS-LAST-AGED-ROW
              MOVE "A" TO WS-ROW-ACTION
              IF RL-DATE IS NUMERIC
                 MOVE RL-DATE(1:4) TO WS-ROW-YEAR
                 MOVE RL-DATE(1:4) TO WS-LAST-YEAR
              END-IF
           END-IF.

       0128-JUDGE-SUSPHIST-ROW.
           MOVE MASTER-LINE TO WS-SUSPHIST-WORK.
           IF SH-DATE IS NUMERIC
              AND SH-DATE < WS-CUTOFF-DATE
              MOVE "A" TO WS-ROW-ACTION
              MOVE SH-DATE(1:4) TO WS-ROW-YEAR
           END-IF.

       0129-JUDGE-GENLOG-ROW.
           MOVE MASTER-LINE TO WS-GENLOG-WORK.
           PERFORM 0117-FIND-GEN-MASTER.
           IF WS-GM-FOUND-IX > 0
              ADD 1 TO WS-GM-SEEN(WS-GM-FOUND-IX)
              IF WG-DATE IS NUMERIC
                 AND WG-DATE < WS-CUTOFF-DATE
                 AND WS-GM-SEEN(WS-GM-FOUND-IX) + WS-GM-KEEP-ROLLS
                    NOT > WS-GM-ROLLS(WS-GM-FOUND-IX)
                 MOVE "A" TO WS-ROW-ACTION
                 MOVE WG-DATE(1:4) TO WS-ROW-YEAR
              END-IF
           END-IF.

       0130-FOLD-CARRY-FORWARD.
           MOVE 0 TO WS-CF-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-CF-COUNT OR WS-CF-FOUND-IX > 0
               IF AUD-PLAYER-ID IS EQUAL TO WS-CF-PLAYER(L)
                  AND AUD-GAME-ID IS EQUAL TO WS-CF-GAME(L)
                  MOVE L TO WS-CF-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-CF-FOUND-IX IS EQUAL TO 0
              IF WS-CF-COUNT < WS-CF-MAX
                 ADD 1 TO WS-CF-COUNT
                 MOVE WS-CF-COUNT TO WS-CF-FOUND-IX
                 MOVE AUD-PLAYER-ID TO WS-CF-PLAYER(WS-CF-COUNT)
                 MOVE AUD-GAME-ID TO WS-CF-GAME(WS-CF-COUNT)
                 MOVE 0 TO WS-CF-DATE(WS-CF-COUNT)
                 MOVE 0 TO WS-CF-BEST(WS-CF-COUNT)
                 MOVE 0 TO WS-CF-PROMOTED(WS-CF-COUNT)
                 MOVE 0 TO WS-CF-EVICTED(WS-CF-COUNT)
                 MOVE 0 TO WS-CF-DUPDROP(WS-CF-COUNT)
              ELSE
                 SET WS-PURGE-REFUSED TO TRUE
                 MOVE "TOO MANY PLAYER/GAME PAIRS TO CARRY"
                    TO WS-REFUSED-WHY
              END-IF
           END-IF.
           IF WS-CF-FOUND-IX > 0
              ADD WS-CF-ADD-PROMOTED TO WS-CF-PROMOTED(WS-CF-FOUND-IX)
              ADD WS-CF-ADD-EVICTED TO WS-CF-EVICTED(WS-CF-FOUND-IX)
              ADD WS-CF-ADD-DUPDROP TO WS-CF-DUPDROP(WS-CF-FOUND-IX)
              IF WS-CF-ADD-BEST > WS-CF-BEST(WS-CF-FOUND-IX)
                 MOVE WS-CF-ADD-BEST TO WS-CF-BEST(WS-CF-FOUND-IX)
              END-IF
              IF AUD-DATE IS NUMERIC
                 AND AUD-DATE > WS-CF-DATE(WS-CF-FOUND-IX)
                 MOVE AUD-DATE TO WS-CF-DATE(WS-CF-FOUND-IX)
              END-IF
           END-IF.

       0135-ROUTE-ROW.
           IF WS-ROW-KEEP OR WS-ROW-MOVE-AND-KEEP
              MOVE MASTER-LINE TO KEEP-LINE
              WRITE KEEP-LINE
           END-IF.
           IF WS-ROW-KEEP
              ADD 1 TO WS-ROWS-KEPT
           END-IF.
           IF WS-ROW-MOVE-AND-KEEP
              ADD 1 TO WS-ROWS-CARRIED
           END-IF.
           IF WS-ROW-MOVE OR WS-ROW-MOVE-AND-KEEP
              ADD 1 TO WS-ROWS-AGED
              MOVE WS-ROW-YEAR TO AG-YEAR
              IF WS-ROW-MOVE-AND-KEEP
                 MOVE "W" TO AG-FLAG
              ELSE
                 MOVE SPACE TO AG-FLAG
              END-IF
              MOVE MASTER-LINE TO AG-ROW
              WRITE AGED-LINE
              PERFORM 0137-NOTE-YEAR
           END-IF.

       0137-NOTE-YEAR.
           MOVE 0 TO WS-YR-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-YR-COUNT OR WS-YR-FOUND-IX > 0
               IF WS-ROW-YEAR IS EQUAL TO WS-YR-YEAR(L)
                  MOVE L TO WS-YR-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-YR-FOUND-IX IS EQUAL TO 0
              IF WS-YR-COUNT < WS-YR-MAX
                 ADD 1 TO WS-YR-COUNT
                 MOVE WS-ROW-YEAR TO WS-YR-YEAR(WS-YR-COUNT)
                 MOVE 0 TO WS-YR-NEW-ROWS(WS-YR-COUNT)
                 MOVE 0 TO WS-YR-ALL-ROWS(WS-YR-COUNT)
                 MOVE 1 TO T
                 PERFORM UNTIL T > 3
                     MOVE 0 TO WS-YR-NEW-TOTAL(WS-YR-COUNT, T)
                     ADD 1 TO T
                 END-PERFORM
              ELSE
                 SET WS-PURGE-REFUSED TO TRUE
                 MOVE "AGED ROWS SPAN TOO MANY YEARS"
                    TO WS-REFUSED-WHY
              END-IF
           END-IF.

      * Each year's history file is rebuilt through retain_year.txt:
      * the rows already on it, then the newly aged rows, under a
      * header whose counts cover both.
       0140-WRITE-YEAR-FILES.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-YR-COUNT
               MOVE SPACES TO WS-YEAR-PATH
               STRING WS-FILE-BASE(M) DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-YR-YEAR(G) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-YEAR-PATH
               OPEN OUTPUT YEARWORKFILE
               PERFORM 0142-COPY-OLD-YEAR-ROWS
               PERFORM 0144-ADD-NEW-YEAR-ROWS
               CLOSE YEARWORKFILE
               IF WS-YR-NEW-ROWS(G) > 0
                  PERFORM 0148-WRITE-ONE-YEAR-FILE
               END-IF
               ADD 1 TO G
           END-PERFORM.

       0142-COPY-OLD-YEAR-ROWS.
           MOVE 0 TO WS-OLD-ROWS.
           MOVE 1 TO T.
           PERFORM UNTIL T > 3
               MOVE 0 TO WS-OLD-TOTAL(T)
               ADD 1 TO T
           END-PERFORM.
           MOVE "N" TO WS-EOF-YF-SW.
           OPEN INPUT YEARFILE.
           IF WS-YF-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-YF
                  READ YEARFILE
                  AT END
                     SET WS-EOF-YF TO TRUE
                  END-READ
                  IF NOT WS-EOF-YF
                     IF PH-IS-HEADER
                        MOVE 1 TO T
                        PERFORM UNTIL T > 3
                            IF PH-TOTAL-COUNT(T) IS NUMERIC
                               MOVE PH-TOTAL-COUNT(T) TO
                                  WS-OLD-TOTAL(T)
                            END-IF
                            ADD 1 TO T
                        END-PERFORM
                     ELSE
                        ADD 1 TO WS-OLD-ROWS
                        MOVE YEAR-LINE TO YEAR-WORK-LINE
                        WRITE YEAR-WORK-LINE
                        IF M IS EQUAL TO 2
                           PERFORM 0143-MARK-WINNER-ON-FILE
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE YEARFILE.

       0143-MARK-WINNER-ON-FILE.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-WN-COUNT
               IF WS-WN-YEAR(L) IS EQUAL TO WS-YR-YEAR(G)
                  AND WS-WN-LINE(L) IS EQUAL TO YEAR-LINE
                  MOVE "Y" TO WS-WN-ON-FILE(L)
               END-IF
               ADD 1 TO L
           END-PERFORM.

       0144-ADD-NEW-YEAR-ROWS.
           MOVE "N" TO WS-EOF-AG-SW.
           OPEN INPUT AGEDFILE.
           PERFORM UNTIL WS-EOF-AG
               READ AGEDFILE
               AT END
                  SET WS-EOF-AG TO TRUE
               END-READ
               IF NOT WS-EOF-AG
                  AND AG-YEAR IS EQUAL TO WS-YR-YEAR(G)
                  MOVE "N" TO WS-SKIP-ROW-SW
                  IF AG-SEASON-WINNER
                     PERFORM 0145-FIND-WINNER
                     IF WS-WN-FOUND-IX > 0
                        AND WS-WN-ON-FILE(WS-WN-FOUND-IX) = "Y"
                        SET WS-SKIP-ROW TO TRUE
                     END-IF
                  END-IF
                  IF NOT WS-SKIP-ROW
                     MOVE AG-ROW TO YEAR-WORK-LINE
                     WRITE YEAR-WORK-LINE
                     ADD 1 TO WS-YR-NEW-ROWS(G)
                     ADD 1 TO WS-ROWS-MOVED
                     PERFORM 0146-TALLY-YEAR-TOTALS
                  END-IF
               END-IF
           END-PERFORM.
           CLOSE AGEDFILE.
           ADD WS-OLD-ROWS WS-YR-NEW-ROWS(G)
              GIVING WS-YR-ALL-ROWS(G).

       0145-FIND-WINNER.
           MOVE 0 TO WS-WN-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-WN-COUNT OR WS-WN-FOUND-IX > 0
               IF WS-WN-YEAR(L) IS EQUAL TO AG-YEAR
                  AND WS-WN-LINE(L) IS EQUAL TO AG-ROW
                  MOVE L TO WS-WN-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.

      * The totals kept on each file's yearly header; the names are
      * in WS-TOTAL-NAMES.
       0146-TALLY-YEAR-TOTALS.
           EVALUATE M
              WHEN 1
                 MOVE AG-ROW TO WS-AUDIT-WORK
                 IF AUDIT-PROMOTED
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 1)
                 END-IF
                 IF AUDIT-EVICTED
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 2)
                 END-IF
                 IF AUDIT-DUPDROP
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 3)
                 END-IF
              WHEN 2
                 IF AG-SEASON-WINNER
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 1)
                 END-IF
              WHEN 3
                 MOVE AG-ROW TO WS-GAP-WORK
                 IF GP-RECEIVED-SEQ IS NUMERIC
                    AND GP-EXPECTED-SEQ IS NUMERIC
                    AND GP-RECEIVED-SEQ > GP-EXPECTED-SEQ
                    COMPUTE WS-YR-NEW-TOTAL(G, 1) =
                       WS-YR-NEW-TOTAL(G, 1) + GP-RECEIVED-SEQ
                          - GP-EXPECTED-SEQ
                 END-IF
              WHEN 4
                 MOVE AG-ROW TO WS-RUNLOG-WORK
                 IF RL-COMPLETE
                    IF RL-STEP IS EQUAL TO "CYCLE"
                       ADD 1 TO WS-YR-NEW-TOTAL(G, 1)
                    ELSE
                       ADD 1 TO WS-YR-NEW-TOTAL(G, 2)
                    END-IF
                 END-IF
              WHEN 5
                 MOVE AG-ROW TO WS-SUSPHIST-WORK
                 IF SUSP-RESUBMITTED
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 1)
                 END-IF
                 IF SUSP-DISCARDED
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 2)
                 END-IF
              WHEN 6
                 MOVE AG-ROW TO WS-SUBMHIST-WORK
                 IF SUBM-MERGED
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 1)
                 ELSE
                    ADD 1 TO WS-YR-NEW-TOTAL(G, 2)
                 END-IF
              WHEN 7
                 MOVE AG-ROW TO WS-GENLOG-WORK
                 IF WG-ROWS IS NUMERIC
                    ADD WG-ROWS TO WS-YR-NEW-TOTAL(G, 1)
                 END-IF
           END-EVALUATE.

       0148-WRITE-ONE-YEAR-FILE.
           OPEN OUTPUT YEARFILE.
           MOVE SPACES TO YEARHEADER.
           MOVE "*HDR" TO PH-MARKER.
           MOVE WS-FILE-ID(M) TO PH-FILE-ID.
           MOVE WS-YR-YEAR(G) TO PH-YEAR.
           MOVE WS-YR-ALL-ROWS(G) TO PH-ROWS.
           MOVE WS-RUN-DATE TO PH-PURGE-DATE.
           MOVE 1 TO T.
           PERFORM UNTIL T > 3
               MOVE WS-TOTAL-NAME(M, T) TO PH-TOTAL-NAME(T)
               COMPUTE PH-TOTAL-COUNT(T) = WS-OLD-TOTAL(T)
                  + WS-YR-NEW-TOTAL(G, T)
               ADD 1 TO T
           END-PERFORM.
           WRITE YEARHEADER.
           MOVE "N" TO WS-EOF-YW-SW.
           OPEN INPUT YEARWORKFILE.
           PERFORM UNTIL WS-EOF-YW
               READ YEARWORKFILE
               AT END
                  SET WS-EOF-YW TO TRUE
               END-READ
               IF NOT WS-EOF-YW
                  MOVE YEAR-WORK-LINE TO YEAR-LINE
                  WRITE YEAR-LINE
               END-IF
           END-PERFORM.
           CLOSE YEARWORKFILE.
           CLOSE YEARFILE.

      * The audit trail's carry-forward lines go first: every one is
      * dated before the cutoff, so the trail stays in date order.
       0150-REWRITE-MASTER.
           MOVE WS-MASTER-PATH TO WS-GEN-MASTER-PATH.
           MOVE SPACES TO WS-GEN-G1-PATH WS-GEN-G2-PATH WS-GEN-G3-PATH.
           STRING WS-FILE-BASE(M) DELIMITED BY SPACE
              ".g1" DELIMITED BY SIZE INTO WS-GEN-G1-PATH.
           STRING WS-FILE-BASE(M) DELIMITED BY SPACE
              ".g2" DELIMITED BY SIZE INTO WS-GEN-G2-PATH.
           STRING WS-FILE-BASE(M) DELIMITED BY SPACE
              ".g3" DELIMITED BY SIZE INTO WS-GEN-G3-PATH.
           MOVE WS-FILE-ID(M) TO WS-GEN-MASTER-TAG.
           PERFORM 0160-ROLL-GENERATIONS.
           OPEN OUTPUT MASTERFILE.
           IF M IS EQUAL TO 1
              PERFORM 0155-WRITE-CARRY-FORWARD
           END-IF.
           MOVE "N" TO WS-EOF-MF-SW.
           OPEN INPUT KEEPFILE.
           PERFORM UNTIL WS-EOF-MF
               READ KEEPFILE
               AT END
                  SET WS-EOF-MF TO TRUE
               END-READ
               IF NOT WS-EOF-MF
                  MOVE KEEP-LINE TO MASTER-LINE
                  WRITE MASTER-LINE
               END-IF
           END-PERFORM.
           CLOSE KEEPFILE.
           CLOSE MASTERFILE.
      * The roll of gen_log.txt logged itself on the file just
      * rewritten, so its log line is written again.
           IF M IS EQUAL TO 7
              PERFORM 0170-WRITE-GEN-LOG
           END-IF.

       0155-WRITE-CARRY-FORWARD.
           MOVE 1 TO T.
           PERFORM UNTIL T > 3
               MOVE 0 TO WS-CF-TOTAL(T)
               ADD 1 TO T
           END-PERFORM.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-CF-COUNT
               MOVE SPACES TO WS-AUDIT-WORK
               MOVE WS-CF-DATE(K) TO AUD-DATE
               MOVE 0 TO AUD-TIME
               SET AUDIT-CARRYFWD TO TRUE
               MOVE WS-CF-GAME(K) TO AUD-GAME-ID
               MOVE WS-CF-PLAYER(K) TO AUD-PLAYER-ID
               MOVE WS-CF-BEST(K) TO AUD-SCORE
               MOVE 0 TO AUD-SLOT
               MOVE WS-CF-PROMOTED(K) TO AUD-CARRY-PROMOTED
               MOVE WS-CF-EVICTED(K) TO AUD-CARRY-EVICTED
               MOVE WS-CF-DUPDROP(K) TO AUD-CARRY-DUPDROP
               MOVE WS-AUDIT-WORK TO MASTER-LINE
               WRITE MASTER-LINE
               ADD WS-CF-PROMOTED(K) TO WS-CF-TOTAL(1)
               ADD WS-CF-EVICTED(K) TO WS-CF-TOTAL(2)
               ADD WS-CF-DUPDROP(K) TO WS-CF-TOTAL(3)
               ADD 1 TO K
           END-PERFORM.

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

       0180-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FILE-ID(M) TO FD-FILE-ID.
           MOVE WS-KEEP-MONTHS(M) TO FD-KEEP.
           MOVE WS-CUTOFF-DATE TO FD-CUTOFF.
           MOVE WS-ROWS-IN TO FD-ROWS-IN.
           MOVE WS-ROWS-KEPT TO FD-KEPT.
           MOVE WS-ROWS-MOVED TO FD-MOVED.
           MOVE WS-ROWS-CARRIED TO FD-CARRIED.
           MOVE WS-FILE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Lists each history file with the rows and totals added to it.
       0185-REPORT-YEARS.
           MOVE 1 TO G.
           PERFORM UNTIL G > WS-YR-COUNT
               IF WS-YR-NEW-ROWS(G) > 0
                  MOVE SPACES TO YD-PATH
                  STRING WS-FILE-BASE(M)(9:32) DELIMITED BY SPACE
                     "_" DELIMITED BY SIZE
                     WS-YR-YEAR(G) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                     INTO YD-PATH
                  MOVE WS-YR-NEW-ROWS(G) TO YD-NEW-ROWS
                  MOVE WS-YR-ALL-ROWS(G) TO YD-ALL-ROWS
                  MOVE WS-YEAR-DETAIL TO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE SPACES TO WS-TOTALS-DETAIL
                  MOVE 1 TO T
                  PERFORM UNTIL T > 3
                      IF WS-TOTAL-NAME(M, T) IS NOT EQUAL TO SPACES
                         MOVE WS-TOTAL-NAME(M, T) TO TD-NAME(T)
                         MOVE WS-YR-NEW-TOTAL(G, T) TO TD-COUNT(T)
                      END-IF
                      ADD 1 TO T
                  END-PERFORM
                  MOVE WS-TOTALS-DETAIL TO REPORT-LINE
                  WRITE REPORT-LINE
               END-IF
               ADD 1 TO G
           END-PERFORM.
           IF M IS EQUAL TO 1
              MOVE "  CARRIED FORWARD ON THE AUDIT TRAIL" TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO WS-TOTALS-DETAIL
              MOVE 1 TO T
              PERFORM UNTIL T > 3
                  MOVE WS-TOTAL-NAME(M, T) TO TD-NAME(T)
                  MOVE WS-CF-TOTAL(T) TO TD-COUNT(T)
                  ADD 1 TO T
              END-PERFORM
              MOVE WS-TOTALS-DETAIL TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF M IS EQUAL TO 2
              MOVE SPACES TO REPORT-LINE
              STRING "  SEASON WINNING ROWS KEPT ON THE ARCHIVE "
                 DELIMITED BY SIZE
                 FD-CARRIED DELIMITED BY SIZE
                 INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       0200-STOP-RUN.
           STOP RUN.

       END PROGRAM RETPURGE.
