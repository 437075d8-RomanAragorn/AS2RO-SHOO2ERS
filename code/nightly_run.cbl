      * This program drives the full nightly batch chain - COLLECT,
      * PLAYMAINT, ANOMCHK, TOURNBD, HIGHSCORE, MOVETOHS, INTEGCHK,
      * HSEXPORT, NOTIFYQ - so the operator no longer runs nine
      * programs by hand in the right order.
      *
      * MODIFICATION HISTORY
      *   Initial version: record each step's start and completion
      *   finish, so a step of theirs left started-but-incomplete is
      *   never rerun in the same cycle - the chain halts and the
      *   operator must recover by hand before a new cycle begins.
      *   Run INTEGCHK after MOVETOHS and read back the PASS/FAIL
      *   line it leaves on integrity_flag.txt; when the masters do
      *   not agree (or the flag cannot be read) the chain halts
      *   before HSEXPORT publishes the boards, and the step is left
      *   incomplete so a restart sweeps again once the operator has
      *   worked through integrity_report.txt.
      *   Run TOURNBD after PLAYMAINT, while new_score.txt still holds
      *   the night's scores, so every tournament board is updated
      *   before HIGHSCORE consumes the file.  TOURNBD keeps only each
      *   entrant's best score and can be rerun safely on restart.
      *   Run NOTIFYQ last, once the boards have passed the integrity
      *   sweep and been published, to build the night's player
      *   notification file.  NOTIFYQ rebuilds the file on every run
      *   and can be rerun safely on restart.
      *   Run ANOMCHK after PLAYMAINT, so registrations made that
      *   night are known, and before TOURNBD and HIGHSCORE read
      *   new_score.txt, so rows it flags are held on
      *   pending_review.txt before they reach any board.  ANOMCHK
      *   only holds a row it still finds on new_score.txt and can
      *   be rerun on restart.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-STATUS.

       SELECT OPTIONAL FLAGFILE
           ASSIGN TO "records\integrity_flag.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOGFILE.
       COPY RUNLGREC REPLACING ==RECNAME== BY ==RUNLOGLINE==.

       FD FLAGFILE.
       COPY INTGREC REPLACING ==RECNAME== BY ==INTEGRITYLINE==.

       WORKING-STORAGE SECTION.
       01  WS-RL-STATUS                    PIC XX.
       01  WS-IG-STATUS                    PIC XX.

       01  WS-STEP-MAX                     PIC 9(04) VALUE 9.
       01  WS-STEP-NAMES.
           05  FILLER                      PIC X(09)
               VALUE "COLLECT".
           05  FILLER                      PIC X(09)
               VALUE "PLAYMAINT".
           05  FILLER                      PIC X(09)
               VALUE "ANOMCHK".
           05  FILLER                      PIC X(09)
               VALUE "TOURNBD".
           05  FILLER                      PIC X(09)
               VALUE "HIGHSCORE".
           05  FILLER                      PIC X(09)
               VALUE "MOVETOHS".
           05  FILLER                      PIC X(09)
               VALUE "INTEGCHK".
           05  FILLER                      PIC X(09)
               VALUE "HSEXPORT".
           05  FILLER                      PIC X(09)
               VALUE "NOTIFYQ".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           03  WS-STEP-NAME                PIC X(09) OCCURS 9 TIMES.
       01  WS-STEP-STATE-TABLE.
           03  WS-STEP-STATE               PIC X(01) OCCURS 9 TIMES.

       01  WS-CYCLE-OPEN-SW                PIC X VALUE "N".
           88  WS-CYCLE-OPEN               VALUE "Y".
                    WS-CALL-NAME " - halting the chain"
                 SET WS-HALTED TO TRUE
           END-CALL.
           IF NOT WS-HALTED
              AND WS-CALL-NAME IS EQUAL TO "INTEGCHK"
              PERFORM 0120-CHECK-INTEGRITY-FLAG
           END-IF.
           IF NOT WS-HALTED
              MOVE WS-STEP-NAME(G) TO RL-STEP
              MOVE "COMPLETE" TO WS-LOG-STATUS
              PERFORM 0130-WRITE-LOG-LINE
           END-IF.

       0120-CHECK-INTEGRITY-FLAG.
           MOVE SPACES TO INTEGRITYLINE.
           OPEN INPUT FLAGFILE.
           IF WS-IG-STATUS IS EQUAL TO "00"
              READ FLAGFILE
              AT END
                 MOVE SPACES TO INTEGRITYLINE
              END-READ
           END-IF.
           CLOSE FLAGFILE.
           IF NOT INTEGRITY-PASS
              IF INTEGRITY-FAIL
                 DISPLAY "NIGHTRUN: integrity sweep found "
                    IG-EXCEPTIONS " exceptions - see "
                    "integrity_report.txt"
              ELSE
                 DISPLAY "NIGHTRUN: no integrity result on "
                    "integrity_flag.txt"
              END-IF
              DISPLAY "NIGHTRUN: halting - operator "
                 "recovery required"
              SET WS-HALTED TO TRUE
           END-IF.

       0130-WRITE-LOG-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
