      *   G=game, R=resubmit as-is, Z=discard); append repaired rows
      *   to new_score.txt for the next cycle and rewrite the
      *   suspense file with only the rows still unresolved.
      *   Keep every resolved row on suspense_hist.txt, stamped with
      *   the run date and time and marked resubmitted or
      *   discarded, instead of letting it vanish with the
      *   suspense rewrite.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPFIX.
       ENVIRONMENT DIVISION.
       SELECT OPTIONAL NEWSCOREFILE ASSIGN TO "records\new_score.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SUSPHISTFILE
           ASSIGN TO "records\suspense_hist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSEFILE.
                               ==FLD-TIME==      BY ==NS-TIME==
                               ==FLD-GAME-ID==   BY ==NS-GAME-ID==.

       FD SUSPHISTFILE.
       COPY SUSHREC REPLACING ==RECNAME== BY ==SUSPHISTLINE==.

       WORKING-STORAGE SECTION.
       01  WS-SP-STATUS                    PIC XX.
       01  WS-FX-STATUS                    PIC XX.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-TIME-RAW                 PIC 9(08).
       01  WS-RUN-TIME                     PIC 9(06).

       01  WS-SUSP-MAX                     PIC 9(04) VALUE 500.
       01  WS-SUSP-COUNT                   PIC 9(04) VALUE 0.
       01  WS-SP-REASON-TABLE.
       PROCEDURE DIVISION.

       0050-OPEN-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
           PERFORM 0110-LOAD-SUSPENSE.
           PERFORM 0120-LIST-SUSPENSE.
           IF WS-SP-OVERFLOW
              CLOSE FIXFILE
              PERFORM 0150-WRITE-RESUBMITS
              PERFORM 0160-REWRITE-SUSPENSE
              PERFORM 0170-WRITE-SUSPENSE-HISTORY
              PERFORM 0180-CLEAR-FIXFILE
           ELSE
              DISPLAY "SUSPFIX: no fix file - suspense left "
           END-PERFORM.
           CLOSE SUSPENSEFILE.

       0170-WRITE-SUSPENSE-HISTORY.
           OPEN EXTEND SUSPHISTFILE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-SUSP-COUNT
               IF WS-SP-FLAG(K) IS NOT EQUAL TO SPACE
                  MOVE WS-RUN-DATE TO SH-DATE
                  MOVE WS-RUN-TIME TO SH-TIME
                  MOVE WS-SP-FLAG(K) TO SH-ACTION
                  MOVE WS-SP-REASON(K) TO SH-REASON
                  MOVE WS-SP-SOURCE(K) TO SH-SOURCE
                  MOVE WS-SP-RAW(K) TO SH-RAW
                  WRITE SUSPHISTLINE
               END-IF
               ADD 1 TO K
           END-PERFORM.
           CLOSE SUSPHISTFILE.

       0180-CLEAR-FIXFILE.
           OPEN OUTPUT FIXFILE.
           CLOSE FIXFILE.
