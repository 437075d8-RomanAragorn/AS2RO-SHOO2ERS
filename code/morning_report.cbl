      *   on file: hs_audit.txt is only ever extended, so tallying
      *   the whole file would report all-time totals instead of the
      *   night's cycle the page is meant to roll up.
      *   Widen the audit event tally to 20 types so the BOARDADJ
      *   events (ADJVOID, PURGED, REINSTAT) are counted alongside
      *   the HIGHSCORE, SCOREREV and PLAYMAINT events instead of
      *   dropping off the end of the table.
      *   Report the player notifications NOTIFYQ left queued on
      *   notify_queue.txt for the messaging gateway, with the count
      *   broken down by event.
      *   Leave the CARRYFWD summary lines RETPURGE writes out of the
      *   event counts; they stand for events long past and never
      *   mark a night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNRPT.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AU-STATUS.

       SELECT OPTIONAL NOTIFYFILE ASSIGN TO "records\notify_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NT-STATUS.

       SELECT REPORTFILE ASSIGN TO "records\morning_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD AUDITFILE.
       COPY AUDITREC REPLACING ==RECNAME== BY ==AUDITLINE==.

       FD NOTIFYFILE.
       COPY NOTIFREC REPLACING ==RECNAME== BY ==NOTIFYLINE==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(70).

       01  WS-CKPT-STATUS                  PIC XX.
       01  WS-SP-STATUS                    PIC XX.
       01  WS-AU-STATUS                    PIC XX.
       01  WS-NT-STATUS                    PIC XX.

       01  WS-RUN-DATE                     PIC 9(08).

       01  WS-EOF-AU-SW                    PIC X VALUE "N".
           88  WS-EOF-AU                   VALUE "Y".
       01  WS-AUDIT-MAX-DATE               PIC 9(08) VALUE 0.
       01  WS-EVT-MAX                      PIC 9(04) VALUE 20.
       01  WS-EVT-COUNT                    PIC 9(04) VALUE 0.
       01  WS-EVT-NAME-TABLE.
           03  WS-EVT-NAME                 PIC X(08) OCCURS 20 TIMES.
       01  WS-EVT-TALLY-TABLE.
           03  WS-EVT-TALLY                PIC 9(06) OCCURS 20 TIMES.

       01  WS-EOF-NT-SW                    PIC X VALUE "N".
           88  WS-EOF-NT                   VALUE "Y".
       01  WS-NOTIFY-TOTAL                 PIC 9(06) VALUE 0.
       01  WS-NTE-MAX                      PIC 9(04) VALUE 10.
       01  WS-NTE-COUNT                    PIC 9(04) VALUE 0.
       01  WS-NTE-CODE-TABLE.
           03  WS-NTE-CODE                 PIC X(02) OCCURS 10 TIMES.
       01  WS-NTE-TALLY-TABLE.
           03  WS-NTE-TALLY                PIC 9(06) OCCURS 10 TIMES.

       01  WS-FOUND-IX                     PIC 9(04) VALUE 0.

           PERFORM 0120-READ-CHECKPOINT.
           PERFORM 0130-LOAD-SUSPENSE.
           PERFORM 0140-LOAD-AUDIT.
           PERFORM 0145-LOAD-NOTIFICATIONS.
           PERFORM 0150-JUDGE-BALANCE.
           OPEN OUTPUT REPORTFILE.
           PERFORM 0160-WRITE-REPORT.

       0142-TALLY-EVENT.
           IF AUD-DATE IS NUMERIC
              AND NOT AUDIT-CARRYFWD
              IF AUD-DATE > WS-AUDIT-MAX-DATE
                 MOVE AUD-DATE TO WS-AUDIT-MAX-DATE
                 MOVE 0 TO WS-EVT-COUNT
              ADD 1 TO WS-EVT-TALLY(WS-FOUND-IX)
           END-IF.

       0145-LOAD-NOTIFICATIONS.
           OPEN INPUT NOTIFYFILE.
           IF WS-NT-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-EOF-NT
                  READ NOTIFYFILE
                  AT END
                     SET WS-EOF-NT TO TRUE
                  END-READ
                  IF NOT WS-EOF-NT
                     ADD 1 TO WS-NOTIFY-TOTAL
                     PERFORM 0147-TALLY-NOTIFICATION
                  END-IF
              END-PERFORM
           END-IF.
           CLOSE NOTIFYFILE.

       0147-TALLY-NOTIFICATION.
           MOVE 0 TO WS-FOUND-IX.
           MOVE 1 TO L.
           PERFORM UNTIL L > WS-NTE-COUNT OR WS-FOUND-IX > 0
               IF NT-EVENT IS EQUAL TO WS-NTE-CODE(L)
                  MOVE L TO WS-FOUND-IX
               END-IF
               ADD 1 TO L
           END-PERFORM.
           IF WS-FOUND-IX IS EQUAL TO 0
              AND WS-NTE-COUNT < WS-NTE-MAX
              ADD 1 TO WS-NTE-COUNT
              MOVE NT-EVENT TO WS-NTE-CODE(WS-NTE-COUNT)
              MOVE 0 TO WS-NTE-TALLY(WS-NTE-COUNT)
              MOVE WS-NTE-COUNT TO WS-FOUND-IX
           END-IF.
           IF WS-FOUND-IX > 0
              ADD 1 TO WS-NTE-TALLY(WS-FOUND-IX)
           END-IF.

       0150-JUDGE-BALANCE.
           IF NOT WS-CTRL-FOUND
              MOVE "N" TO WS-BALANCE-SW
           PERFORM 0164-WRITE-CHECKPOINT.
           PERFORM 0166-WRITE-SUSPENSE-COUNTS.
           PERFORM 0168-WRITE-AUDIT-COUNTS.
           PERFORM 0172-WRITE-NOTIFY-COUNTS.
           IF NOT WS-IN-BALANCE
              OR WS-CTL-REJECTED > 0
              OR WS-SUSP-TOTAL > 0
              WRITE REPORT-LINE
           END-IF.

       0172-WRITE-NOTIFY-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "NOTIFICATIONS QUEUED" TO REPORT-LINE(1:20).
           MOVE "TOTAL" TO REPORT-LINE(26:5).
           MOVE WS-NOTIFY-TOTAL TO TD-COUNT.
           MOVE TD-COUNT TO REPORT-LINE(32:6).
           WRITE REPORT-LINE.
           MOVE 1 TO K.
           PERFORM UNTIL K > WS-NTE-COUNT
               MOVE SPACES TO CD-CODE
               MOVE WS-NTE-CODE(K) TO CD-CODE(1:2)
               MOVE WS-NTE-TALLY(K) TO CD-COUNT
               MOVE WS-CODE-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO K
           END-PERFORM.
           IF WS-NOTIFY-TOTAL IS EQUAL TO 0
              MOVE "  NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       0200-STOP-RUN.
           STOP RUN.

