      *   earliest date/time stamp wins - and report the player's
      *   current rank as the shared rank of the tie, so the
      *   statement matches hs_report.txt exactly.
      *   Add the counts on the CARRYFWD lines RETPURGE leaves on
      *   hs_audit.txt for the events it moved out, so a player's
      *   promotion, eviction and DUPDROP totals are the same after
      *   a purge as before it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAREERST.
       ENVIRONMENT DIVISION.
                              ==FLD-PLAYER-ID==   BY ==PM-PLAYER-ID==
                              ==FLD-PLAYER-NAME== BY ==PM-PLAYER-NAME==
                              ==FLD-REG-DATE==    BY ==PM-REG-DATE==
                              ==FLD-STATUS==      BY ==PM-STATUS==
                              ==FLD-CONTACT-BY==  BY ==PM-CONTACT-BY==
                              ==FLD-CONTACT==     BY ==PM-CONTACT==
                              ==FLD-OPT-IN==      BY ==PM-OPT-IN==.

       FD REPORTFILE.
       01  REPORT-LINE                     PIC X(70).
                        IF AUDIT-DUPDROP
                           ADD 1 TO WS-DROPS(WS-PM-FOUND-IX)
                        END-IF
                        IF AUDIT-CARRYFWD
                           AND AUD-CARRY-COUNTS IS NUMERIC
                           ADD AUD-CARRY-PROMOTED TO
                              WS-PROMO(WS-PM-FOUND-IX)
                           ADD AUD-CARRY-EVICTED TO
                              WS-EVICT(WS-PM-FOUND-IX)
                           ADD AUD-CARRY-DUPDROP TO
                              WS-DROPS(WS-PM-FOUND-IX)
                        END-IF
                     END-IF
                  END-IF
              END-PERFORM
