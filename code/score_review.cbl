      *   hs_audit.txt so the board history stays explainable; the
      *   pending file is rewritten with only the rows still
      *   unresolved and the decision file is cleared.
      *   Clear the reason code and the carry-forward counts on
      *   every audit line written, so no audit line goes out with
      *   storage that was never set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREREV.
       ENVIRONMENT DIVISION.
           END-IF.
           MOVE 0 TO AUD-SLOT.
           MOVE SPACES TO AUD-OTHER-ID.
           MOVE SPACES TO AUD-REASON.
           MOVE SPACES TO AUD-CARRY-COUNTS.
           WRITE AUDITLINE.

       0150-WRITE-RELEASES.
