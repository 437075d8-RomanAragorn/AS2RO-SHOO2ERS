      * Header record of a yearly history file written by RETPURGE
      * (hs_audit_2025.txt, season_archive_2025.txt and so on).  It
      * is always the first line of the file, marked "*HDR" so it
      * can never be taken for a data row, and is rewritten on every
      * purge that adds rows for the year.  PH-FILE-ID names the
      * file the rows came from (the retention policy id), PH-YEAR
      * the calendar year they belong to, PH-ROWS the data rows
      * that follow and PH-PURGE-DATE the run that last added to
      * the file.  PH-TOTAL carries up to three named totals over
      * those rows, e.g. PROMOTED / EVICTED / DUPDROP for the audit
      * trail; unused totals have a blank name.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY PURGHREC REPLACING ==RECNAME== BY ==YEARHEADER==.
       01  RECNAME.
           05  PH-MARKER                    PIC X(04).
               88  PH-IS-HEADER             VALUE "*HDR".
           05  PH-FILE-ID                   PIC X(12).
           05  PH-YEAR                      PIC 9(04).
           05  PH-ROWS                      PIC 9(08).
           05  PH-PURGE-DATE                PIC 9(08).
           05  PH-TOTAL                     OCCURS 3 TIMES.
               10  PH-TOTAL-NAME            PIC X(08).
               10  PH-TOTAL-COUNT           PIC 9(08).
