      *          comparison rolled up by region using REGIONXR.TXT.
      *          A rerun refreshes the monthly records in place, so
      *          running it again after a late correction is safe.
      *          Each run appends its line to AUDIT.LOG, which is how
      *          the nightly distribution knows the month-end report
      *          was run that night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT OUTPUT-FILE ASSIGN TO "monthly.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Log of every run of this program, appended to - never
      *overwritten - so a history of runs is kept.
               SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *One day's figures for one country, keyed by code and date.
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

      *One month's roll-up for one country, keyed by code and
      *YYYY-MM so the months file in calendar order per country.
           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(132).

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 MONTHLY-STATUS               PIC XX VALUE SPACES.
       01 HISTORY-EOF                  PIC XXX VALUE "NO".
       01 MONTHLY-EOF                  PIC XXX VALUE "NO".
       01 REGION-EOF                   PIC XXX VALUE "NO".
       01 AUDIT-STATUS                 PIC XX VALUE SPACES.

      *The country and month being rolled up as the history file
      *is walked in key order - dates file in ascending order per
           '   COUNTRIES LISTED:  '.
           05 SUM-COUNTRIES            PIC Z(3)9.

      *Same column layout as the other programs' audit lines, so
      *the run-control report reads it with the one parse. The
      *record count is the countries listed; the totals columns
      *are not carried by a roll-up and print zero.
       01 AUDIT-LINE.
           05 FILLER                   PIC X(9) VALUE 'PROGRAM: '.
           05 AUD-PROGRAM              PIC X(10) VALUE 'MIDMONTH'.
           05 FILLER                   PIC X(10) VALUE ' RUNDATE '.
           05 AUD-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X(10) VALUE ' RUNTIME '.
           05 AUD-RUN-TIME             PIC 9(6).
           05 FILLER                   PIC X(9) VALUE ' RECS: '.
           05 AUD-RECORDS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE ' CNF: '.
           05 AUD-TTL-CONFIRMED        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE ' DTH: '.
           05 AUD-TTL-DEATHS           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7) VALUE ' REC: '.
           05 AUD-TTL-RECOVERED        PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           CLOSE HISTORY-FILE
               MONTHLY-FILE
               OUTPUT-FILE.
           PERFORM 900-WRITE-AUDIT-LOG.
           STOP RUN.

      *Opens the history file, creating it on the very first run.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *Appends one line to the shared audit log recording this run's
      *date/time and the countries listed.
       900-WRITE-AUDIT-LOG.
           MOVE "MIDMONTH" TO AUD-PROGRAM.
           ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-RUN-TIME FROM TIME.
           MOVE COUNTRIES-LISTED TO AUD-RECORDS.
           MOVE ZERO TO AUD-TTL-CONFIRMED.
           MOVE ZERO TO AUD-TTL-DEATHS.
           MOVE ZERO TO AUD-TTL-RECOVERED.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           MOVE AUDIT-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       END PROGRAM MIDMONTH.
