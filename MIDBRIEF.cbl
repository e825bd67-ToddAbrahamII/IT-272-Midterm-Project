      *          VALSTAT.DAT, each step's OK/FAILED/SKIPPED status
      *          from tonight's AUDIT.LOG lines, the world totals
      *          and rates summed from LEDGER.DAT, the surge-alert
      *          count from ALRTSTAT.DAT, the five biggest
      *          day-over-day confirmed-case increases found in
      *          HISTORY.DAT, and the master countries MIDGAP found
      *          silent past the MIDGAP SILENTDAYS threshold, from
      *          GAPLIST.DAT, escalated by name. One dated file -
      *          briefing_YYYY-MM-DD.rpt - readable in two minutes
      *          and ready to forward. A source that is missing
      *          prints NOT AVAILABLE instead of failing the step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ALRTSTAT-STATUS.

      *MIDGAP's list of master countries missing from the feed
               SELECT GAPLIST-FILE ASSIGN TO "GAPLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GAPLIST-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.
               05 FILLER               PIC X.
               05 AST-ALERTS           PIC 9(6).

           FD GAPLIST-FILE.
           01 GAPLIST-RECORD.
               05 GPL-COUNTRY-CODE     PIC XX.
               05 FILLER               PIC X.
               05 GPL-COUNTRY          PIC X(25).
               05 FILLER               PIC X.
               05 GPL-DAYS-MISSING     PIC 9(4).
               05 FILLER               PIC X.
               05 GPL-LAST-REPORTED    PIC X(10).
               05 FILLER               PIC X.
               05 GPL-ESCALATED        PIC X.
               05 FILLER               PIC X.
               05 GPL-FEED-DATE        PIC X(10).

      *One audit line as the nightly programs write them. The
      *second record view matches the driver's step line - the
      *two 01s share the record area; lines that fail the marker
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 VALSTAT-STATUS               PIC XX VALUE SPACES.
       01 ALRTSTAT-STATUS              PIC XX VALUE SPACES.
       01 GAPLIST-STATUS               PIC XX VALUE SPACES.
       01 GAPLIST-EOF                  PIC XXX VALUE "NO".
       01 MISSING-COUNT                PIC 9(4) VALUE ZERO.
       01 ESCALATED-COUNT              PIC 9(4) VALUE ZERO.
       01 AUDIT-STATUS                 PIC XX VALUE SPACES.
       01 LEDGER-STATUS                PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
           'SURGE ALERTS'.
       01 SECTION-MOVERS               PIC X(30) VALUE
           'BIGGEST DAY-OVER-DAY MOVERS'.
       01 SECTION-SILENT               PIC X(30) VALUE
           'SILENT COUNTRIES - ESCALATED'.

       01 NOT-AVAILABLE-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 MVR-INCREASE             PIC ZZZ,ZZZ,ZZ9.

       01 SILENT-COUNT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE
           'MISSING TONIGHT:  '.
           05 SIL-MISSING              PIC Z(3)9.
           05 FILLER                   PIC X(14) VALUE
           '   ESCALATED: '.
           05 SIL-ESCALATED            PIC Z(3)9.

       01 SILENT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SIL-CODE                 PIC XX.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SIL-NAME                 PIC X(25).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SIL-DAYS                 PIC ZZZ9.
           05 FILLER                   PIC X(26) VALUE
           ' DAYS SILENT - LAST FILED '.
           05 SIL-LAST-REPORTED        PIC X(10).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 400-BRIEF-WORLD-TOTALS.
           PERFORM 500-BRIEF-ALERTS.
           PERFORM 600-BRIEF-TOP-MOVERS.
           PERFORM 700-BRIEF-SILENT-COUNTRIES.

           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE MOVER-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *Master countries missing from the feed, from MIDGAP's list.
      *The count covers every missing country; only the ones past
      *the silent threshold are named, so the list stays short.
       700-BRIEF-SILENT-COUNTRIES.
           PERFORM 850-WRITE-SECTION-BREAK.
           MOVE SECTION-SILENT TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           OPEN INPUT GAPLIST-FILE.
           IF GAPLIST-STATUS NOT = "00"
               PERFORM 860-WRITE-NOT-AVAILABLE
           ELSE
               PERFORM 710-COUNT-GAP-ENTRY UNTIL GAPLIST-EOF = "YES"
               CLOSE GAPLIST-FILE
               MOVE MISSING-COUNT TO SIL-MISSING
               MOVE ESCALATED-COUNT TO SIL-ESCALATED
               MOVE SILENT-COUNT-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               IF ESCALATED-COUNT > ZERO
                   MOVE "NO" TO GAPLIST-EOF
                   OPEN INPUT GAPLIST-FILE
                   PERFORM 720-LIST-GAP-ENTRY
                       UNTIL GAPLIST-EOF = "YES"
                   CLOSE GAPLIST-FILE
               END-IF
           END-IF.

       710-COUNT-GAP-ENTRY.
           READ GAPLIST-FILE
               AT END MOVE "YES" TO GAPLIST-EOF
               NOT AT END
                   ADD 1 TO MISSING-COUNT
                   IF GPL-ESCALATED = "Y"
                       ADD 1 TO ESCALATED-COUNT
                   END-IF.

       720-LIST-GAP-ENTRY.
           READ GAPLIST-FILE
               AT END MOVE "YES" TO GAPLIST-EOF
               NOT AT END
                   IF GPL-ESCALATED = "Y"
                       PERFORM 730-WRITE-SILENT-LINE
                   END-IF.

       730-WRITE-SILENT-LINE.
           MOVE GPL-COUNTRY-CODE TO SIL-CODE.
           MOVE GPL-COUNTRY TO SIL-NAME.
           MOVE GPL-DAYS-MISSING TO SIL-DAYS.
           IF GPL-LAST-REPORTED = SPACES
               MOVE "NEVER" TO SIL-LAST-REPORTED
           ELSE
               MOVE GPL-LAST-REPORTED TO SIL-LAST-REPORTED
           END-IF.
           MOVE SILENT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       850-WRITE-SECTION-BREAK.
           MOVE SPACES TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
