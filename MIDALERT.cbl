      *          on the PARMFILE.DAT parameter file by MIDPARM - a
      *          percent jump and an absolute increase, either of
      *          which trips the alert. An empty listing means a
      *          quiet day. A country whose newest entry was carried
      *          forward by MIDGAP did not report at all, so it is
      *          not judged - it is only counted as not reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

      *One run control, keyed by program and parameter name - the
      *layout MIDPARM maintains.
       01 HISTORY-EOF                  PIC XXX VALUE "NO".
       01 ALERT-COUNT                  PIC 9(4) VALUE ZERO.
       01 COUNTRIES-CHECKED            PIC 9(4) VALUE ZERO.
       01 NOT-REPORTED-COUNT           PIC 9(4) VALUE ZERO.

      *Standing thresholds, replaced by whatever the parameter
      *file carries. Either threshold trips the alert on its own.
       01 LATEST-DATE                  PIC X(10) VALUE SPACES.
       01 LATEST-CONFIRMED             PIC 9(9) VALUE ZERO.
       01 LATEST-DEATHS                PIC 9(8) VALUE ZERO.
       01 LATEST-ENTRY-TYPE            PIC X VALUE SPACE.
       01 PRIOR-CONFIRMED              PIC 9(9) VALUE ZERO.
       01 PRIOR-DEATHS                 PIC 9(8) VALUE ZERO.

           05 FILLER                   PIC X(16) VALUE
           '   ALERT LINES: '.
           05 SUM-ALERTS               PIC Z(3)9.
           05 FILLER                   PIC X(17) VALUE
           '   NOT REPORTED: '.
           05 SUM-NOT-REPORTED         PIC Z(3)9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           MOVE HIST-DATE TO LATEST-DATE.
           MOVE HIST-TOTAL-CONFIRMED TO LATEST-CONFIRMED.
           MOVE HIST-TOTAL-DEATHS TO LATEST-DEATHS.
           MOVE HIST-ENTRY-TYPE TO LATEST-ENTRY-TYPE.

      *A country with only one entry on file has nothing to move
      *from, so it cannot alert. Neither can a country whose
      *newest entry is only a carried-forward placeholder - it
      *has no new figures to move.
       300-JUDGE-COUNTRY.
           ADD 1 TO COUNTRIES-CHECKED.
           IF LATEST-ENTRY-TYPE = "C"
               ADD 1 TO NOT-REPORTED-COUNT
           END-IF.
           IF SWEEP-ENTRY-COUNT > 1 AND LATEST-ENTRY-TYPE NOT = "C"
               MOVE "CONFIRMED" TO MEASURE-NAME
               MOVE PRIOR-CONFIRMED TO MEASURE-PRIOR
               MOVE LATEST-CONFIRMED TO MEASURE-LATEST
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE COUNTRIES-CHECKED TO SUM-CHECKED.
           MOVE ALERT-COUNT TO SUM-ALERTS.
           MOVE NOT-REPORTED-COUNT TO SUM-NOT-REPORTED.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

