      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Report distribution, run as the final step of the
      *          nightly stream. The DISTCTL.DAT control file lists
      *          each recipient, the reports they receive, and any
      *          region or country restriction on what they see.
      *          Each recipient gets one bundle file -
      *          bundle_<id>_YYYY-MM-DD.rpt - with a cover page and
      *          just their reports, the country lines cut down to
      *          their regions and countries where a restriction is
      *          set. Regions are the REGIONXR.TXT names, with the
      *          CMASTER.DAT region standing in for a country the
      *          cross-reference does not carry, the same way the
      *          region reports place a country. Whether a report was
      *          produced tonight is read from the driver's step
      *          lines on tonight's AUDIT.LOG - tonight being the run
      *          date the driver left on RUNDATE.DAT, or the system
      *          date when the step is run on its own; the dated
      *          reports are expected once per feed date on
      *          ACCEPTED.TXT, and the month-end summary only on a
      *          night MIDMONTH was run. Every expected report and
      *          every report sent or held back is appended to the
      *          DISTLOG.TXT distribution log under the run date, an
      *          expected report that was not produced flagged with
      *          ***. A missing report or a bad control record ends
      *          the step with condition code 4.
      *          DISTCTL.DAT layout, one record per line:
      *            col 1      record type - R recipient, P report,
      *                       G region restriction, C country
      *                       restriction, * comment
      *            col 3-10   recipient id
      *            col 12-41  R - recipient name; P - report id;
      *                       G - region name; C - country code
      *          Report ids: MIDTERM, MIDTERMPT2, FORMIDT3, TOPN,
      *          ALERT, REFCHECK, XDAY, GAP, BRIEFING, MONTHLY, CSV,
      *          VAXCOV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDDIST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *Who gets what - maintained by hand, like the other control
      *files. Running without one builds no bundles.
               SELECT OPTIONAL CONTROL-FILE ASSIGN TO "DISTCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

      *The validated feed - only the date column is read, for the
      *feed dates the dated reports are named after.
               SELECT OPTIONAL ACCEPTED-FILE ASSIGN TO
                   "ACCEPTED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACCEPTED-STATUS.

               SELECT OPTIONAL REGION-FILE ASSIGN TO "REGIONXR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Country master - name, slug, region, and population by
      *country code, maintained by MIDCMAST.
               SELECT CMASTER-FILE ASSIGN TO "CMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-COUNTRY-CODE
                   FILE STATUS IS CMAST-STATUS.

      *Whichever of tonight's reports is being checked or copied
               SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

      *Filename is built at run time from the recipient and
      *tonight's date so each night's bundles are kept.
               SELECT BUNDLE-FILE ASSIGN TO DYNAMIC BUNDLE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Log of every distribution run, appended to - never
      *overwritten - so what went to whom is kept night by night.
               SELECT DISTLOG-FILE ASSIGN TO "DISTLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DISTLOG-STATUS.

      *Tonight's run date, left by the job-stream driver - absent
      *when the step is run on its own.
               SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CONTROL-FILE.
           01 CONTROL-RECORD.
               05 DC-RECORD-TYPE       PIC X.
               05 FILLER               PIC X.
               05 DC-RECIPIENT-ID      PIC X(8).
               05 FILLER               PIC X.
               05 DC-VALUE             PIC X(30).
               05 FILLER               PIC X(39).

      *One audit line as the nightly programs write them. The
      *second record view matches the driver's step line - the
      *two 01s share the record area; lines that fail the marker
      *checks below are in some other shape and are passed over.
           FD AUDIT-FILE.
           01 AUDIT-RECORD             PIC X(150).
           01 AUDIT-STEP-FIELDS.
               05 DST-TAG              PIC X(9).
               05 DST-PROGRAM          PIC X(10).
               05 FILLER               PIC X(10).
               05 DST-RUN-DATE         PIC X(8).
               05 FILLER               PIC X(10).
               05 DST-RUN-TIME         PIC X(6).
               05 DST-STEP-TAG         PIC X(7).
               05 DST-STEP-NAME        PIC X(10).
               05 DST-STATUS-TAG       PIC X(9).
               05 DST-STEP-STATUS      PIC X(8).
               05 FILLER               PIC X(2).
               05 DST-STEP-NOTE        PIC X(40).
               05 FILLER               PIC X(21).

      *Only the date column matters here - the rest of the
      *validated record passes by unread.
           FD ACCEPTED-FILE.
           01 ACCEPTED-RECORD.
               05 FILLER               PIC X(92).
               05 ACC-DATE             PIC X(10).
               05 FILLER               PIC X(10).

      *Cross-reference of country code to continent/region name
           FD REGION-FILE.
           01 REGION-RECORD.
               05 XR-COUNTRY-CODE      PIC XX.
               05 XR-REGION-NAME       PIC X(20).

      *One master entry per country, keyed by the two-character code
      *the daily feed carries, same as LEDGER.DAT.
           FD CMASTER-FILE.
           01 CMASTER-RECORD.
               05 CM-COUNTRY-CODE      PIC XX.
               05 CM-COUNTRY           PIC X(25).
               05 CM-SLUG              PIC X(18).
               05 CM-REGION            PIC X(20).
               05 CM-POPULATION        PIC 9(10).

           FD REPORT-FILE.
           01 REPORT-RECORD            PIC X(200).

           FD BUNDLE-FILE.
           01 BUNDLE-RECORD            PIC X(200).

           FD DISTLOG-FILE.
           01 DISTLOG-RECORD           PIC X(132).

           FD RUN-DATE-FILE.
           01 RUN-DATE-RECORD.
               05 RDT-RUN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-STATUS               PIC XX VALUE SPACES.
       01 AUDIT-STATUS                 PIC XX VALUE SPACES.
       01 ACCEPTED-STATUS              PIC XX VALUE SPACES.
       01 CMAST-STATUS                 PIC XX VALUE SPACES.
       01 REPORT-STATUS                PIC XX VALUE SPACES.
       01 DISTLOG-STATUS               PIC XX VALUE SPACES.
       01 CONTROL-EOF                  PIC XXX VALUE "NO".
       01 AUDIT-EOF                    PIC XXX VALUE "NO".
       01 ACCEPTED-EOF                 PIC XXX VALUE "NO".
       01 REGION-EOF                   PIC XXX VALUE "NO".
       01 MASTER-EOF                   PIC XXX VALUE "NO".
       01 REPORT-EOF                   PIC XXX VALUE "NO".
       01 CONTROL-PRESENT              PIC XXX VALUE "YES".

      *Tonight's date, as plain digits for the audit-line match
      *and as YYYY-MM-DD text for the filenames and the log.
       01 TONIGHT-YYYYMMDD             PIC 9(8) VALUE ZERO.
       01 TONIGHT-TEXT                 PIC X(8) VALUE SPACES.
       01 TONIGHT-SPLIT-SOURCE         PIC 9(8) VALUE ZERO.
       01 TONIGHT-SPLIT REDEFINES TONIGHT-SPLIT-SOURCE.
           05 TON-YEAR                 PIC 9(4).
           05 TON-MONTH                PIC 99.
           05 TON-DAY                  PIC 99.
       01 DATE-TEXT-EDIT.
           05 DTE-YEAR                 PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 DTE-MONTH                PIC 99.
           05 FILLER                   PIC X VALUE '-'.
           05 DTE-DAY                  PIC 99.
       01 TONIGHT-DATE-TEXT            PIC X(10) VALUE SPACES.
       01 REPORT-FILENAME              PIC X(40) VALUE SPACES.
       01 BUNDLE-FILENAME              PIC X(40) VALUE SPACES.

      *Every report the stream can hand out. Kind D is named for
      *each feed date, T for tonight's date, F is a fixed name
      *rewritten each night, M is the month-end summary MIDMONTH
      *prints on demand. Filter B cuts the one-block-per-country
      *layout a block at a time, L tests each line for a country
      *code at the given columns, V reads the code off a CSV row.
      *The code must stand alone - a space or the line start in
      *front, the trailing-space count of blanks behind - so a
      *heading word such as CODE is never taken for a country. A
      *region column marks the subtotal lines placed by region.
       01 REPORT-TABLE.
           05 REPORT-COUNT             PIC 9(2) VALUE ZERO.
           05 REPORT-ENTRY OCCURS 12 TIMES.
               10 RP-ID                PIC X(10).
               10 RP-FILE              PIC X(20).
               10 RP-STEP              PIC X(10).
               10 RP-KIND              PIC X.
               10 RP-FILTER            PIC X.
               10 RP-CODE-COL          PIC 9(3).
               10 RP-CODE-COL-2        PIC 9(3).
               10 RP-CODE-TRAIL        PIC 9.
               10 RP-REGION-COL        PIC 9(3).
       01 WORK-REPORT-ENTRY.
           05 WRP-ID                   PIC X(10).
           05 WRP-FILE                 PIC X(20).
           05 WRP-STEP                 PIC X(10).
           05 WRP-KIND                 PIC X.
           05 WRP-FILTER               PIC X.
           05 WRP-CODE-COL             PIC 9(3).
           05 WRP-CODE-COL-2           PIC 9(3).
           05 WRP-CODE-TRAIL           PIC 9.
           05 WRP-REGION-COL           PIC 9(3).
       01 RP-IDX                       PIC 9(2) VALUE ZERO.
       01 RP-SLOT                      PIC 9(2) VALUE ZERO.

      *Every country code known to the cross-reference or the
      *master, with the region it reports under, and the distinct
      *region names - what a restriction is checked against.
       01 COUNTRY-TABLE.
           05 COUNTRY-COUNT            PIC 9(3) VALUE ZERO.
           05 COUNTRY-ENTRY OCCURS 300 TIMES.
               10 CT-CODE              PIC XX.
               10 CT-REGION            PIC X(20).
       01 CT-IDX                       PIC 9(3) VALUE ZERO.
       01 CT-SLOT                      PIC 9(3) VALUE ZERO.
       01 LOOKUP-CODE                  PIC XX VALUE SPACES.
       01 NEW-REGION                   PIC X(20) VALUE SPACES.
       01 FOUND-REGION-NAME            PIC X(20) VALUE SPACES.

       01 REGION-NAME-TABLE.
           05 REGION-NAME-COUNT        PIC 9(3) VALUE ZERO.
           05 REGION-NAME-ENTRY OCCURS 100 TIMES
                                       PIC X(20).
       01 RN-IDX                       PIC 9(3) VALUE ZERO.
       01 REGION-KNOWN                 PIC XXX VALUE "NO".
       01 LOOKUP-REGION                PIC X(20) VALUE SPACES.

      *The distinct feed dates on the validated feed, ascending
       01 FEED-DAY-TABLE.
           05 FEED-DAY-COUNT           PIC 9(2) VALUE ZERO.
           05 FEED-DAY-ENTRY OCCURS 31 TIMES
                                       PIC X(10).
       01 FEED-DAY-IDX                 PIC 9(2) VALUE ZERO.
       01 FEED-DAY-SLOT                PIC 9(2) VALUE ZERO.
       01 FEED-DAY-SHIFT-IDX           PIC 9(2) VALUE ZERO.
       01 DATE-ALREADY-NOTED           PIC XXX VALUE "NO".

      *Steps that ended OK, or with a warning, on tonight's
      *AUDIT.LOG lines, with the feed date a per-day pass covered.
      *A checkpoint skip on a restart is not listed again - the
      *pass that ended OK earlier tonight already is.
       01 PRODUCED-STEP-TABLE.
           05 PRODUCED-STEP-COUNT      PIC 9(3) VALUE ZERO.
           05 PRODUCED-STEP-ENTRY OCCURS 250 TIMES.
               10 PS-NAME              PIC X(10).
               10 PS-DAY               PIC X(10).
       01 PS-IDX                       PIC 9(3) VALUE ZERO.
       01 NOTED-STEP                   PIC X(10) VALUE SPACES.
       01 NOTED-DAY                    PIC X(10) VALUE SPACES.
       01 STEP-ALREADY-NOTED           PIC XXX VALUE "NO".
       01 STEP-RAN-OK                  PIC XXX VALUE "NO".

      *One entry per report file expected tonight - a dated
      *report once per feed date - with whether it was produced.
       01 INSTANCE-TABLE.
           05 INSTANCE-COUNT           PIC 9(2) VALUE ZERO.
           05 INSTANCE-ENTRY OCCURS 80 TIMES.
               10 INS-RP-IDX           PIC 9(2).
               10 INS-DAY              PIC X(10).
               10 INS-FILENAME         PIC X(40).
               10 INS-STATUS           PIC X(12).
       01 INS-IDX                      PIC 9(2) VALUE ZERO.
       01 INSTANCE-DAY                 PIC X(10) VALUE SPACES.
       01 DAY-NAME-TEXT                PIC X(10) VALUE SPACES.

      *Recipients off the control file - the reports each one
      *wants, by report-table position, and their restrictions.
      *A restriction of type G names a region, type C a country.
       01 RECIPIENT-TABLE.
           05 RECIPIENT-COUNT          PIC 9(2) VALUE ZERO.
           05 RECIPIENT-ENTRY OCCURS 50 TIMES.
               10 RC-ID                PIC X(8).
               10 RC-NAME              PIC X(30).
               10 RC-REPORT-COUNT      PIC 9(2).
               10 RC-WANTS OCCURS 12 TIMES
                                       PIC X.
               10 RC-LIMIT-COUNT       PIC 9(2).
               10 RC-LIMIT OCCURS 20 TIMES.
                   15 RC-LIMIT-TYPE    PIC X.
                   15 RC-LIMIT-VALUE   PIC X(20).
       01 RC-IDX                       PIC 9(2) VALUE ZERO.
       01 RC-SLOT                      PIC 9(2) VALUE ZERO.
       01 LIMIT-IDX                    PIC 9(2) VALUE ZERO.
       01 CONTROL-PASS                 PIC 9 VALUE ZERO.
       01 ERROR-REASON                 PIC X(32) VALUE SPACES.

      *The line being filtered, and what it was found to carry
       01 LINE-KEEP                    PIC XXX VALUE "YES".
       01 LINE-CODE                    PIC XX VALUE SPACES.
       01 LINE-REGION                  PIC X(20) VALUE SPACES.
       01 CODE-SHAPE-OK                PIC XXX VALUE "NO".
       01 CHECK-COL                    PIC 9(3) VALUE ZERO.
       01 CHECK-TRAIL                  PIC 9 VALUE ZERO.
       01 CSV-TALLY                    PIC 9(3) VALUE ZERO.
       01 LINES-SENT                   PIC 9(6) VALUE ZERO.
       01 LINES-LEFT-OUT               PIC 9(6) VALUE ZERO.

      *One country block of the block-format report, held until
      *its COUNTRY CODE line says whether it goes.
       01 BLOCK-TABLE.
           05 BLOCK-COUNT              PIC 9(2) VALUE ZERO.
           05 BLOCK-LINE OCCURS 20 TIMES
                                       PIC X(200).
       01 BLOCK-IDX                    PIC 9(2) VALUE ZERO.
       01 BLOCK-CODE                   PIC XX VALUE SPACES.

       01 BUNDLES-WRITTEN              PIC 9(4) VALUE ZERO.
       01 NOT-PRODUCED-COUNT           PIC 9(4) VALUE ZERO.
       01 CONTROL-ERROR-COUNT          PIC 9(4) VALUE ZERO.

       01 DASHED-LINE.
           05 FILLER                   PIC X(100) VALUES ALL '*'.

       01 COVER-TITLE-LINE.
           05 FILLER                   PIC X(33) VALUE
           'NIGHTLY REPORT BUNDLE - NIGHT OF '.
           05 CVT-DATE                 PIC X(10).

       01 COVER-RECIPIENT-LINE.
           05 FILLER                   PIC X(12) VALUE 'RECIPIENT:  '.
           05 CVR-ID                   PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CVR-NAME                 PIC X(30).

       01 COVER-SCOPE-LINE.
           05 FILLER                   PIC X(14) VALUE
           'COUNTRY SCOPE:'.

       01 COVER-ALL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(32) VALUE
           'ALL COUNTRIES - NO RESTRICTION'.

       01 COVER-LIMIT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CVL-TYPE                 PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CVL-VALUE                PIC X(20).

       01 COVER-LIMIT-NOTE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(48) VALUE
           'LINES FOR COUNTRIES OUTSIDE THIS SCOPE ARE LEFT '.
           05 FILLER                   PIC X(39) VALUE
           'OUT - HEADINGS AND TOTALS PRINT AS RUN.'.

       01 COVER-CONTENTS-LINE.
           05 FILLER                   PIC X(23) VALUE
           'REPORTS IN THIS BUNDLE:'.

       01 COVER-NONE-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(33) VALUE
           'NO REPORTS LISTED ON DISTCTL.DAT.'.

       01 COVER-REPORT-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CVP-ID                   PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CVP-FILE                 PIC X(40).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 CVP-STATUS               PIC X(36).

       01 SECTION-HEAD-LINE.
           05 FILLER                   PIC X(8)  VALUE 'REPORT: '.
           05 SHL-ID                   PIC X(10).
           05 FILLER                   PIC X(8)  VALUE '  FILE: '.
           05 SHL-FILE                 PIC X(40).

       01 END-BUNDLE-LINE.
           05 FILLER                   PIC X(13) VALUE
           'END OF BUNDLE'.

      *Distribution log lines - a heading per run, one line per
      *expected report and per report sent or held back, control
      *file errors, and a closing count line.
       01 LOG-RUN-LINE.
           05 FILLER                   PIC X(30) VALUE
           'DISTRIBUTION RUN FOR NIGHT OF '.
           05 LRL-DATE                 PIC X(10).

       01 LOG-HEADING-LINE.
           05 FILLER                   PIC X(12) VALUE 'RUN DATE'.
           05 FILLER                   PIC X(10) VALUE 'RECIPIENT'.
           05 FILLER                   PIC X(12) VALUE 'REPORT'.
           05 FILLER                   PIC X(32) VALUE 'FILE'.
           05 FILLER                   PIC X(22) VALUE 'STATUS'.
           05 FILLER                   PIC X(9)  VALUE '   LINES'.
           05 FILLER                   PIC X(9)  VALUE ' LEFT OUT'.

       01 LOG-DETAIL-LINE.
           05 DLG-RUN-DATE             PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-RECIPIENT            PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-REPORT               PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-FILE                 PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-STATUS               PIC X(20).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-LINES                PIC ZZZ,ZZ9.
           05 DLG-LINES-X REDEFINES DLG-LINES
                                       PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-LEFT-OUT             PIC ZZZ,ZZ9.
           05 DLG-LEFT-OUT-X REDEFINES DLG-LEFT-OUT
                                       PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DLG-FLAG                 PIC X(3).

       01 LOG-ERROR-LINE.
           05 DLE-RUN-DATE             PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE
           'CONTROL ERROR: '.
           05 DLE-REASON               PIC X(32).
           05 FILLER                   PIC X(3)  VALUE ' - '.
           05 DLE-RECORD               PIC X(41).

       01 LOG-SUMMARY-LINE.
           05 DLS-RUN-DATE             PIC X(10).
           05 FILLER                   PIC X(14) VALUE
           '  RECIPIENTS: '.
           05 DLS-RECIPIENTS           PIC Z9.
           05 FILLER                   PIC X(12) VALUE
           '   BUNDLES: '.
           05 DLS-BUNDLES              PIC Z(3)9.
           05 FILLER                   PIC X(17) VALUE
           '   NOT PRODUCED: '.
           05 DLS-NOT-PRODUCED         PIC Z(3)9.
           05 FILLER                   PIC X(19) VALUE
           '   CONTROL ERRORS: '.
           05 DLS-CONTROL-ERRORS       PIC Z(3)9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 110-DETERMINE-TONIGHT.
           PERFORM 120-LOAD-REPORT-TABLE.
           PERFORM 130-LOAD-COUNTRY-TABLE.
           PERFORM 200-LOAD-FEED-DAYS.
           PERFORM 250-LOAD-TONIGHTS-STEPS.
           PERFORM 300-BUILD-INSTANCES.

           PERFORM 400-OPEN-DISTLOG.
           MOVE TONIGHT-DATE-TEXT TO LRL-DATE.
           MOVE LOG-RUN-LINE TO DISTLOG-RECORD.
           WRITE DISTLOG-RECORD.
           MOVE LOG-HEADING-LINE TO DISTLOG-RECORD.
           WRITE DISTLOG-RECORD.
           PERFORM 350-LOG-INSTANCE
               VARYING INS-IDX FROM 1 BY 1
               UNTIL INS-IDX > INSTANCE-COUNT.

           PERFORM 500-LOAD-CONTROL-FILE.
           PERFORM 600-BUILD-BUNDLE
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RECIPIENT-COUNT.

           PERFORM 800-WRITE-RUN-SUMMARY.
           CLOSE DISTLOG-FILE.
      *A report the stream should have produced and did not, or a
      *control record that could not be honored, ends the step
      *nonzero so the nightly driver's log line shows it.
           IF NOT-PRODUCED-COUNT > ZERO
                   OR CONTROL-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Tonight's date drives the audit-line match and the dated
      *bundle filenames. It is the run date the driver wrote as the
      *stream started, the same date on its step lines, so a stream
      *that passes midnight still finds its own steps.
       110-DETERMINE-TONIGHT.
           MOVE ZERO TO TONIGHT-YYYYMMDD.
           OPEN INPUT RUN-DATE-FILE.
           READ RUN-DATE-FILE
               AT END CONTINUE
               NOT AT END
                   IF RDT-RUN-DATE NUMERIC
                       MOVE RDT-RUN-DATE TO TONIGHT-YYYYMMDD
                   END-IF
           END-READ.
           CLOSE RUN-DATE-FILE.
           IF TONIGHT-YYYYMMDD = ZERO
               ACCEPT TONIGHT-YYYYMMDD FROM DATE YYYYMMDD
           END-IF.
           MOVE TONIGHT-YYYYMMDD TO TONIGHT-TEXT.
           MOVE TONIGHT-YYYYMMDD TO TONIGHT-SPLIT-SOURCE.
           MOVE TON-YEAR TO DTE-YEAR.
           MOVE TON-MONTH TO DTE-MONTH.
           MOVE TON-DAY TO DTE-DAY.
           MOVE DATE-TEXT-EDIT TO TONIGHT-DATE-TEXT.

      *The reports the stream produces, the step that produces
      *each, and where its country code and region name print.
       120-LOAD-REPORT-TABLE.
           MOVE ZERO TO REPORT-COUNT.
           MOVE "MIDTERM" TO WRP-ID.
           MOVE "midterm_" TO WRP-FILE.
           MOVE "MIDTERM" TO WRP-STEP.
           MOVE "D" TO WRP-KIND.
           MOVE "B" TO WRP-FILTER.
           MOVE ZERO TO WRP-CODE-COL WRP-CODE-COL-2 WRP-CODE-TRAIL
               WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "MIDTERMPT2" TO WRP-ID.
           MOVE "midtermpt2_" TO WRP-FILE.
           MOVE "MIDTERMPT2" TO WRP-STEP.
           MOVE "D" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 27 TO WRP-CODE-COL.
           MOVE ZERO TO WRP-CODE-COL-2.
           MOVE 5 TO WRP-CODE-TRAIL.
           MOVE ZERO TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "FORMIDT3" TO WRP-ID.
           MOVE "FORMIDT3" TO WRP-FILE.
           MOVE "MIDTERMPT3" TO WRP-STEP.
           MOVE "F" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 48 TO WRP-CODE-COL.
           MOVE ZERO TO WRP-CODE-COL-2.
           MOVE 5 TO WRP-CODE-TRAIL.
           MOVE 11 TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "TOPN" TO WRP-ID.
           MOVE "topn.rpt" TO WRP-FILE.
           MOVE "MIDTOPN" TO WRP-STEP.
           MOVE "F" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 33 TO WRP-CODE-COL.
           MOVE ZERO TO WRP-CODE-COL-2.
           MOVE 3 TO WRP-CODE-TRAIL.
           MOVE ZERO TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "ALERT" TO WRP-ID.
           MOVE "alert.rpt" TO WRP-FILE.
           MOVE "MIDALERT" TO WRP-STEP.
           MOVE "F" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 1 TO WRP-CODE-COL.
           MOVE ZERO TO WRP-CODE-COL-2.
           MOVE 4 TO WRP-CODE-TRAIL.
           MOVE ZERO TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "REFCHECK" TO WRP-ID.
           MOVE "refcheck.rpt" TO WRP-FILE.
           MOVE "MIDREFCK" TO WRP-STEP.
           PERFORM 125-ADD-REPORT.

           MOVE "XDAY" TO WRP-ID.
           MOVE "xday.rpt" TO WRP-FILE.
           MOVE "MIDXDAY" TO WRP-STEP.
           PERFORM 125-ADD-REPORT.

           MOVE "GAP" TO WRP-ID.
           MOVE "gap.rpt" TO WRP-FILE.
           MOVE "MIDGAP" TO WRP-STEP.
           PERFORM 125-ADD-REPORT.

      *The briefing's silent-country lines carry the code at
      *column 3, its top-mover lines after the rank at column 6.
           MOVE "BRIEFING" TO WRP-ID.
           MOVE "briefing_" TO WRP-FILE.
           MOVE "MIDBRIEF" TO WRP-STEP.
           MOVE "T" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 3 TO WRP-CODE-COL.
           MOVE 6 TO WRP-CODE-COL-2.
           MOVE 2 TO WRP-CODE-TRAIL.
           MOVE ZERO TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "MONTHLY" TO WRP-ID.
           MOVE "monthly.rpt" TO WRP-FILE.
           MOVE "MIDMONTH" TO WRP-STEP.
           MOVE "M" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 1 TO WRP-CODE-COL.
           MOVE ZERO TO WRP-CODE-COL-2.
           MOVE 4 TO WRP-CODE-TRAIL.
           MOVE 1 TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

           MOVE "CSV" TO WRP-ID.
           MOVE "midterm.csv" TO WRP-FILE.
           MOVE "MIDTERMCSV" TO WRP-STEP.
           MOVE "F" TO WRP-KIND.
           MOVE "V" TO WRP-FILTER.
           MOVE ZERO TO WRP-CODE-COL WRP-CODE-COL-2 WRP-CODE-TRAIL
               WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

      *The coverage report places each country under its region
      *and closes each region with a SUBTOTAL line.
           MOVE "VAXCOV" TO WRP-ID.
           MOVE "vaxcov.rpt" TO WRP-FILE.
           MOVE "MIDVAXCV" TO WRP-STEP.
           MOVE "F" TO WRP-KIND.
           MOVE "L" TO WRP-FILTER.
           MOVE 48 TO WRP-CODE-COL.
           MOVE ZERO TO WRP-CODE-COL-2.
           MOVE 3 TO WRP-CODE-TRAIL.
           MOVE 11 TO WRP-REGION-COL.
           PERFORM 125-ADD-REPORT.

       125-ADD-REPORT.
           IF REPORT-COUNT < 12
               ADD 1 TO REPORT-COUNT
               MOVE WORK-REPORT-ENTRY TO REPORT-ENTRY (REPORT-COUNT)
           END-IF.

      *Loads every country code the cross-reference carries, then
      *adds the master's countries the cross-reference is missing
      *under their master region - the cross-reference wins where
      *both carry a country, as it does on the region reports.
       130-LOAD-COUNTRY-TABLE.
           MOVE "NO" TO REGION-EOF.
           OPEN INPUT REGION-FILE.
           PERFORM 135-READ-REGION-RECORD UNTIL REGION-EOF = "YES".
           CLOSE REGION-FILE.
           MOVE "NO" TO MASTER-EOF.
           OPEN INPUT CMASTER-FILE.
           IF CMAST-STATUS = "00" OR CMAST-STATUS = "05"
               MOVE LOW-VALUES TO CM-COUNTRY-CODE
               START CMASTER-FILE KEY IS NOT LESS THAN
                       CM-COUNTRY-CODE
                   INVALID KEY MOVE "YES" TO MASTER-EOF
               END-START
               PERFORM 145-READ-MASTER-RECORD
                   UNTIL MASTER-EOF = "YES"
               CLOSE CMASTER-FILE
           END-IF.
           MOVE "UNASSIGNED" TO LOOKUP-REGION.
           PERFORM 160-NOTE-REGION-NAME.

       135-READ-REGION-RECORD.
           READ REGION-FILE
               AT END MOVE "YES" TO REGION-EOF
               NOT AT END
                   MOVE XR-COUNTRY-CODE TO LOOKUP-CODE
                   MOVE XR-REGION-NAME TO NEW-REGION
                   PERFORM 140-ADD-COUNTRY.

       140-ADD-COUNTRY.
           IF NEW-REGION = SPACES
               MOVE "UNASSIGNED" TO NEW-REGION
           END-IF.
           PERFORM 150-FIND-COUNTRY.
           IF CT-SLOT = ZERO AND COUNTRY-COUNT < 300
               ADD 1 TO COUNTRY-COUNT
               MOVE LOOKUP-CODE TO CT-CODE (COUNTRY-COUNT)
               MOVE NEW-REGION TO CT-REGION (COUNTRY-COUNT)
               MOVE NEW-REGION TO LOOKUP-REGION
               PERFORM 160-NOTE-REGION-NAME
           END-IF.

       145-READ-MASTER-RECORD.
           READ CMASTER-FILE NEXT RECORD
               AT END MOVE "YES" TO MASTER-EOF
               NOT AT END
                   MOVE CM-COUNTRY-CODE TO LOOKUP-CODE
                   MOVE CM-REGION TO NEW-REGION
                   PERFORM 140-ADD-COUNTRY.

      *Finds LOOKUP-CODE on the country table - CT-SLOT is zero
      *when it is not there - and the region it reports under, a
      *country on neither reference file landing in UNASSIGNED.
       150-FIND-COUNTRY.
           MOVE ZERO TO CT-SLOT.
           MOVE "UNASSIGNED" TO FOUND-REGION-NAME.
           PERFORM 155-SEARCH-COUNTRY-ENTRY
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > COUNTRY-COUNT OR CT-SLOT NOT = ZERO.

       155-SEARCH-COUNTRY-ENTRY.
           IF CT-CODE (CT-IDX) = LOOKUP-CODE
               MOVE CT-IDX TO CT-SLOT
               MOVE CT-REGION (CT-IDX) TO FOUND-REGION-NAME
           END-IF.

       160-NOTE-REGION-NAME.
           PERFORM 170-FIND-REGION-NAME.
           IF REGION-KNOWN = "NO" AND REGION-NAME-COUNT < 100
               ADD 1 TO REGION-NAME-COUNT
               MOVE LOOKUP-REGION
                   TO REGION-NAME-ENTRY (REGION-NAME-COUNT)
           END-IF.

       170-FIND-REGION-NAME.
           MOVE "NO" TO REGION-KNOWN.
           PERFORM 175-SEARCH-REGION-NAME
               VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > REGION-NAME-COUNT.

       175-SEARCH-REGION-NAME.
           IF REGION-NAME-ENTRY (RN-IDX) = LOOKUP-REGION
               MOVE "YES" TO REGION-KNOWN
           END-IF.

      *Collects the distinct dates on the validated feed, slotted
      *in ascending order - the dates the per-day reports were
      *named for, oldest first.
       200-LOAD-FEED-DAYS.
           MOVE "NO" TO ACCEPTED-EOF.
           OPEN INPUT ACCEPTED-FILE.
           PERFORM 210-SCAN-ONE-RECORD UNTIL ACCEPTED-EOF = "YES".
           CLOSE ACCEPTED-FILE.

       210-SCAN-ONE-RECORD.
           READ ACCEPTED-FILE
               AT END MOVE "YES" TO ACCEPTED-EOF
               NOT AT END
                   IF ACC-DATE NOT = SPACES
                       PERFORM 220-NOTE-FEED-DATE
                   END-IF.

       220-NOTE-FEED-DATE.
           MOVE "NO" TO DATE-ALREADY-NOTED.
           PERFORM 225-SEARCH-FEED-DATES
               VARYING FEED-DAY-IDX FROM 1 BY 1
               UNTIL FEED-DAY-IDX > FEED-DAY-COUNT.
           IF DATE-ALREADY-NOTED = "NO" AND FEED-DAY-COUNT < 31
               PERFORM 230-INSERT-FEED-DATE
           END-IF.

       225-SEARCH-FEED-DATES.
           IF FEED-DAY-ENTRY (FEED-DAY-IDX) = ACC-DATE
               MOVE "YES" TO DATE-ALREADY-NOTED
           END-IF.

      *Slots the new date into ascending order, shifting the
      *later dates down to make room.
       230-INSERT-FEED-DATE.
           MOVE ZERO TO FEED-DAY-SLOT.
           PERFORM 235-FIND-DATE-SLOT
               VARYING FEED-DAY-IDX FROM 1 BY 1
               UNTIL FEED-DAY-IDX > FEED-DAY-COUNT.
           IF FEED-DAY-SLOT = ZERO
               ADD 1 TO FEED-DAY-COUNT
               MOVE ACC-DATE TO FEED-DAY-ENTRY (FEED-DAY-COUNT)
           ELSE
               PERFORM 238-SHIFT-DATE-ENTRY
                   VARYING FEED-DAY-SHIFT-IDX
                   FROM FEED-DAY-COUNT BY -1
                   UNTIL FEED-DAY-SHIFT-IDX < FEED-DAY-SLOT
               ADD 1 TO FEED-DAY-COUNT
               MOVE ACC-DATE TO FEED-DAY-ENTRY (FEED-DAY-SLOT)
           END-IF.

       235-FIND-DATE-SLOT.
           IF FEED-DAY-SLOT = ZERO
                   AND ACC-DATE < FEED-DAY-ENTRY (FEED-DAY-IDX)
               MOVE FEED-DAY-IDX TO FEED-DAY-SLOT
           END-IF.

       238-SHIFT-DATE-ENTRY.
           MOVE FEED-DAY-ENTRY (FEED-DAY-SHIFT-IDX)
               TO FEED-DAY-ENTRY (FEED-DAY-SHIFT-IDX + 1).

      *Reads tonight's lines off AUDIT.LOG. A driver step line
      *that ended OK or with a warning means the step's report was
      *written; the per-day steps carry the feed date in the note.
      *The month-end summary is never a stream step, so its own
      *program line stands for it.
       250-LOAD-TONIGHTS-STEPS.
           MOVE "NO" TO AUDIT-EOF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS = "00"
               PERFORM 260-READ-AUDIT-LINE UNTIL AUDIT-EOF = "YES"
               CLOSE AUDIT-FILE
           END-IF.

       260-READ-AUDIT-LINE.
           READ AUDIT-FILE
               AT END MOVE "YES" TO AUDIT-EOF
               NOT AT END PERFORM 265-COLLECT-AUDIT-LINE.

       265-COLLECT-AUDIT-LINE.
           IF DST-TAG = "PROGRAM: " AND DST-RUN-DATE = TONIGHT-TEXT
               IF DST-STEP-TAG = " STEP: "
                   IF DST-STEP-STATUS = "OK"
                           OR DST-STEP-STATUS = "WARNING"
                       MOVE DST-STEP-NAME TO NOTED-STEP
                       MOVE SPACES TO NOTED-DAY
                       IF DST-STEP-NOTE (1:4) = "DAY "
                           MOVE DST-STEP-NOTE (5:10) TO NOTED-DAY
                       END-IF
                       PERFORM 270-NOTE-STEP-PRODUCED
                   END-IF
               ELSE
                   IF DST-PROGRAM = "MIDMONTH"
                       MOVE DST-PROGRAM TO NOTED-STEP
                       MOVE SPACES TO NOTED-DAY
                       PERFORM 270-NOTE-STEP-PRODUCED
                   END-IF
               END-IF
           END-IF.

       270-NOTE-STEP-PRODUCED.
           MOVE "NO" TO STEP-ALREADY-NOTED.
           PERFORM 275-SEARCH-PRODUCED-STEPS
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > PRODUCED-STEP-COUNT.
           IF STEP-ALREADY-NOTED = "NO" AND PRODUCED-STEP-COUNT < 250
               ADD 1 TO PRODUCED-STEP-COUNT
               MOVE NOTED-STEP TO PS-NAME (PRODUCED-STEP-COUNT)
               MOVE NOTED-DAY TO PS-DAY (PRODUCED-STEP-COUNT)
           END-IF.

       275-SEARCH-PRODUCED-STEPS.
           IF PS-NAME (PS-IDX) = NOTED-STEP
                   AND PS-DAY (PS-IDX) = NOTED-DAY
               MOVE "YES" TO STEP-ALREADY-NOTED
           END-IF.

      *Lists every report file expected tonight and settles
      *whether each was produced: its step ended OK tonight - for
      *the same feed date, for a dated report - and the file is
      *there to read. A night with no feed date names the dated
      *reports "nodate", as the report programs do.
       300-BUILD-INSTANCES.
           PERFORM 310-BUILD-REPORT-INSTANCES
               VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > REPORT-COUNT.

       310-BUILD-REPORT-INSTANCES.
           IF RP-KIND (RP-IDX) = "D" AND FEED-DAY-COUNT > ZERO
               PERFORM 315-BUILD-DAY-INSTANCE
                   VARYING FEED-DAY-IDX FROM 1 BY 1
                   UNTIL FEED-DAY-IDX > FEED-DAY-COUNT
           ELSE
               MOVE SPACES TO INSTANCE-DAY
               PERFORM 320-ADD-INSTANCE
           END-IF.

       315-BUILD-DAY-INSTANCE.
           MOVE FEED-DAY-ENTRY (FEED-DAY-IDX) TO INSTANCE-DAY.
           PERFORM 320-ADD-INSTANCE.

       320-ADD-INSTANCE.
           IF INSTANCE-COUNT < 80
               ADD 1 TO INSTANCE-COUNT
               MOVE INSTANCE-COUNT TO INS-IDX
               MOVE RP-IDX TO INS-RP-IDX (INS-IDX)
               MOVE INSTANCE-DAY TO INS-DAY (INS-IDX)
               PERFORM 325-NAME-INSTANCE
               PERFORM 330-CHECK-STEP-RAN
               PERFORM 340-SETTLE-INSTANCE-STATUS
           END-IF.

       325-NAME-INSTANCE.
           MOVE SPACES TO INS-FILENAME (INS-IDX).
           EVALUATE RP-KIND (RP-IDX)
               WHEN "D"
                   IF INSTANCE-DAY = SPACES
                       MOVE "nodate" TO DAY-NAME-TEXT
                   ELSE
                       MOVE INSTANCE-DAY TO DAY-NAME-TEXT
                   END-IF
                   STRING RP-FILE (RP-IDX) DELIMITED BY SPACE
                          DAY-NAME-TEXT DELIMITED BY SPACE
                          ".rpt" DELIMITED BY SIZE
                       INTO INS-FILENAME (INS-IDX)
               WHEN "T"
                   STRING RP-FILE (RP-IDX) DELIMITED BY SPACE
                          TONIGHT-DATE-TEXT DELIMITED BY SPACE
                          ".rpt" DELIMITED BY SIZE
                       INTO INS-FILENAME (INS-IDX)
               WHEN OTHER
                   MOVE RP-FILE (RP-IDX) TO INS-FILENAME (INS-IDX)
           END-EVALUATE.

       330-CHECK-STEP-RAN.
           MOVE "NO" TO STEP-RAN-OK.
           PERFORM 335-SEARCH-STEP-RAN
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > PRODUCED-STEP-COUNT.

       335-SEARCH-STEP-RAN.
           IF PS-NAME (PS-IDX) = RP-STEP (RP-IDX)
               IF RP-KIND (RP-IDX) NOT = "D"
                       OR PS-DAY (PS-IDX) = INSTANCE-DAY
                   MOVE "YES" TO STEP-RAN-OK
               END-IF
           END-IF.

      *The month-end summary not run tonight is simply not due;
      *every other report is expected every night.
       340-SETTLE-INSTANCE-STATUS.
           IF STEP-RAN-OK = "YES"
               MOVE INS-FILENAME (INS-IDX) TO REPORT-FILENAME
               OPEN INPUT REPORT-FILE
               IF REPORT-STATUS = "00"
                   CLOSE REPORT-FILE
                   MOVE "PRODUCED" TO INS-STATUS (INS-IDX)
               ELSE
                   MOVE "NOT PRODUCED" TO INS-STATUS (INS-IDX)
               END-IF
           ELSE
               IF RP-KIND (RP-IDX) = "M"
                   MOVE "NOT DUE" TO INS-STATUS (INS-IDX)
               ELSE
                   MOVE "NOT PRODUCED" TO INS-STATUS (INS-IDX)
               END-IF
           END-IF.
           IF INS-STATUS (INS-IDX) = "NOT PRODUCED"
               ADD 1 TO NOT-PRODUCED-COUNT
           END-IF.

      *One log line per expected report - the night's check that
      *everything due was produced, whoever it goes to.
       350-LOG-INSTANCE.
           MOVE INS-RP-IDX (INS-IDX) TO RP-IDX.
           MOVE SPACES TO LOG-DETAIL-LINE.
           MOVE TONIGHT-DATE-TEXT TO DLG-RUN-DATE.
           MOVE "STREAM" TO DLG-RECIPIENT.
           MOVE RP-ID (RP-IDX) TO DLG-REPORT.
           MOVE INS-FILENAME (INS-IDX) TO DLG-FILE.
           MOVE INS-STATUS (INS-IDX) TO DLG-STATUS.
           MOVE SPACES TO DLG-LINES-X.
           MOVE SPACES TO DLG-LEFT-OUT-X.
           IF INS-STATUS (INS-IDX) = "NOT PRODUCED"
               MOVE "***" TO DLG-FLAG
           END-IF.
           MOVE LOG-DETAIL-LINE TO DISTLOG-RECORD.
           WRITE DISTLOG-RECORD.

      *Opens the distribution log for append, creating it on the
      *very first run.
       400-OPEN-DISTLOG.
           OPEN EXTEND DISTLOG-FILE.
           IF DISTLOG-STATUS = "35"
               OPEN OUTPUT DISTLOG-FILE
               CLOSE DISTLOG-FILE
               OPEN EXTEND DISTLOG-FILE
           END-IF.

      *Reads the control file twice - the recipients first, then
      *their reports and restrictions - so the records for one
      *recipient need not follow its R record. A restriction that
      *names a region or country on neither reference file is
      *logged but still kept: it matches nothing, so a mistyped
      *restriction narrows the bundle rather than opening it up.
       500-LOAD-CONTROL-FILE.
           MOVE 1 TO CONTROL-PASS.
           PERFORM 510-READ-CONTROL-PASS.
           IF CONTROL-PRESENT = "YES"
               MOVE 2 TO CONTROL-PASS
               PERFORM 510-READ-CONTROL-PASS
           END-IF.

       510-READ-CONTROL-PASS.
           MOVE "NO" TO CONTROL-EOF.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = "00"
               MOVE "NO" TO CONTROL-PRESENT
               MOVE SPACES TO CONTROL-RECORD
               MOVE "NO DISTCTL.DAT - NO BUNDLES BUILT"
                   TO ERROR-REASON
               PERFORM 590-LOG-CONTROL-ERROR
           ELSE
               PERFORM 515-READ-CONTROL-RECORD
                   UNTIL CONTROL-EOF = "YES"
           END-IF.
           CLOSE CONTROL-FILE.

       515-READ-CONTROL-RECORD.
           READ CONTROL-FILE
               AT END MOVE "YES" TO CONTROL-EOF
               NOT AT END
                   IF CONTROL-RECORD NOT = SPACES
                           AND DC-RECORD-TYPE NOT = "*"
                       IF CONTROL-PASS = 1
                           PERFORM 520-APPLY-RECIPIENT-RECORD
                       ELSE
                           PERFORM 540-APPLY-DETAIL-RECORD
                       END-IF
                   END-IF.

       520-APPLY-RECIPIENT-RECORD.
           EVALUATE TRUE
               WHEN DC-RECORD-TYPE = "R"
                   PERFORM 525-ADD-RECIPIENT
               WHEN DC-RECORD-TYPE = "P" OR DC-RECORD-TYPE = "G"
                       OR DC-RECORD-TYPE = "C"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
           END-EVALUATE.

       525-ADD-RECIPIENT.
           PERFORM 530-FIND-RECIPIENT.
           EVALUATE TRUE
               WHEN DC-RECIPIENT-ID = SPACES
                   MOVE "RECIPIENT ID MISSING" TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
               WHEN RC-SLOT NOT = ZERO
                   MOVE "RECIPIENT LISTED TWICE" TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
               WHEN RECIPIENT-COUNT NOT < 50
                   MOVE "MORE THAN 50 RECIPIENTS" TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
               WHEN OTHER
                   ADD 1 TO RECIPIENT-COUNT
                   MOVE RECIPIENT-COUNT TO RC-SLOT
                   MOVE DC-RECIPIENT-ID TO RC-ID (RC-SLOT)
                   MOVE DC-VALUE TO RC-NAME (RC-SLOT)
                   MOVE ZERO TO RC-REPORT-COUNT (RC-SLOT)
                   MOVE ZERO TO RC-LIMIT-COUNT (RC-SLOT)
                   PERFORM 528-CLEAR-WANTS
                       VARYING RP-IDX FROM 1 BY 1
                       UNTIL RP-IDX > 12
           END-EVALUATE.

       528-CLEAR-WANTS.
           MOVE "N" TO RC-WANTS (RC-SLOT, RP-IDX).

       530-FIND-RECIPIENT.
           MOVE ZERO TO RC-SLOT.
           PERFORM 535-SEARCH-RECIPIENT
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RECIPIENT-COUNT.

       535-SEARCH-RECIPIENT.
           IF RC-ID (RC-IDX) = DC-RECIPIENT-ID
               MOVE RC-IDX TO RC-SLOT
           END-IF.

       540-APPLY-DETAIL-RECORD.
           IF DC-RECORD-TYPE = "P" OR DC-RECORD-TYPE = "G"
                   OR DC-RECORD-TYPE = "C"
               PERFORM 530-FIND-RECIPIENT
               IF RC-SLOT = ZERO
                   MOVE "RECIPIENT NOT DECLARED" TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
               ELSE
                   EVALUATE DC-RECORD-TYPE
                       WHEN "P"
                           PERFORM 550-ADD-REPORT-WANTED
                       WHEN OTHER
                           PERFORM 560-ADD-RESTRICTION
                   END-EVALUATE
               END-IF
           END-IF.

       550-ADD-REPORT-WANTED.
           MOVE ZERO TO RP-SLOT.
           IF DC-VALUE (11:20) = SPACES
               PERFORM 555-SEARCH-REPORT-ID
                   VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > REPORT-COUNT
           END-IF.
           IF RP-SLOT = ZERO
               MOVE "UNKNOWN REPORT ID" TO ERROR-REASON
               PERFORM 590-LOG-CONTROL-ERROR
           ELSE
               IF RC-WANTS (RC-SLOT, RP-SLOT) NOT = "Y"
                   MOVE "Y" TO RC-WANTS (RC-SLOT, RP-SLOT)
                   ADD 1 TO RC-REPORT-COUNT (RC-SLOT)
               END-IF
           END-IF.

       555-SEARCH-REPORT-ID.
           IF RP-ID (RP-IDX) = DC-VALUE (1:10)
               MOVE RP-IDX TO RP-SLOT
           END-IF.

       560-ADD-RESTRICTION.
           IF DC-RECORD-TYPE = "G"
               MOVE DC-VALUE (1:20) TO LOOKUP-REGION
               PERFORM 170-FIND-REGION-NAME
               IF REGION-KNOWN = "NO" OR DC-VALUE (21:10) NOT = SPACES
                   MOVE "REGION NOT ON REGIONXR/CMASTER"
                       TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
               END-IF
           ELSE
               MOVE DC-VALUE (1:2) TO LOOKUP-CODE
               PERFORM 150-FIND-COUNTRY
               IF CT-SLOT = ZERO OR DC-VALUE (3:28) NOT = SPACES
                   MOVE "COUNTRY NOT ON REGIONXR/CMASTER"
                       TO ERROR-REASON
                   PERFORM 590-LOG-CONTROL-ERROR
               END-IF
           END-IF.
           IF RC-LIMIT-COUNT (RC-SLOT) < 20
               ADD 1 TO RC-LIMIT-COUNT (RC-SLOT)
               MOVE RC-LIMIT-COUNT (RC-SLOT) TO LIMIT-IDX
               MOVE DC-RECORD-TYPE
                   TO RC-LIMIT-TYPE (RC-SLOT, LIMIT-IDX)
               MOVE DC-VALUE (1:20)
                   TO RC-LIMIT-VALUE (RC-SLOT, LIMIT-IDX)
           ELSE
               MOVE "MORE THAN 20 RESTRICTIONS" TO ERROR-REASON
               PERFORM 590-LOG-CONTROL-ERROR
           END-IF.

       590-LOG-CONTROL-ERROR.
           ADD 1 TO CONTROL-ERROR-COUNT.
           MOVE TONIGHT-DATE-TEXT TO DLE-RUN-DATE.
           MOVE ERROR-REASON TO DLE-REASON.
           MOVE CONTROL-RECORD TO DLE-RECORD.
           MOVE LOG-ERROR-LINE TO DISTLOG-RECORD.
           WRITE DISTLOG-RECORD.

      *One recipient's bundle - the cover page, then each report
      *they receive that was produced tonight, in report order.
       600-BUILD-BUNDLE.
           MOVE SPACES TO BUNDLE-FILENAME.
           STRING "bundle_" DELIMITED BY SIZE
                  RC-ID (RC-IDX) DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  TONIGHT-DATE-TEXT DELIMITED BY SPACE
                  ".rpt" DELIMITED BY SIZE
               INTO BUNDLE-FILENAME.
           OPEN OUTPUT BUNDLE-FILE.
           PERFORM 610-WRITE-COVER-PAGE.
           PERFORM 650-SEND-INSTANCE
               VARYING INS-IDX FROM 1 BY 1
               UNTIL INS-IDX > INSTANCE-COUNT.
           MOVE DASHED-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 2 LINE.
           MOVE END-BUNDLE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.
           CLOSE BUNDLE-FILE.
           ADD 1 TO BUNDLES-WRITTEN.

       610-WRITE-COVER-PAGE.
           MOVE DASHED-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.
           MOVE TONIGHT-DATE-TEXT TO CVT-DATE.
           MOVE COVER-TITLE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.
           MOVE RC-ID (RC-IDX) TO CVR-ID.
           MOVE RC-NAME (RC-IDX) TO CVR-NAME.
           MOVE COVER-RECIPIENT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.

           MOVE COVER-SCOPE-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 2 LINE.
           IF RC-LIMIT-COUNT (RC-IDX) = ZERO
               MOVE COVER-ALL-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 615-WRITE-COVER-LIMIT
                   VARYING LIMIT-IDX FROM 1 BY 1
                   UNTIL LIMIT-IDX > RC-LIMIT-COUNT (RC-IDX)
               MOVE COVER-LIMIT-NOTE-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE
           END-IF.

           MOVE COVER-CONTENTS-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 2 LINE.
           IF RC-REPORT-COUNT (RC-IDX) = ZERO
               MOVE COVER-NONE-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 620-WRITE-COVER-REPORT
                   VARYING INS-IDX FROM 1 BY 1
                   UNTIL INS-IDX > INSTANCE-COUNT
           END-IF.
           MOVE DASHED-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.

       615-WRITE-COVER-LIMIT.
           IF RC-LIMIT-TYPE (RC-IDX, LIMIT-IDX) = "G"
               MOVE "REGION" TO CVL-TYPE
           ELSE
               MOVE "COUNTRY" TO CVL-TYPE
           END-IF.
           MOVE RC-LIMIT-VALUE (RC-IDX, LIMIT-IDX) TO CVL-VALUE.
           MOVE COVER-LIMIT-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.

       620-WRITE-COVER-REPORT.
           MOVE INS-RP-IDX (INS-IDX) TO RP-IDX.
           IF RC-WANTS (RC-IDX, RP-IDX) = "Y"
               MOVE RP-ID (RP-IDX) TO CVP-ID
               MOVE INS-FILENAME (INS-IDX) TO CVP-FILE
               EVALUATE INS-STATUS (INS-IDX)
                   WHEN "PRODUCED"
                       MOVE "ENCLOSED" TO CVP-STATUS
                   WHEN "NOT DUE"
                       MOVE "NOT DUE - MONTH-END REPORT NOT RUN"
                           TO CVP-STATUS
                   WHEN OTHER
                       MOVE "*** NOT PRODUCED TONIGHT ***"
                           TO CVP-STATUS
               END-EVALUATE
               MOVE COVER-REPORT-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE
           END-IF.

      *Copies one report into the bundle when the recipient takes
      *it and it was produced, and logs it either way.
       650-SEND-INSTANCE.
           MOVE INS-RP-IDX (INS-IDX) TO RP-IDX.
           IF RC-WANTS (RC-IDX, RP-IDX) = "Y"
               MOVE ZERO TO LINES-SENT
               MOVE ZERO TO LINES-LEFT-OUT
               IF INS-STATUS (INS-IDX) = "PRODUCED"
                   PERFORM 660-COPY-REPORT
               END-IF
               PERFORM 690-LOG-SENT-LINE
           END-IF.

       660-COPY-REPORT.
           MOVE DASHED-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 2 LINE.
           MOVE RP-ID (RP-IDX) TO SHL-ID.
           MOVE INS-FILENAME (INS-IDX) TO SHL-FILE.
           MOVE SECTION-HEAD-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.
           MOVE INS-FILENAME (INS-IDX) TO REPORT-FILENAME.
           MOVE "NO" TO REPORT-EOF.
           OPEN INPUT REPORT-FILE.
           IF REPORT-STATUS = "00"
               IF RP-FILTER (RP-IDX) = "B"
                   MOVE ZERO TO BLOCK-COUNT
                   MOVE SPACES TO BLOCK-CODE
                   PERFORM 700-READ-BLOCK-LINE
                       UNTIL REPORT-EOF = "YES"
                   PERFORM 710-FLUSH-BLOCK
               ELSE
                   PERFORM 665-COPY-REPORT-LINE
                       UNTIL REPORT-EOF = "YES"
               END-IF
               CLOSE REPORT-FILE
           END-IF.

       665-COPY-REPORT-LINE.
           READ REPORT-FILE
               AT END MOVE "YES" TO REPORT-EOF
               NOT AT END
                   PERFORM 670-FILTER-LINE
                   IF LINE-KEEP = "YES"
                       MOVE REPORT-RECORD TO BUNDLE-RECORD
                       WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE
                       ADD 1 TO LINES-SENT
                   ELSE
                       ADD 1 TO LINES-LEFT-OUT
                   END-IF.

      *A line goes unless the recipient is restricted and the line
      *is a country line - or a region subtotal line - outside
      *the restriction. Headings, totals, and anything else print
      *as the report was run.
       670-FILTER-LINE.
           MOVE "YES" TO LINE-KEEP.
           MOVE SPACES TO LINE-CODE.
           IF RC-LIMIT-COUNT (RC-IDX) > ZERO
               IF RP-FILTER (RP-IDX) = "V"
                   PERFORM 680-FIND-CSV-CODE
               ELSE
                   MOVE RP-CODE-COL (RP-IDX) TO CHECK-COL
                   PERFORM 675-CHECK-CODE-AT-COLUMN
                   IF LINE-CODE = SPACES
                           AND RP-CODE-COL-2 (RP-IDX) > ZERO
                       MOVE RP-CODE-COL-2 (RP-IDX) TO CHECK-COL
                       PERFORM 675-CHECK-CODE-AT-COLUMN
                   END-IF
               END-IF
               IF LINE-CODE NOT = SPACES
                   PERFORM 720-CHECK-COUNTRY-ALLOWED
               ELSE
                   IF RP-REGION-COL (RP-IDX) > ZERO
                       PERFORM 685-CHECK-REGION-LINE
                   END-IF
               END-IF
           END-IF.

       675-CHECK-CODE-AT-COLUMN.
           MOVE "YES" TO CODE-SHAPE-OK.
           MOVE RP-CODE-TRAIL (RP-IDX) TO CHECK-TRAIL.
           IF CHECK-COL > 1
               IF REPORT-RECORD (CHECK-COL - 1:1) NOT = SPACE
                   MOVE "NO" TO CODE-SHAPE-OK
               END-IF
           END-IF.
           IF REPORT-RECORD (CHECK-COL:1) = SPACE
                   OR REPORT-RECORD (CHECK-COL + 1:1) = SPACE
                   OR REPORT-RECORD (CHECK-COL:2) NOT ALPHABETIC-UPPER
               MOVE "NO" TO CODE-SHAPE-OK
           END-IF.
           IF REPORT-RECORD (CHECK-COL + 2:CHECK-TRAIL) NOT = SPACES
               MOVE "NO" TO CODE-SHAPE-OK
           END-IF.
           IF CODE-SHAPE-OK = "YES"
               MOVE REPORT-RECORD (CHECK-COL:2) TO LINE-CODE
           END-IF.

      *A CSV row starts with the quoted country name; the code is
      *the field after it. The header row has no quote and goes.
       680-FIND-CSV-CODE.
           IF REPORT-RECORD (1:1) = '"'
               MOVE ZERO TO CSV-TALLY
               INSPECT REPORT-RECORD TALLYING CSV-TALLY
                   FOR CHARACTERS BEFORE INITIAL '",'
               IF CSV-TALLY < 196
                   MOVE REPORT-RECORD (CSV-TALLY + 3:2) TO LINE-CODE
               END-IF
           END-IF.

       685-CHECK-REGION-LINE.
           MOVE RP-REGION-COL (RP-IDX) TO CHECK-COL.
           MOVE REPORT-RECORD (CHECK-COL:20) TO LOOKUP-REGION.
           IF LOOKUP-REGION NOT = SPACES
                   AND REPORT-RECORD (CHECK-COL + 20:2) = SPACES
               PERFORM 170-FIND-REGION-NAME
               IF REGION-KNOWN = "YES"
                   MOVE LOOKUP-REGION TO LINE-REGION
                   PERFORM 730-CHECK-REGION-ALLOWED
               END-IF
           END-IF.

       690-LOG-SENT-LINE.
           MOVE SPACES TO LOG-DETAIL-LINE.
           MOVE TONIGHT-DATE-TEXT TO DLG-RUN-DATE.
           MOVE RC-ID (RC-IDX) TO DLG-RECIPIENT.
           MOVE RP-ID (RP-IDX) TO DLG-REPORT.
           MOVE INS-FILENAME (INS-IDX) TO DLG-FILE.
           EVALUATE INS-STATUS (INS-IDX)
               WHEN "PRODUCED"
                   MOVE "SENT" TO DLG-STATUS
                   MOVE LINES-SENT TO DLG-LINES
                   MOVE LINES-LEFT-OUT TO DLG-LEFT-OUT
               WHEN "NOT DUE"
                   MOVE "NOT SENT - NOT DUE" TO DLG-STATUS
                   MOVE SPACES TO DLG-LINES-X
                   MOVE SPACES TO DLG-LEFT-OUT-X
               WHEN OTHER
                   MOVE "NOT SENT - MISSING" TO DLG-STATUS
                   MOVE SPACES TO DLG-LINES-X
                   MOVE SPACES TO DLG-LEFT-OUT-X
                   MOVE "***" TO DLG-FLAG
           END-EVALUATE.
           MOVE LOG-DETAIL-LINE TO DISTLOG-RECORD.
           WRITE DISTLOG-RECORD.

      *The one-block-per-country report: every block runs from a
      *row of asterisks to the next, and goes or stays whole on
      *the strength of its COUNTRY CODE line. Lines before the
      *first block and the closing row form blocks of their own
      *with no code, and always go.
       700-READ-BLOCK-LINE.
           READ REPORT-FILE
               AT END MOVE "YES" TO REPORT-EOF
               NOT AT END
                   IF REPORT-RECORD (1:100) = DASHED-LINE
                           OR BLOCK-COUNT = 20
                       PERFORM 710-FLUSH-BLOCK
                   END-IF
                   ADD 1 TO BLOCK-COUNT
                   MOVE REPORT-RECORD TO BLOCK-LINE (BLOCK-COUNT)
                   IF REPORT-RECORD (1:14) = 'COUNTRY CODE: '
                       MOVE REPORT-RECORD (15:2) TO BLOCK-CODE
                   END-IF.

       710-FLUSH-BLOCK.
           IF BLOCK-COUNT > ZERO
               MOVE "YES" TO LINE-KEEP
               IF BLOCK-CODE NOT = SPACES
                       AND RC-LIMIT-COUNT (RC-IDX) > ZERO
                   MOVE BLOCK-CODE TO LINE-CODE
                   PERFORM 720-CHECK-COUNTRY-ALLOWED
               END-IF
               IF LINE-KEEP = "YES"
                   PERFORM 715-WRITE-BLOCK-LINE
                       VARYING BLOCK-IDX FROM 1 BY 1
                       UNTIL BLOCK-IDX > BLOCK-COUNT
                   ADD BLOCK-COUNT TO LINES-SENT
               ELSE
                   ADD BLOCK-COUNT TO LINES-LEFT-OUT
               END-IF
           END-IF.
           MOVE ZERO TO BLOCK-COUNT.
           MOVE SPACES TO BLOCK-CODE.

       715-WRITE-BLOCK-LINE.
           MOVE BLOCK-LINE (BLOCK-IDX) TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD AFTER ADVANCING 1 LINE.

      *A country line goes when the recipient names the country,
      *or names the region the country reports under.
       720-CHECK-COUNTRY-ALLOWED.
           MOVE LINE-CODE TO LOOKUP-CODE.
           PERFORM 150-FIND-COUNTRY.
           MOVE FOUND-REGION-NAME TO LINE-REGION.
           MOVE "NO" TO LINE-KEEP.
           PERFORM 725-MATCH-COUNTRY-LIMIT
               VARYING LIMIT-IDX FROM 1 BY 1
               UNTIL LIMIT-IDX > RC-LIMIT-COUNT (RC-IDX).

       725-MATCH-COUNTRY-LIMIT.
           IF RC-LIMIT-TYPE (RC-IDX, LIMIT-IDX) = "C"
                   AND RC-LIMIT-VALUE (RC-IDX, LIMIT-IDX) (1:2)
                       = LINE-CODE
               MOVE "YES" TO LINE-KEEP
           END-IF.
           IF RC-LIMIT-TYPE (RC-IDX, LIMIT-IDX) = "G"
                   AND RC-LIMIT-VALUE (RC-IDX, LIMIT-IDX)
                       = LINE-REGION
               MOVE "YES" TO LINE-KEEP
           END-IF.

      *A region subtotal goes when the recipient names the region,
      *or names a country that reports under it.
       730-CHECK-REGION-ALLOWED.
           MOVE "NO" TO LINE-KEEP.
           PERFORM 735-MATCH-REGION-LIMIT
               VARYING LIMIT-IDX FROM 1 BY 1
               UNTIL LIMIT-IDX > RC-LIMIT-COUNT (RC-IDX).

       735-MATCH-REGION-LIMIT.
           IF RC-LIMIT-TYPE (RC-IDX, LIMIT-IDX) = "G"
                   AND RC-LIMIT-VALUE (RC-IDX, LIMIT-IDX)
                       = LINE-REGION
               MOVE "YES" TO LINE-KEEP
           END-IF.
           IF RC-LIMIT-TYPE (RC-IDX, LIMIT-IDX) = "C"
               MOVE RC-LIMIT-VALUE (RC-IDX, LIMIT-IDX) (1:2)
                   TO LOOKUP-CODE
               PERFORM 150-FIND-COUNTRY
               IF FOUND-REGION-NAME = LINE-REGION
                   MOVE "YES" TO LINE-KEEP
               END-IF
           END-IF.

       800-WRITE-RUN-SUMMARY.
           MOVE TONIGHT-DATE-TEXT TO DLS-RUN-DATE.
           MOVE RECIPIENT-COUNT TO DLS-RECIPIENTS.
           MOVE BUNDLES-WRITTEN TO DLS-BUNDLES.
           MOVE NOT-PRODUCED-COUNT TO DLS-NOT-PRODUCED.
           MOVE CONTROL-ERROR-COUNT TO DLS-CONTROL-ERRORS.
           MOVE LOG-SUMMARY-LINE TO DISTLOG-RECORD.
           WRITE DISTLOG-RECORD.

       END PROGRAM MIDDIST.
