      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Short-range case projection. Reads every country's
      *          HISTORY.DAT entries and projects total confirmed
      *          and total deaths 7 and 14 days on from its newest
      *          entry. The growth rate is the average daily
      *          increase over the last MIDPROJ LOOKBACK days kept
      *          on the PARMFILE.DAT parameter file by MIDPARM -
      *          from the newest entry back to the latest entry at
      *          least that many days older - and the projection is
      *          the newest total plus that rate times the days
      *          ahead. A country whose totals fell over the window
      *          is projected flat. A country with less history than
      *          the window, or whose newest entry was carried
      *          forward by MIDGAP rather than reported, is listed
      *          but not projected. Each projection is filed on
      *          FORECAST.DAT keyed by country, forecast date (the
      *          newest entry's date) and target date, where
      *          MIDPROJAC scores it once the target date's figures
      *          arrive. A rerun on the same history replaces the
      *          forecasts it filed, except any already scored.
      *          The projections are printed on proj.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDPROJ.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

      *Run controls, maintained by MIDPARM. The MIDPROJ LOOKBACK
      *parameter holds the days of history a projection is drawn
      *from. Running with no parameter file, or no parameter,
      *leaves the standing window in place.
               SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-KEY
                   FILE STATUS IS PARM-STATUS.

      *One projection per country, forecast date and target date,
      *scored later by MIDPROJAC.
               SELECT FORECAST-FILE ASSIGN TO "FORECAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FC-KEY
                   FILE STATUS IS FCST-STATUS.

               SELECT OUTPUT-FILE ASSIGN TO "proj.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *One day's figures for one country, keyed by code and date.
           FD HISTORY-FILE.
           01 HISTORY-RECORD.
               05 HIST-KEY.
                   10 HIST-COUNTRY-CODE    PIC XX.
                   10 HIST-DATE            PIC X(10).
               05 HIST-COUNTRY             PIC X(25).
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

      *One run control, keyed by program and parameter name - the
      *layout MIDPARM maintains.
           FD PARM-FILE.
           01 PARM-RECORD.
               05 PRM-KEY.
                   10 PRM-PROGRAM      PIC X(10).
                   10 PRM-NAME         PIC X(10).
               05 PRM-VALUE            PIC X(10).
               05 PRM-TYPE             PIC X.
               05 PRM-MIN              PIC 9(7).
               05 PRM-MAX              PIC 9(7).
               05 PRM-DESC             PIC X(30).

      *One projection - the forecast date is the date of the newest
      *history entry it was drawn from, the target date that date
      *plus the horizon.
           FD FORECAST-FILE.
           01 FORECAST-RECORD.
               05 FC-KEY.
                   10 FC-COUNTRY-CODE      PIC XX.
                   10 FC-FORECAST-DATE     PIC X(10).
                   10 FC-TARGET-DATE       PIC X(10).
               05 FC-COUNTRY               PIC X(25).
               05 FC-HORIZON               PIC 9(3).
               05 FC-LOOKBACK              PIC 9(4).
               05 FC-RUN-DATE              PIC 9(8).
               05 FC-BASE-CONFIRMED        PIC 9(9).
               05 FC-BASE-DEATHS           PIC 9(8).
               05 FC-PROJ-CONFIRMED        PIC 9(9).
               05 FC-PROJ-DEATHS           PIC 9(8).
      *N until MIDPROJAC scores it against the target date's
      *history entry, then Y.
               05 FC-SCORED                PIC X.
               05 FC-SCORED-DATE           PIC 9(8).
               05 FC-ACTUAL-CONFIRMED      PIC 9(9).
               05 FC-ACTUAL-DEATHS         PIC 9(8).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 PARM-STATUS                  PIC XX VALUE SPACES.
       01 FCST-STATUS                  PIC XX VALUE SPACES.
       01 HISTORY-EOF                  PIC XXX VALUE "NO".
       01 FORECAST-ON-FILE             PIC XXX VALUE "NO".

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.

      *Standing lookback window, replaced by whatever the parameter
      *file carries.
       01 LOOKBACK-DAYS                PIC 9(3) VALUE 7.
       01 LOOKBACK-TEXT                PIC X(10) VALUE SPACES.
       01 LBK-CHAR-IDX                 PIC 9(2) VALUE ZERO.
       01 LBK-VALUE                    PIC 9(7) VALUE ZERO.
       01 LBK-DIGIT-X                  PIC X VALUE ZERO.
       01 LBK-DIGIT REDEFINES LBK-DIGIT-X
                                       PIC 9.
       01 LBK-DIGITS-SEEN              PIC XXX VALUE "NO".

      *The country's entries inside the window. Entry 1 is always
      *the latest one at least LOOKBACK days older than the newest,
      *once the country has one; the last entry is the newest.
       01 WINDOW-TABLE.
           05 WIN-COUNT                PIC 9(3) VALUE ZERO.
           05 WIN-ENTRY OCCURS 100 TIMES.
               10 WT-DATE              PIC X(10).
               10 WT-DAY-NUMBER        PIC 9(7).
               10 WT-CONFIRMED         PIC 9(9).
               10 WT-DEATHS            PIC 9(8).
               10 WT-ENTRY-TYPE        PIC X.
       01 WIN-IDX                      PIC 9(3) VALUE ZERO.
       01 CURRENT-CODE                 PIC XX VALUE SPACES.
       01 CURRENT-COUNTRY              PIC X(25) VALUE SPACES.

      *Date conversion - history dates are YYYY-MM-DD text, the
      *date functions work in YYYYMMDD.
       01 DATE-DIGITS                  PIC 9(8) VALUE ZERO.
       01 DATE-SPLIT REDEFINES DATE-DIGITS.
           05 DGT-YEAR                 PIC 9(4).
           05 DGT-MONTH                PIC 99.
           05 DGT-DAY                  PIC 99.
       01 DATE-TEXT-EDIT.
           05 DTE-YEAR                 PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 DTE-MONTH                PIC 99.
           05 FILLER                   PIC X VALUE '-'.
           05 DTE-DAY                  PIC 99.
       01 ENTRY-DAY-NUMBER             PIC 9(7) VALUE ZERO.
       01 CUTOFF-DAY-NUMBER            PIC 9(7) VALUE ZERO.
       01 TARGET-DAY-NUMBER            PIC 9(7) VALUE ZERO.

      *The projection for the country being finished
       01 SPAN-DAYS                    PIC 9(4) VALUE ZERO.
       01 CONF-INCREASE                PIC S9(9) VALUE ZERO.
       01 DTHS-INCREASE                PIC S9(8) VALUE ZERO.
       01 DAILY-CONF                   PIC S9(9)V99 VALUE ZERO.
       01 DAILY-DTHS                   PIC S9(8)V99 VALUE ZERO.
       01 HORIZON-DAYS                 PIC 9(3) VALUE ZERO.
       01 PROJ-CONFIRMED               PIC 9(9) VALUE ZERO.
       01 PROJ-DEATHS                  PIC 9(8) VALUE ZERO.
       01 FORECAST-KEPT                PIC XXX VALUE "NO".

       01 HISTORY-READ                 PIC 9(7) VALUE ZERO.
       01 COUNTRIES-READ               PIC 9(4) VALUE ZERO.
       01 COUNTRIES-PROJECTED          PIC 9(4) VALUE ZERO.
       01 COUNTRIES-SKIPPED            PIC 9(4) VALUE ZERO.
       01 FORECASTS-FILED              PIC 9(5) VALUE ZERO.
       01 FORECASTS-REPLACED           PIC 9(5) VALUE ZERO.
       01 FORECASTS-KEPT               PIC 9(5) VALUE ZERO.

       01 DASHED-LINE.
           05 FILLER                   PIC X(136) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(27) VALUE
           'CASE PROJECTION - RUN DATE '.
           05 TTL-RUN-DATE             PIC X(10).
           05 FILLER                   PIC X(18) VALUE
           '   LOOKBACK DAYS: '.
           05 TTL-LOOKBACK             PIC ZZ9.

       01 METHOD-LINE.
           05 FILLER                   PIC X(51) VALUE
           'PROJECTION = NEWEST TOTAL + AVERAGE DAILY INCREASE '.
           05 FILLER                   PIC X(49) VALUE
           'OVER THE LOOKBACK WINDOW TIMES DAYS AHEAD (7, 14)'.

       01 HEADING-LINE.
           05 FILLER                   PIC X(4) VALUE 'CODE'.
           05 FILLER                   PIC X(27) VALUE 'COUNTRY'.
           05 FILLER                   PIC X(12) VALUE 'BASE DATE'.
           05 FILLER                   PIC X(6) VALUE 'DAYS'.
           05 FILLER                   PIC X(13) VALUE
           '  CONFIRMED'.
           05 FILLER                   PIC X(13) VALUE
           '    PER DAY'.
           05 FILLER                   PIC X(13) VALUE
           '   CONF +7D'.
           05 FILLER                   PIC X(13) VALUE
           '  CONF +14D'.
           05 FILLER                   PIC X(12) VALUE
           '    DEATHS'.
           05 FILLER                   PIC X(12) VALUE
           '  DTHS +7D'.
           05 FILLER                   PIC X(11) VALUE
           ' DTHS +14D'.

       01 DETAIL-LINE.
           05 DTL-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-COUNTRY              PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-BASE-DATE            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-SPAN                 PIC ZZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-BASE-CONF            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-DAILY-CONF           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROJ7-CONF           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROJ14-CONF          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-BASE-DTHS            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROJ7-DTHS           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROJ14-DTHS          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-NOTE                 PIC X(14).

       01 SKIP-LINE.
           05 SKP-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SKP-COUNTRY              PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SKP-BASE-DATE            PIC X(10).
           05 FILLER                   PIC X(8) VALUE SPACES.
           05 SKP-REASON               PIC X(40).

       01 NO-HISTORY-LINE.
           05 FILLER                   PIC X(51) VALUE
           'NO HISTORY FILE (HISTORY.DAT) ON FILE - NOTHING TO '.
           05 FILLER                   PIC X(8) VALUE 'PROJECT.'.

       01 SUMMARY-LINE-1.
           05 FILLER                   PIC X(22) VALUE
           'HISTORY ENTRIES READ: '.
           05 SUM-HISTORY              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
           '   COUNTRIES: '.
           05 SUM-COUNTRIES            PIC Z,ZZ9.
           05 FILLER                   PIC X(14) VALUE
           '   PROJECTED: '.
           05 SUM-PROJECTED            PIC Z,ZZ9.
           05 FILLER                   PIC X(18) VALUE
           '   NOT PROJECTED: '.
           05 SUM-SKIPPED              PIC Z,ZZ9.

       01 SUMMARY-LINE-2.
           05 FILLER                   PIC X(17) VALUE
           'FORECASTS FILED: '.
           05 SUM-FILED                PIC ZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
           '   REPLACED: '.
           05 SUM-REPLACED             PIC ZZ,ZZ9.
           05 FILLER                   PIC X(26) VALUE
           '   KEPT - ALREADY SCORED: '.
           05 SUM-KEPT                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 110-LOAD-LOOKBACK.

           OPEN OUTPUT OUTPUT-FILE.
           MOVE RUN-DATE TO DATE-DIGITS.
           PERFORM 160-FORMAT-DATE-TEXT.
           MOVE DATE-TEXT-EDIT TO TTL-RUN-DATE.
           MOVE LOOKBACK-DAYS TO TTL-LOOKBACK.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE METHOD-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS = "00"
               PERFORM 150-OPEN-FORECAST
               PERFORM 200-SWEEP-HISTORY
               CLOSE HISTORY-FILE
                   FORECAST-FILE
           ELSE
               MOVE NO-HISTORY-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 800-WRITE-SUMMARY.

           CLOSE OUTPUT-FILE.
           STOP RUN.

      *Reads the lookback window from the parameter file kept by
      *MIDPARM. MIDPARM edits the value before storing it, but the
      *digits are still rebuilt here so a hand-edited file cannot
      *slip garbage through; an unreadable value leaves the
      *standing window in place.
       110-LOAD-LOOKBACK.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00" OR PARM-STATUS = "05"
               MOVE "MIDPROJ" TO PRM-PROGRAM
               MOVE "LOOKBACK" TO PRM-NAME
               READ PARM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRM-VALUE TO LOOKBACK-TEXT
                       PERFORM 120-EDIT-LOOKBACK
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *A zero window has no growth to measure, and the window table
      *holds 90 days plus the entries at either end - the standing
      *window stays in either case.
       120-EDIT-LOOKBACK.
           MOVE ZERO TO LBK-VALUE.
           MOVE "NO" TO LBK-DIGITS-SEEN.
           PERFORM 130-EDIT-LOOKBACK-CHAR
               VARYING LBK-CHAR-IDX FROM 1 BY 1
               UNTIL LBK-CHAR-IDX > 10.
           IF LBK-DIGITS-SEEN = "YES" AND LBK-VALUE > ZERO
                   AND LBK-VALUE < 91
               MOVE LBK-VALUE TO LOOKBACK-DAYS
           END-IF.

       130-EDIT-LOOKBACK-CHAR.
           IF LOOKBACK-TEXT (LBK-CHAR-IDX:1) NUMERIC
               MOVE "YES" TO LBK-DIGITS-SEEN
               MOVE LOOKBACK-TEXT (LBK-CHAR-IDX:1) TO LBK-DIGIT-X
               COMPUTE LBK-VALUE = LBK-VALUE * 10 + LBK-DIGIT
                   ON SIZE ERROR MOVE 9999999 TO LBK-VALUE
               END-COMPUTE
           END-IF.

      *Opens the forecast file, creating it on the very first run.
       150-OPEN-FORECAST.
           OPEN I-O FORECAST-FILE.
           IF FCST-STATUS = "35" OR FCST-STATUS = "05"
               OPEN OUTPUT FORECAST-FILE
               CLOSE FORECAST-FILE
               OPEN I-O FORECAST-FILE
           END-IF.

      *Turns the YYYYMMDD digits in DATE-DIGITS into YYYY-MM-DD text.
       160-FORMAT-DATE-TEXT.
           MOVE DGT-YEAR TO DTE-YEAR.
           MOVE DGT-MONTH TO DTE-MONTH.
           MOVE DGT-DAY TO DTE-DAY.

      *Reads history front to back - by code, then date - and
      *projects each country when its entries run out.
       200-SWEEP-HISTORY.
           MOVE "NO" TO HISTORY-EOF.
           MOVE LOW-VALUES TO HIST-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE "YES" TO HISTORY-EOF.
           PERFORM 210-READ-HISTORY UNTIL HISTORY-EOF = "YES".
           IF WIN-COUNT > ZERO
               PERFORM 300-PROJECT-COUNTRY
           END-IF.

       210-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END PERFORM 220-TAKE-HISTORY-ENTRY.

       220-TAKE-HISTORY-ENTRY.
           ADD 1 TO HISTORY-READ.
           IF HIST-COUNTRY-CODE NOT = CURRENT-CODE
               IF WIN-COUNT > ZERO
                   PERFORM 300-PROJECT-COUNTRY
               END-IF
               MOVE ZERO TO WIN-COUNT
               MOVE HIST-COUNTRY-CODE TO CURRENT-CODE
           END-IF.
           MOVE HIST-COUNTRY TO CURRENT-COUNTRY.
           PERFORM 230-ADD-TO-WINDOW.

      *Adds the entry as the newest in the window, then lets go of
      *every entry older than the latest one that is still at least
      *LOOKBACK days behind it.
       230-ADD-TO-WINDOW.
           MOVE HIST-DATE (1:4) TO DGT-YEAR.
           MOVE HIST-DATE (6:2) TO DGT-MONTH.
           MOVE HIST-DATE (9:2) TO DGT-DAY.
           COMPUTE ENTRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (DATE-DIGITS).
           IF WIN-COUNT = 100
               PERFORM 240-DROP-OLDEST
           END-IF.
           ADD 1 TO WIN-COUNT.
           MOVE HIST-DATE TO WT-DATE (WIN-COUNT).
           MOVE ENTRY-DAY-NUMBER TO WT-DAY-NUMBER (WIN-COUNT).
           MOVE HIST-TOTAL-CONFIRMED TO WT-CONFIRMED (WIN-COUNT).
           MOVE HIST-TOTAL-DEATHS TO WT-DEATHS (WIN-COUNT).
           MOVE HIST-ENTRY-TYPE TO WT-ENTRY-TYPE (WIN-COUNT).
           COMPUTE CUTOFF-DAY-NUMBER =
               ENTRY-DAY-NUMBER - LOOKBACK-DAYS.
           PERFORM 240-DROP-OLDEST
               UNTIL WIN-COUNT < 2
                  OR WT-DAY-NUMBER (2) > CUTOFF-DAY-NUMBER.

       240-DROP-OLDEST.
           PERFORM 245-SHIFT-ENTRY
               VARYING WIN-IDX FROM 1 BY 1
               UNTIL WIN-IDX NOT < WIN-COUNT.
           SUBTRACT 1 FROM WIN-COUNT.

       245-SHIFT-ENTRY.
           MOVE WIN-ENTRY (WIN-IDX + 1) TO WIN-ENTRY (WIN-IDX).

      *The newest entry is the base. The country is projected only
      *when that entry was really reported and the window reaches
      *back the full LOOKBACK days.
       300-PROJECT-COUNTRY.
           ADD 1 TO COUNTRIES-READ.
           MOVE CURRENT-CODE TO SKP-COUNTRY-CODE.
           MOVE CURRENT-COUNTRY TO SKP-COUNTRY.
           MOVE WT-DATE (WIN-COUNT) TO SKP-BASE-DATE.
           COMPUTE CUTOFF-DAY-NUMBER =
               WT-DAY-NUMBER (WIN-COUNT) - LOOKBACK-DAYS.
           EVALUATE TRUE
               WHEN WT-ENTRY-TYPE (WIN-COUNT) = "C"
                   MOVE "NEWEST DAY CARRIED FORWARD - NOT REPORTED"
                       TO SKP-REASON
                   PERFORM 390-WRITE-SKIP-LINE
               WHEN WIN-COUNT < 2
                   MOVE "TOO LITTLE HISTORY FOR THE LOOKBACK"
                       TO SKP-REASON
                   PERFORM 390-WRITE-SKIP-LINE
               WHEN WT-DAY-NUMBER (1) > CUTOFF-DAY-NUMBER
                   MOVE "TOO LITTLE HISTORY FOR THE LOOKBACK"
                       TO SKP-REASON
                   PERFORM 390-WRITE-SKIP-LINE
               WHEN OTHER
                   PERFORM 310-MEASURE-GROWTH
                   PERFORM 320-WRITE-PROJECTIONS
           END-EVALUATE.

      *Average daily increase from the start of the window to the
      *base. A fall - a restated total - is projected flat.
       310-MEASURE-GROWTH.
           COMPUTE SPAN-DAYS =
               WT-DAY-NUMBER (WIN-COUNT) - WT-DAY-NUMBER (1).
           COMPUTE CONF-INCREASE =
               WT-CONFIRMED (WIN-COUNT) - WT-CONFIRMED (1).
           COMPUTE DTHS-INCREASE =
               WT-DEATHS (WIN-COUNT) - WT-DEATHS (1).
           COMPUTE DAILY-CONF ROUNDED = CONF-INCREASE / SPAN-DAYS.
           COMPUTE DAILY-DTHS ROUNDED = DTHS-INCREASE / SPAN-DAYS.
           IF DAILY-CONF < ZERO
               MOVE ZERO TO DAILY-CONF
           END-IF.
           IF DAILY-DTHS < ZERO
               MOVE ZERO TO DAILY-DTHS
           END-IF.

       320-WRITE-PROJECTIONS.
           ADD 1 TO COUNTRIES-PROJECTED.
           MOVE SPACES TO DTL-NOTE.
           MOVE CURRENT-CODE TO DTL-COUNTRY-CODE.
           MOVE CURRENT-COUNTRY TO DTL-COUNTRY.
           MOVE WT-DATE (WIN-COUNT) TO DTL-BASE-DATE.
           MOVE SPAN-DAYS TO DTL-SPAN.
           MOVE WT-CONFIRMED (WIN-COUNT) TO DTL-BASE-CONF.
           MOVE DAILY-CONF TO DTL-DAILY-CONF.
           MOVE WT-DEATHS (WIN-COUNT) TO DTL-BASE-DTHS.

           MOVE 7 TO HORIZON-DAYS.
           PERFORM 330-PROJECT-HORIZON.
           MOVE PROJ-CONFIRMED TO DTL-PROJ7-CONF.
           MOVE PROJ-DEATHS TO DTL-PROJ7-DTHS.

           MOVE 14 TO HORIZON-DAYS.
           PERFORM 330-PROJECT-HORIZON.
           MOVE PROJ-CONFIRMED TO DTL-PROJ14-CONF.
           MOVE PROJ-DEATHS TO DTL-PROJ14-DTHS.

           MOVE DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       330-PROJECT-HORIZON.
           COMPUTE PROJ-CONFIRMED ROUNDED =
               WT-CONFIRMED (WIN-COUNT) + DAILY-CONF * HORIZON-DAYS
               ON SIZE ERROR MOVE 999999999 TO PROJ-CONFIRMED
           END-COMPUTE.
           COMPUTE PROJ-DEATHS ROUNDED =
               WT-DEATHS (WIN-COUNT) + DAILY-DTHS * HORIZON-DAYS
               ON SIZE ERROR MOVE 99999999 TO PROJ-DEATHS
           END-COMPUTE.
           COMPUTE TARGET-DAY-NUMBER =
               WT-DAY-NUMBER (WIN-COUNT) + HORIZON-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER (TARGET-DAY-NUMBER)
               TO DATE-DIGITS.
           PERFORM 160-FORMAT-DATE-TEXT.
           PERFORM 340-FILE-FORECAST.

      *Files the projection. One already scored is history of its
      *own and is left as it stands.
       340-FILE-FORECAST.
           MOVE CURRENT-CODE TO FC-COUNTRY-CODE.
           MOVE WT-DATE (WIN-COUNT) TO FC-FORECAST-DATE.
           MOVE DATE-TEXT-EDIT TO FC-TARGET-DATE.
           MOVE "NO" TO FORECAST-ON-FILE.
           MOVE "NO" TO FORECAST-KEPT.
           READ FORECAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO FORECAST-ON-FILE
                   IF FC-SCORED = "Y"
                       MOVE "YES" TO FORECAST-KEPT
                   END-IF
           END-READ.
           IF FORECAST-KEPT = "YES"
               ADD 1 TO FORECASTS-KEPT
               MOVE "KEPT - SCORED" TO DTL-NOTE
           ELSE
               PERFORM 350-BUILD-FORECAST
               IF FORECAST-ON-FILE = "YES"
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           DISPLAY "FORECAST REWRITE ERROR: " FC-KEY
                       NOT INVALID KEY
                           ADD 1 TO FORECASTS-REPLACED
                   END-REWRITE
               ELSE
                   WRITE FORECAST-RECORD
                       INVALID KEY
                           DISPLAY "FORECAST WRITE ERROR: " FC-KEY
                       NOT INVALID KEY
                           ADD 1 TO FORECASTS-FILED
                   END-WRITE
               END-IF
           END-IF.

       350-BUILD-FORECAST.
           MOVE CURRENT-COUNTRY TO FC-COUNTRY.
           MOVE HORIZON-DAYS TO FC-HORIZON.
           MOVE SPAN-DAYS TO FC-LOOKBACK.
           MOVE RUN-DATE TO FC-RUN-DATE.
           MOVE WT-CONFIRMED (WIN-COUNT) TO FC-BASE-CONFIRMED.
           MOVE WT-DEATHS (WIN-COUNT) TO FC-BASE-DEATHS.
           MOVE PROJ-CONFIRMED TO FC-PROJ-CONFIRMED.
           MOVE PROJ-DEATHS TO FC-PROJ-DEATHS.
           MOVE "N" TO FC-SCORED.
           MOVE ZERO TO FC-SCORED-DATE.
           MOVE ZERO TO FC-ACTUAL-CONFIRMED.
           MOVE ZERO TO FC-ACTUAL-DEATHS.

       390-WRITE-SKIP-LINE.
           ADD 1 TO COUNTRIES-SKIPPED.
           MOVE SKIP-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE HISTORY-READ TO SUM-HISTORY.
           MOVE COUNTRIES-READ TO SUM-COUNTRIES.
           MOVE COUNTRIES-PROJECTED TO SUM-PROJECTED.
           MOVE COUNTRIES-SKIPPED TO SUM-SKIPPED.
           MOVE SUMMARY-LINE-1 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE FORECASTS-FILED TO SUM-FILED.
           MOVE FORECASTS-REPLACED TO SUM-REPLACED.
           MOVE FORECASTS-KEPT TO SUM-KEPT.
           MOVE SUMMARY-LINE-2 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDPROJ.
