      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Forecast accuracy - scores the projections MIDPROJ
      *          files on FORECAST.DAT. Every projection not yet
      *          scored whose target date now has a reported entry
      *          on HISTORY.DAT gets that entry's totals filed
      *          beside it and is marked scored, so it is judged
      *          once against the figures as first seen. A target
      *          day carried forward by MIDGAP is not a real figure
      *          and is left waiting with the ones whose day has
      *          not come. accuracy.rpt lists the projections
      *          scored this run, then the accuracy to date of
      *          every projection ever scored - by country, and by
      *          region using REGIONXR.TXT, split 7 and 14 days
      *          ahead. The error is projected minus actual, so a
      *          positive average means the projections run high;
      *          the percent is the mean absolute percent error,
      *          leaving out any actual of zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDPROJAC.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT FORECAST-FILE ASSIGN TO "FORECAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FC-KEY
                   FILE STATUS IS FCST-STATUS.

               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

               SELECT REGION-FILE ASSIGN TO "REGIONXR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OUTPUT-FILE ASSIGN TO "accuracy.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

      *Cross-reference of country code to continent/region name
           FD REGION-FILE.
           01 REGION-RECORD.
               05 XR-COUNTRY-CODE      PIC XX.
               05 XR-REGION-NAME       PIC X(20).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 FCST-STATUS                  PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 FORECAST-EOF                 PIC XXX VALUE "NO".
       01 REGION-EOF                   PIC XXX VALUE "NO".
       01 HISTORY-AVAILABLE            PIC XXX VALUE "YES".
       01 FIRST-RECORD-SW              PIC XXX VALUE "YES".

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.

       01 REGION-TABLE.
           05 REGION-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 REGION-ENTRY OCCURS 300 TIMES
                                   INDEXED BY REGION-IDX.
               10 RT-COUNTRY-CODE  PIC XX.
               10 RT-REGION-NAME   PIC X(20).
       01 FOUND-REGION                 PIC X(20) VALUE SPACES.

      *One scored projection's errors - projected minus actual, and
      *the absolute error as a percent of the actual.
       01 HZ-IDX                       PIC 9 VALUE ZERO.
       01 ERR-CONF                     PIC S9(9) VALUE ZERO.
       01 ERR-DTHS                     PIC S9(8) VALUE ZERO.
       01 ABS-ERR-CONF                 PIC 9(9) VALUE ZERO.
       01 ABS-ERR-DTHS                 PIC 9(8) VALUE ZERO.
       01 APE-CONF                     PIC 9(5)V9 VALUE ZERO.
       01 APE-DTHS                     PIC 9(5)V9 VALUE ZERO.
       01 MEAN-ERR                     PIC S9(10) VALUE ZERO.
       01 MEAN-APE                     PIC 9(5)V9 VALUE ZERO.

      *Accuracy to date - for the country being read, for every
      *country together, and (below) for each region. Entry 1 of
      *each holds the 7-day projections, entry 2 the 14-day ones.
       01 COUNTRY-ACCUM.
           05 CA-HORIZON OCCURS 2 TIMES.
               10 CA-SCORED            PIC 9(5).
               10 CA-ERR-CONF          PIC S9(11).
               10 CA-ERR-DTHS          PIC S9(10).
               10 CA-APE-CONF          PIC 9(8)V9.
               10 CA-APE-CONF-N        PIC 9(5).
               10 CA-APE-DTHS          PIC 9(8)V9.
               10 CA-APE-DTHS-N        PIC 9(5).
       01 GRAND-ACCUM.
           05 GA-HORIZON OCCURS 2 TIMES.
               10 GA-SCORED            PIC 9(5).
               10 GA-ERR-CONF          PIC S9(11).
               10 GA-ERR-DTHS          PIC S9(10).
               10 GA-APE-CONF          PIC 9(8)V9.
               10 GA-APE-CONF-N        PIC 9(5).
               10 GA-APE-DTHS          PIC 9(8)V9.
               10 GA-APE-DTHS-N        PIC 9(5).
       01 WORK-ACCUM.
           05 WK-HORIZON OCCURS 2 TIMES.
               10 WK-SCORED            PIC 9(5).
               10 WK-ERR-CONF          PIC S9(11).
               10 WK-ERR-DTHS          PIC S9(10).
               10 WK-APE-CONF          PIC 9(8)V9.
               10 WK-APE-CONF-N        PIC 9(5).
               10 WK-APE-DTHS          PIC 9(8)V9.
               10 WK-APE-DTHS-N        PIC 9(5).

      *Region accuracy, kept in region-name order.
       01 REGION-ACCUM-TABLE.
           05 RA-COUNT                 PIC 9(3) VALUE ZERO.
           05 RA-ENTRY OCCURS 101 TIMES.
               10 RA-NAME              PIC X(20).
               10 RA-ACCUM.
                   15 RA-HORIZON OCCURS 2 TIMES.
                       20 RA-SCORED        PIC 9(5).
                       20 RA-ERR-CONF      PIC S9(11).
                       20 RA-ERR-DTHS      PIC S9(10).
                       20 RA-APE-CONF      PIC 9(8)V9.
                       20 RA-APE-CONF-N    PIC 9(5).
                       20 RA-APE-DTHS      PIC 9(8)V9.
                       20 RA-APE-DTHS-N    PIC 9(5).
       01 RA-IDX                       PIC 9(3) VALUE ZERO.
       01 RA-SHIFT-IDX                 PIC 9(3) VALUE ZERO.
       01 RA-SLOT-FOUND                PIC XXX VALUE "NO".

       01 PREV-COUNTRY-CODE            PIC XX VALUE SPACES.
       01 PREV-COUNTRY                 PIC X(25) VALUE SPACES.

       01 FORECASTS-READ               PIC 9(6) VALUE ZERO.
       01 SCORED-THIS-RUN              PIC 9(6) VALUE ZERO.
       01 SCORED-BEFORE                PIC 9(6) VALUE ZERO.
       01 AWAITING-TARGET              PIC 9(6) VALUE ZERO.
       01 TARGET-CARRIED               PIC 9(6) VALUE ZERO.

       01 DASHED-LINE.
           05 FILLER                   PIC X(145) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(36) VALUE
           'FORECAST ACCURACY REPORT - RUN DATE '.
           05 TTL-RUN-DATE             PIC 9(8).

       01 SCORED-TITLE-LINE.
           05 FILLER                   PIC X(30) VALUE
           'PROJECTIONS SCORED THIS RUN'.

       01 SCORED-HEADING-LINE.
           05 FILLER                   PIC X(4) VALUE 'CODE'.
           05 FILLER                   PIC X(27) VALUE 'COUNTRY'.
           05 FILLER                   PIC X(12) VALUE 'FCST DATE'.
           05 FILLER                   PIC X(12) VALUE 'TARGET'.
           05 FILLER                   PIC X(4) VALUE 'DAYS'.
           05 FILLER                   PIC X(12) VALUE
           '  PROJ CONF'.
           05 FILLER                   PIC X(12) VALUE
           ' ACTUAL CONF'.
           05 FILLER                   PIC X(12) VALUE
           '   CONF ERR'.
           05 FILLER                   PIC X(9) VALUE
           '  CONF %'.
           05 FILLER                   PIC X(11) VALUE
           ' PROJ DTHS'.
           05 FILLER                   PIC X(11) VALUE
           '  ACT DTHS'.
           05 FILLER                   PIC X(11) VALUE
           '  DTHS ERR'.
           05 FILLER                   PIC X(8) VALUE
           '  DTHS %'.

       01 SCORED-LINE.
           05 SCL-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SCL-COUNTRY              PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SCL-FORECAST-DATE        PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SCL-TARGET-DATE          PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 SCL-HORIZON              PIC ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-PROJ-CONF            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-ACTUAL-CONF          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-ERR-CONF             PIC ---,---,--9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-APE-CONF             PIC ZZ,ZZ9.9.
           05 SCL-APE-CONF-X REDEFINES SCL-APE-CONF
                                       PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-PROJ-DTHS            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-ACTUAL-DTHS          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-ERR-DTHS             PIC --,---,--9.
           05 FILLER                   PIC X VALUE SPACE.
           05 SCL-APE-DTHS             PIC ZZ,ZZ9.9.
           05 SCL-APE-DTHS-X REDEFINES SCL-APE-DTHS
                                       PIC X(8).

       01 NONE-SCORED-LINE.
           05 FILLER                   PIC X(40) VALUE
           'NO PROJECTIONS CAME DUE THIS RUN.'.

       01 COUNTRY-TITLE-LINE.
           05 FILLER                   PIC X(40) VALUE
           'ACCURACY TO DATE BY COUNTRY'.

       01 REGION-TITLE-LINE.
           05 FILLER                   PIC X(40) VALUE
           'ACCURACY TO DATE BY REGION'.

       01 HORIZON-HEADING-LINE.
           05 FILLER                   PIC X(31) VALUE SPACES.
           05 FILLER                   PIC X(50) VALUE
           '------------ 7 DAYS AHEAD -------------'.
           05 FILLER                   PIC X(50) VALUE
           '------------ 14 DAYS AHEAD ------------'.

       01 ACCURACY-HEADING-LINE.
           05 AHL-NAME-HEADING         PIC X(31).
           05 AHL-HORIZON OCCURS 2 TIMES.
               10 FILLER               PIC X(7) VALUE 'SCORED '.
               10 FILLER               PIC X(12) VALUE
               '   CONF ERR '.
               10 FILLER               PIC X(9) VALUE '  CONF % '.
               10 FILLER               PIC X(11) VALUE
               '  DTHS ERR '.
               10 FILLER               PIC X(11) VALUE '  DTHS %'.

       01 LEGEND-LINE.
           05 FILLER                   PIC X(49) VALUE
           'ERR = AVERAGE OF PROJECTED MINUS ACTUAL (+ HIGH, '.
           05 FILLER                   PIC X(47) VALUE
           '- LOW)   % = MEAN ABSOLUTE PERCENT ERROR'.

       01 ACCURACY-LINE.
           05 ACL-COUNTRY-AREA.
               10 ACL-CODE             PIC XX.
               10 FILLER               PIC X(2) VALUE SPACES.
               10 ACL-NAME             PIC X(25).
      *A region, or the grand total, is named across the code and
      *country columns.
           05 ACL-GROUP-NAME REDEFINES ACL-COUNTRY-AREA
                                       PIC X(29).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ACL-HORIZON OCCURS 2 TIMES.
               10 ACL-SCORED           PIC ZZ,ZZ9.
               10 FILLER               PIC X VALUE SPACE.
               10 ACL-ERR-CONF         PIC ---,---,--9.
               10 ACL-ERR-CONF-X REDEFINES ACL-ERR-CONF
                                       PIC X(11).
               10 FILLER               PIC X VALUE SPACE.
               10 ACL-APE-CONF         PIC ZZ,ZZ9.9.
               10 ACL-APE-CONF-X REDEFINES ACL-APE-CONF
                                       PIC X(8).
               10 FILLER               PIC X VALUE SPACE.
               10 ACL-ERR-DTHS         PIC --,---,--9.
               10 ACL-ERR-DTHS-X REDEFINES ACL-ERR-DTHS
                                       PIC X(10).
               10 FILLER               PIC X VALUE SPACE.
               10 ACL-APE-DTHS         PIC ZZ,ZZ9.9.
               10 ACL-APE-DTHS-X REDEFINES ACL-APE-DTHS
                                       PIC X(8).
               10 FILLER               PIC X(3) VALUE SPACES.

       01 NO-FORECAST-LINE.
           05 FILLER                   PIC X(53) VALUE
           'NO FORECAST FILE (FORECAST.DAT) ON FILE - RUN MIDPROJ'.
           05 FILLER                   PIC X(7) VALUE ' FIRST.'.

       01 NO-HISTORY-LINE.
           05 FILLER                   PIC X(52) VALUE
           'NO HISTORY FILE (HISTORY.DAT) ON FILE - NOTHING CAN '.
           05 FILLER                   PIC X(16) VALUE
           'BE SCORED TODAY.'.

       01 SUMMARY-LINE-1.
           05 FILLER                   PIC X(16) VALUE
           'FORECASTS READ: '.
           05 SUM-READ                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(21) VALUE
           '   SCORED THIS RUN: '.
           05 SUM-SCORED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(21) VALUE
           '   SCORED BEFORE: '.
           05 SUM-BEFORE               PIC ZZZ,ZZ9.

       01 SUMMARY-LINE-2.
           05 FILLER                   PIC X(25) VALUE
           'AWAITING TARGET DATE: '.
           05 SUM-AWAITING             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(36) VALUE
           '   TARGET DAY CARRIED FORWARD: '.
           05 SUM-CARRIED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE RUN-DATE TO TTL-RUN-DATE.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE LEGEND-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           OPEN I-O FORECAST-FILE.
           IF FCST-STATUS = "00"
               PERFORM 150-LOAD-REGION-TABLE
               OPEN INPUT HISTORY-FILE
               IF HIST-STATUS NOT = "00"
                   MOVE "NO" TO HISTORY-AVAILABLE
                   MOVE NO-HISTORY-LINE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE
               END-IF
               PERFORM 200-SCORE-FORECASTS
               PERFORM 300-SUMMARIZE-ACCURACY
               PERFORM 800-WRITE-SUMMARY
               IF HISTORY-AVAILABLE = "YES"
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE FORECAST-FILE
           ELSE
               MOVE NO-FORECAST-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE OUTPUT-FILE.
           STOP RUN.

      *Loads the region cross-reference file into a table that is
      *searched, by country code, as the projections are rolled up.
       150-LOAD-REGION-TABLE.
           MOVE "NO" TO REGION-EOF.
           MOVE ZERO TO REGION-ENTRY-COUNT.
           OPEN INPUT REGION-FILE.
           PERFORM 160-LOAD-REGION-RECORD UNTIL REGION-EOF = "YES".
           CLOSE REGION-FILE.

       160-LOAD-REGION-RECORD.
           READ REGION-FILE
               AT END MOVE "YES" TO REGION-EOF
               NOT AT END PERFORM 170-STORE-REGION-ENTRY.

       170-STORE-REGION-ENTRY.
           IF REGION-ENTRY-COUNT < 300
               ADD 1 TO REGION-ENTRY-COUNT
               MOVE XR-COUNTRY-CODE
                   TO RT-COUNTRY-CODE (REGION-ENTRY-COUNT)
               MOVE XR-REGION-NAME
                   TO RT-REGION-NAME (REGION-ENTRY-COUNT)
           END-IF.

      *Looks up the forecast's country code in the region table. Any
      *code that is not in the cross-reference file falls into
      *region UNASSIGNED.
       180-FIND-REGION.
           MOVE "UNASSIGNED" TO FOUND-REGION.
           IF REGION-ENTRY-COUNT > ZERO
               SET REGION-IDX TO 1
               SEARCH REGION-ENTRY
                   AT END CONTINUE
                   WHEN RT-COUNTRY-CODE (REGION-IDX) = FC-COUNTRY-CODE
                       MOVE RT-REGION-NAME (REGION-IDX) TO FOUND-REGION
           END-IF.

      *First pass - every projection still waiting is checked for
      *its target date's history entry.
       200-SCORE-FORECASTS.
           MOVE SCORED-TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE SCORED-HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "NO" TO FORECAST-EOF.
           MOVE LOW-VALUES TO FC-KEY.
           START FORECAST-FILE KEY IS NOT LESS THAN FC-KEY
               INVALID KEY MOVE "YES" TO FORECAST-EOF.
           PERFORM 210-READ-FOR-SCORING UNTIL FORECAST-EOF = "YES".
           IF SCORED-THIS-RUN = ZERO
               MOVE NONE-SCORED-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       210-READ-FOR-SCORING.
           READ FORECAST-FILE NEXT RECORD
               AT END MOVE "YES" TO FORECAST-EOF
               NOT AT END
                   ADD 1 TO FORECASTS-READ
                   IF FC-SCORED = "Y"
                       ADD 1 TO SCORED-BEFORE
                   ELSE
                       PERFORM 220-LOOK-FOR-ACTUAL
                   END-IF.

       220-LOOK-FOR-ACTUAL.
           IF HISTORY-AVAILABLE = "NO"
               ADD 1 TO AWAITING-TARGET
           ELSE
               MOVE FC-COUNTRY-CODE TO HIST-COUNTRY-CODE
               MOVE FC-TARGET-DATE TO HIST-DATE
               READ HISTORY-FILE
                   INVALID KEY ADD 1 TO AWAITING-TARGET
                   NOT INVALID KEY
                       IF HIST-ENTRY-TYPE = "C"
                           ADD 1 TO TARGET-CARRIED
                       ELSE
                           PERFORM 230-SCORE-FORECAST
                       END-IF
               END-READ
           END-IF.

      *Files the actual figures beside the projection and lists it.
       230-SCORE-FORECAST.
           MOVE HIST-TOTAL-CONFIRMED TO FC-ACTUAL-CONFIRMED.
           MOVE HIST-TOTAL-DEATHS TO FC-ACTUAL-DEATHS.
           MOVE "Y" TO FC-SCORED.
           MOVE RUN-DATE TO FC-SCORED-DATE.
           REWRITE FORECAST-RECORD
               INVALID KEY
                   DISPLAY "FORECAST REWRITE ERROR: " FC-KEY
               NOT INVALID KEY
                   ADD 1 TO SCORED-THIS-RUN
                   PERFORM 240-WRITE-SCORED-LINE
           END-REWRITE.

       240-WRITE-SCORED-LINE.
           PERFORM 250-MEASURE-ERROR.
           MOVE FC-COUNTRY-CODE TO SCL-COUNTRY-CODE.
           MOVE FC-COUNTRY TO SCL-COUNTRY.
           MOVE FC-FORECAST-DATE TO SCL-FORECAST-DATE.
           MOVE FC-TARGET-DATE TO SCL-TARGET-DATE.
           MOVE FC-HORIZON TO SCL-HORIZON.
           MOVE FC-PROJ-CONFIRMED TO SCL-PROJ-CONF.
           MOVE FC-ACTUAL-CONFIRMED TO SCL-ACTUAL-CONF.
           MOVE ERR-CONF TO SCL-ERR-CONF.
           MOVE FC-PROJ-DEATHS TO SCL-PROJ-DTHS.
           MOVE FC-ACTUAL-DEATHS TO SCL-ACTUAL-DTHS.
           MOVE ERR-DTHS TO SCL-ERR-DTHS.
           IF FC-ACTUAL-CONFIRMED > ZERO
               MOVE APE-CONF TO SCL-APE-CONF
           ELSE
               MOVE SPACES TO SCL-APE-CONF-X
           END-IF.
           IF FC-ACTUAL-DEATHS > ZERO
               MOVE APE-DTHS TO SCL-APE-DTHS
           ELSE
               MOVE SPACES TO SCL-APE-DTHS-X
           END-IF.
           MOVE SCORED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *Projected minus actual, and the size of the miss as a percent
      *of the actual - no percent can be taken of an actual of zero.
       250-MEASURE-ERROR.
           COMPUTE ERR-CONF = FC-PROJ-CONFIRMED - FC-ACTUAL-CONFIRMED.
           COMPUTE ERR-DTHS = FC-PROJ-DEATHS - FC-ACTUAL-DEATHS.
           IF ERR-CONF < ZERO
               COMPUTE ABS-ERR-CONF = ZERO - ERR-CONF
           ELSE
               MOVE ERR-CONF TO ABS-ERR-CONF
           END-IF.
           IF ERR-DTHS < ZERO
               COMPUTE ABS-ERR-DTHS = ZERO - ERR-DTHS
           ELSE
               MOVE ERR-DTHS TO ABS-ERR-DTHS
           END-IF.
           MOVE ZERO TO APE-CONF.
           MOVE ZERO TO APE-DTHS.
           IF FC-ACTUAL-CONFIRMED > ZERO
               COMPUTE APE-CONF ROUNDED =
                   ABS-ERR-CONF * 100 / FC-ACTUAL-CONFIRMED
                   ON SIZE ERROR MOVE 99999.9 TO APE-CONF
               END-COMPUTE
           END-IF.
           IF FC-ACTUAL-DEATHS > ZERO
               COMPUTE APE-DTHS ROUNDED =
                   ABS-ERR-DTHS * 100 / FC-ACTUAL-DEATHS
                   ON SIZE ERROR MOVE 99999.9 TO APE-DTHS
               END-COMPUTE
           END-IF.

      *Second pass - every scored projection, old and new, rolled up
      *by country as the file is read (it is in country order) and
      *into the region table, printed once the file runs out.
       300-SUMMARIZE-ACCURACY.
           MOVE COUNTRY-TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 3 LINE.
           MOVE HORIZON-HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "CODE  COUNTRY" TO AHL-NAME-HEADING.
           MOVE ACCURACY-HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           MOVE ZERO TO COUNTRY-ACCUM.
           MOVE ZERO TO GRAND-ACCUM.
           MOVE "YES" TO FIRST-RECORD-SW.
           MOVE "NO" TO FORECAST-EOF.
           MOVE LOW-VALUES TO FC-KEY.
           START FORECAST-FILE KEY IS NOT LESS THAN FC-KEY
               INVALID KEY MOVE "YES" TO FORECAST-EOF.
           PERFORM 310-READ-FOR-SUMMARY UNTIL FORECAST-EOF = "YES".
           IF FIRST-RECORD-SW = "NO"
               PERFORM 330-WRITE-COUNTRY-LINE
           END-IF.

           PERFORM 400-WRITE-REGION-SECTION.

       310-READ-FOR-SUMMARY.
           READ FORECAST-FILE NEXT RECORD
               AT END MOVE "YES" TO FORECAST-EOF
               NOT AT END
                   IF FC-SCORED = "Y"
                       PERFORM 320-ROLL-UP-FORECAST
                   END-IF.

       320-ROLL-UP-FORECAST.
           IF FIRST-RECORD-SW = "YES"
               MOVE FC-COUNTRY-CODE TO PREV-COUNTRY-CODE
               MOVE "NO" TO FIRST-RECORD-SW
           END-IF.
           IF FC-COUNTRY-CODE NOT = PREV-COUNTRY-CODE
               PERFORM 330-WRITE-COUNTRY-LINE
               MOVE ZERO TO COUNTRY-ACCUM
               MOVE FC-COUNTRY-CODE TO PREV-COUNTRY-CODE
           END-IF.
           MOVE FC-COUNTRY TO PREV-COUNTRY.
           PERFORM 250-MEASURE-ERROR.
           IF FC-HORIZON = 7
               MOVE 1 TO HZ-IDX
           ELSE
               MOVE 2 TO HZ-IDX
           END-IF.
           PERFORM 340-ADD-TO-COUNTRY.
           PERFORM 180-FIND-REGION.
           PERFORM 350-FIND-REGION-SLOT.
           IF RA-SLOT-FOUND = "YES"
               PERFORM 360-ADD-TO-REGION
           END-IF.

       330-WRITE-COUNTRY-LINE.
           MOVE COUNTRY-ACCUM TO WORK-ACCUM.
           MOVE SPACES TO ACL-COUNTRY-AREA.
           MOVE PREV-COUNTRY-CODE TO ACL-CODE.
           MOVE PREV-COUNTRY TO ACL-NAME.
           PERFORM 380-WRITE-ACCURACY-LINE.

       340-ADD-TO-COUNTRY.
           ADD 1 TO CA-SCORED (HZ-IDX) GA-SCORED (HZ-IDX).
           ADD ERR-CONF TO CA-ERR-CONF (HZ-IDX) GA-ERR-CONF (HZ-IDX).
           ADD ERR-DTHS TO CA-ERR-DTHS (HZ-IDX) GA-ERR-DTHS (HZ-IDX).
           IF FC-ACTUAL-CONFIRMED > ZERO
               ADD APE-CONF TO CA-APE-CONF (HZ-IDX)
                               GA-APE-CONF (HZ-IDX)
               ADD 1 TO CA-APE-CONF-N (HZ-IDX) GA-APE-CONF-N (HZ-IDX)
           END-IF.
           IF FC-ACTUAL-DEATHS > ZERO
               ADD APE-DTHS TO CA-APE-DTHS (HZ-IDX)
                               GA-APE-DTHS (HZ-IDX)
               ADD 1 TO CA-APE-DTHS-N (HZ-IDX) GA-APE-DTHS-N (HZ-IDX)
           END-IF.

      *Finds the region's entry, or opens one for it in name order.
       350-FIND-REGION-SLOT.
           MOVE "NO" TO RA-SLOT-FOUND.
           PERFORM 355-CHECK-REGION-SLOT
               VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RA-COUNT OR RA-SLOT-FOUND = "YES"
                  OR RA-NAME (RA-IDX) > FOUND-REGION.
           IF RA-SLOT-FOUND = "YES"
               SUBTRACT 1 FROM RA-IDX
           ELSE
               IF RA-COUNT < 100
                   PERFORM 357-OPEN-REGION-SLOT
                       VARYING RA-SHIFT-IDX FROM RA-COUNT BY -1
                       UNTIL RA-SHIFT-IDX < RA-IDX
                   ADD 1 TO RA-COUNT
                   MOVE FOUND-REGION TO RA-NAME (RA-IDX)
                   MOVE ZERO TO RA-ACCUM (RA-IDX)
                   MOVE "YES" TO RA-SLOT-FOUND
               END-IF
           END-IF.

       355-CHECK-REGION-SLOT.
           IF RA-NAME (RA-IDX) = FOUND-REGION
               MOVE "YES" TO RA-SLOT-FOUND
           END-IF.

       357-OPEN-REGION-SLOT.
           MOVE RA-ENTRY (RA-SHIFT-IDX) TO RA-ENTRY (RA-SHIFT-IDX + 1).

       360-ADD-TO-REGION.
           ADD 1 TO RA-SCORED (RA-IDX, HZ-IDX).
           ADD ERR-CONF TO RA-ERR-CONF (RA-IDX, HZ-IDX).
           ADD ERR-DTHS TO RA-ERR-DTHS (RA-IDX, HZ-IDX).
           IF FC-ACTUAL-CONFIRMED > ZERO
               ADD APE-CONF TO RA-APE-CONF (RA-IDX, HZ-IDX)
               ADD 1 TO RA-APE-CONF-N (RA-IDX, HZ-IDX)
           END-IF.
           IF FC-ACTUAL-DEATHS > ZERO
               ADD APE-DTHS TO RA-APE-DTHS (RA-IDX, HZ-IDX)
               ADD 1 TO RA-APE-DTHS-N (RA-IDX, HZ-IDX)
           END-IF.

      *Prints whatever accuracy sits in WORK-ACCUM under the code
      *and name already moved to the line.
       380-WRITE-ACCURACY-LINE.
           PERFORM 385-FORMAT-HORIZON
               VARYING HZ-IDX FROM 1 BY 1
               UNTIL HZ-IDX > 2.
           MOVE ACCURACY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       385-FORMAT-HORIZON.
           MOVE WK-SCORED (HZ-IDX) TO ACL-SCORED (HZ-IDX).
           IF WK-SCORED (HZ-IDX) = ZERO
               MOVE SPACES TO ACL-ERR-CONF-X (HZ-IDX)
               MOVE SPACES TO ACL-ERR-DTHS-X (HZ-IDX)
           ELSE
               COMPUTE MEAN-ERR ROUNDED =
                   WK-ERR-CONF (HZ-IDX) / WK-SCORED (HZ-IDX)
               MOVE MEAN-ERR TO ACL-ERR-CONF (HZ-IDX)
               COMPUTE MEAN-ERR ROUNDED =
                   WK-ERR-DTHS (HZ-IDX) / WK-SCORED (HZ-IDX)
               MOVE MEAN-ERR TO ACL-ERR-DTHS (HZ-IDX)
           END-IF.
           IF WK-APE-CONF-N (HZ-IDX) = ZERO
               MOVE SPACES TO ACL-APE-CONF-X (HZ-IDX)
           ELSE
               COMPUTE MEAN-APE ROUNDED =
                   WK-APE-CONF (HZ-IDX) / WK-APE-CONF-N (HZ-IDX)
               MOVE MEAN-APE TO ACL-APE-CONF (HZ-IDX)
           END-IF.
           IF WK-APE-DTHS-N (HZ-IDX) = ZERO
               MOVE SPACES TO ACL-APE-DTHS-X (HZ-IDX)
           ELSE
               COMPUTE MEAN-APE ROUNDED =
                   WK-APE-DTHS (HZ-IDX) / WK-APE-DTHS-N (HZ-IDX)
               MOVE MEAN-APE TO ACL-APE-DTHS (HZ-IDX)
           END-IF.

      *The region roll-up, then every country together.
       400-WRITE-REGION-SECTION.
           MOVE REGION-TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 3 LINE.
           MOVE HORIZON-HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "REGION" TO AHL-NAME-HEADING.
           MOVE ACCURACY-HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 410-WRITE-REGION-LINE
               VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RA-COUNT.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE GRAND-ACCUM TO WORK-ACCUM.
           MOVE "ALL COUNTRIES" TO ACL-GROUP-NAME.
           PERFORM 380-WRITE-ACCURACY-LINE.

       410-WRITE-REGION-LINE.
           MOVE RA-ACCUM (RA-IDX) TO WORK-ACCUM.
           MOVE RA-NAME (RA-IDX) TO ACL-GROUP-NAME.
           PERFORM 380-WRITE-ACCURACY-LINE.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE FORECASTS-READ TO SUM-READ.
           MOVE SCORED-THIS-RUN TO SUM-SCORED.
           MOVE SCORED-BEFORE TO SUM-BEFORE.
           MOVE SUMMARY-LINE-1 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE AWAITING-TARGET TO SUM-AWAITING.
           MOVE TARGET-CARRIED TO SUM-CARRIED.
           MOVE SUMMARY-LINE-2 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDPROJAC.
