      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Vaccination coverage - files the night's validated
      *          vaccination figures from VACCEPT.TXT on the
      *          VAXHIST.DAT vaccination history, keyed by country
      *          code and date the way HISTORY.DAT is, then prints
      *          vaxcov.rpt from the whole history. Each country's
      *          newest entry gives its cumulative doses and the
      *          percent of its CMASTER.DAT population fully
      *          vaccinated; the 7-day pace is the average doses a
      *          day over the seven days ending on that entry, a
      *          day with no entry counting as none given. Countries
      *          are grouped by region - the REGIONXR.TXT name, else
      *          the CMASTER.DAT region, else UNASSIGNED - with a
      *          subtotal line per region and a grand total. A
      *          country whose people fully vaccinated fell below
      *          its previous entry is flagged COVERAGE FELL, and
      *          the step ends with RC 4 so the nightly driver logs
      *          a warning. A figure already on file for the same
      *          country and date is replaced, so a rerun of the
      *          night files the same history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDVAXCV.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *Validated vaccination records - MIDVALID quarantines the bad
      *ones onto VACREJ.TXT before this program ever runs.
               SELECT OPTIONAL VACCEPT-FILE ASSIGN TO "VACCEPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT VAXHIST-FILE ASSIGN TO "VAXHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VH-KEY
                   FILE STATUS IS VAXHIST-STATUS.

               SELECT OPTIONAL REGION-FILE ASSIGN TO "REGIONXR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Country master - population and region by country code,
      *maintained by MIDCMAST.
               SELECT CMASTER-FILE ASSIGN TO "CMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-COUNTRY-CODE
                   FILE STATUS IS CMAST-STATUS.

               SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".

               SELECT OUTPUT-FILE ASSIGN TO "vaxcov.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD VACCEPT-FILE.
           01 VACCEPT-RECORD.
               05 VA-COUNTRY           PIC X(25).
               05 VA-COUNTRY-CODE      PIC XX.
               05 VA-SLUG              PIC X(18).
               05 VA-NEW-DOSES         PIC 9(9).
               05 VA-TOTAL-DOSES       PIC 9(12).
               05 VA-FULLY-VACCINATED  PIC 9(10).
               05 FILLER               PIC X(16).
               05 VA-DATE              PIC X(10).
               05 VA-TIME              PIC X(10).

      *One country's vaccination figures for one date
           FD VAXHIST-FILE.
           01 VAXHIST-RECORD.
               05 VH-KEY.
                   10 VH-COUNTRY-CODE  PIC XX.
                   10 VH-DATE          PIC X(10).
               05 VH-COUNTRY           PIC X(25).
               05 VH-NEW-DOSES         PIC 9(9).
               05 VH-TOTAL-DOSES       PIC 9(12).
               05 VH-FULLY-VACCINATED  PIC 9(10).

      *Cross-reference of country code to continent/region name
           FD REGION-FILE.
           01 REGION-RECORD.
               05 XR-COUNTRY-CODE      PIC XX.
               05 XR-REGION-NAME       PIC X(20).

           FD CMASTER-FILE.
           01 CMASTER-RECORD.
               05 CM-COUNTRY-CODE      PIC XX.
               05 CM-COUNTRY           PIC X(25).
               05 CM-SLUG              PIC X(18).
               05 CM-REGION            PIC X(20).
               05 CM-POPULATION        PIC 9(10).

           SD SORT-WORK-FILE.
           01 SORT-RECORD.
               05 SRT-REGION           PIC X(20).
               05 SRT-COUNTRY-CODE     PIC XX.
               05 SRT-COUNTRY          PIC X(25).
               05 SRT-AS-OF            PIC X(10).
               05 SRT-TOTAL-DOSES      PIC 9(12).
               05 SRT-FULLY            PIC 9(10).
               05 SRT-POPULATION       PIC 9(10).
               05 SRT-PACE             PIC 9(9).
               05 SRT-FELL             PIC XXX.

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 VACCEPT-EOF                  PIC XXX VALUE "NO".
       01 VAXHIST-EOF                  PIC XXX VALUE "NO".
       01 REGION-EOF                   PIC XXX VALUE "NO".
       01 SORT-EOF                     PIC XXX VALUE "NO".
       01 FIRST-RECORD-SW              PIC XXX VALUE "YES".
       01 VAXHIST-STATUS               PIC XX VALUE SPACES.
       01 CMAST-STATUS                 PIC XX VALUE SPACES.
       01 CMAST-AVAILABLE              PIC XXX VALUE "YES".
       01 FILED-COUNT                  PIC 9(6) VALUE ZERO.
       01 REPLACED-COUNT               PIC 9(6) VALUE ZERO.
       01 FELL-COUNT                   PIC 9(5) VALUE ZERO.
       01 RUN-DATE                     PIC 9(8) VALUE ZERO.

       01 REGION-TABLE.
           05 REGION-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
           05 REGION-ENTRY OCCURS 300 TIMES
                                       INDEXED BY REGION-IDX.
               10 RT-COUNTRY-CODE      PIC XX.
               10 RT-REGION-NAME       PIC X(20).
       01 REGION-FOUND-SW              PIC XXX VALUE "NO".
       01 SRT-PREV-REGION              PIC X(20) VALUE SPACES.

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

      *The country whose history entries are being read. The pace
      *window holds its last seven entries - one per date, so any
      *entry inside the seven days ending on the newest is there.
       01 CURRENT-CODE                 PIC XX VALUE SPACES.
       01 CURRENT-COUNTRY              PIC X(25) VALUE SPACES.
       01 CURRENT-ENTRY-COUNT          PIC 9(5) VALUE ZERO.
       01 NEWEST-DATE                  PIC X(10) VALUE SPACES.
       01 NEWEST-DAY-NUMBER            PIC 9(7) VALUE ZERO.
       01 NEWEST-TOTAL-DOSES           PIC 9(12) VALUE ZERO.
       01 NEWEST-FULLY                 PIC 9(10) VALUE ZERO.
       01 PRIOR-FULLY                  PIC 9(10) VALUE ZERO.
       01 PACE-WINDOW.
           05 PACE-COUNT               PIC 9 VALUE ZERO.
           05 PACE-ENTRY OCCURS 7 TIMES.
               10 PW-DAY-NUMBER        PIC 9(7).
               10 PW-NEW-DOSES         PIC 9(9).
       01 PACE-IDX                     PIC 9 VALUE ZERO.
       01 PACE-DOSES                   PIC 9(11) VALUE ZERO.
       01 PERCENT-WORK                 PIC 9(3)V99 VALUE ZERO.

       01 REGION-TOTALS.
           05 RGN-COUNTRIES            PIC 9(5).
           05 RGN-TOTAL-DOSES          PIC 9(12).
           05 RGN-FULLY                PIC 9(12).
           05 RGN-COVERED-FULLY        PIC 9(12).
           05 RGN-POPULATION           PIC 9(12).
           05 RGN-PACE                 PIC 9(11).
           05 RGN-FELL                 PIC 9(5).

       01 GRAND-TOTALS.
           05 GRD-COUNTRIES            PIC 9(5).
           05 GRD-TOTAL-DOSES          PIC 9(12).
           05 GRD-FULLY                PIC 9(12).
           05 GRD-COVERED-FULLY        PIC 9(12).
           05 GRD-POPULATION           PIC 9(12).
           05 GRD-PACE                 PIC 9(11).
           05 GRD-FELL                 PIC 9(5).

       01 DASHED-LINE.
           05 FILLER                   PIC X(131) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(33) VALUE
           'VACCINATION COVERAGE REPORT'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 TTL-RUN-DATE             PIC X(10).

       01 HEADING-LINE-1.
           05 FILLER                   PIC X(21) VALUE 'REGION'.
           05 FILLER                   PIC X(26) VALUE 'COUNTRY'.
           05 FILLER                   PIC X(5)  VALUE 'CODE'.
           05 FILLER                   PIC X(11) VALUE 'AS OF'.
           05 FILLER                   PIC X(16) VALUE
           '          TOTAL '.
           05 FILLER                   PIC X(15) VALUE
           '        FULLY  '.
           05 FILLER                   PIC X(8)  VALUE '   PCT  '.
           05 FILLER                   PIC X(13) VALUE
           '  7-DAY AVG  '.

       01 HEADING-LINE-2.
           05 FILLER                   PIC X(63) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
           '    DOSES GIVEN '.
           05 FILLER                   PIC X(15) VALUE
           '   VACCINATED  '.
           05 FILLER                   PIC X(8)  VALUE '   POP  '.
           05 FILLER                   PIC X(13) VALUE
           '  DOSES/DAY  '.

       01 DETAIL-LINE.
           05 DTL-REGION               PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 DTL-COUNTRY              PIC X(25).
           05 FILLER                   PIC X VALUE SPACE.
           05 DTL-CODE                 PIC XX.
           05 FILLER                   PIC XXX VALUE SPACES.
           05 DTL-AS-OF                PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 DTL-TOTAL-DOSES          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 DTL-FULLY                PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 DTL-PERCENT              PIC ZZ9.99.
           05 DTL-PERCENT-X REDEFINES DTL-PERCENT
                                       PIC X(6).
           05 FILLER                   PIC XX VALUE SPACES.
           05 DTL-PACE                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 DTL-FLAG                 PIC X(16).

      *The region subtotal and the grand total share one layout -
      *the percent is over the countries with a known population.
       01 TOTAL-LINE.
           05 TTL-LABEL                PIC X(10).
           05 TTL-NAME                 PIC X(20).
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'COUNTRIES: '.
           05 TTL-COUNTRIES            PIC ZZZ9.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 TTL-TOTAL-DOSES          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 TTL-FULLY                PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 TTL-PERCENT              PIC ZZ9.99.
           05 TTL-PERCENT-X REDEFINES TTL-PERCENT
                                       PIC X(6).
           05 FILLER                   PIC XX VALUE SPACES.
           05 TTL-PACE                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC XX VALUE SPACES.
           05 FILLER                   PIC X(6) VALUE 'FELL: '.
           05 TTL-FELL                 PIC ZZZ9.

       01 NO-FIGURES-LINE.
           05 FILLER                   PIC X(40) VALUE
           'NO VACCINATION FIGURES ON FILE'.

       01 SUMMARY-LINE.
           05 FILLER                   PIC X(24) VALUE
           'ENTRIES FILED TONIGHT:  '.
           05 SUM-FILED                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
           '   (REPLACED: '.
           05 SUM-REPLACED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(19) VALUE
           ')   COVERAGE FELL: '.
           05 SUM-FELL                 PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           OPEN OUTPUT OUTPUT-FILE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DATE-DIGITS.
           PERFORM 160-FORMAT-DATE-TEXT.
           MOVE DATE-TEXT-EDIT TO TTL-RUN-DATE.

           PERFORM 140-OPEN-VAXHIST.
           PERFORM 200-FILE-ACCEPTED-FIGURES.

           PERFORM 150-LOAD-REGION-TABLE.
           PERFORM 170-OPEN-CMASTER.

           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           MOVE HEADING-LINE-1 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE HEADING-LINE-2 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REGION
               ON ASCENDING KEY SRT-COUNTRY-CODE
               INPUT PROCEDURE IS 300-SWEEP-VAXHIST
               OUTPUT PROCEDURE IS 500-WRITE-REPORT.

           PERFORM 800-WRITE-SUMMARY.

           IF CMAST-AVAILABLE = "YES"
               CLOSE CMASTER-FILE
           END-IF.
           CLOSE VAXHIST-FILE
               OUTPUT-FILE.
      *Coverage going backwards is a data problem to look at in the
      *morning, not a reason to stop the night.
           IF FELL-COUNT > ZERO
               DISPLAY "COVERAGE FELL: " FELL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *The first night creates the vaccination history.
       140-OPEN-VAXHIST.
           OPEN I-O VAXHIST-FILE.
           IF VAXHIST-STATUS = "35" OR VAXHIST-STATUS = "05"
               OPEN OUTPUT VAXHIST-FILE
               CLOSE VAXHIST-FILE
               OPEN I-O VAXHIST-FILE
           END-IF.

      *Loads the region cross-reference file into a table that is
      *searched, by country code, as each country is finished.
       150-LOAD-REGION-TABLE.
           MOVE "NO" TO REGION-EOF.
           MOVE ZERO TO REGION-ENTRY-COUNT.
           OPEN INPUT REGION-FILE.
           PERFORM 155-LOAD-REGION-RECORD UNTIL REGION-EOF = "YES".
           CLOSE REGION-FILE.

       155-LOAD-REGION-RECORD.
           READ REGION-FILE
               AT END MOVE "YES" TO REGION-EOF
               NOT AT END PERFORM 157-STORE-REGION-ENTRY.

       157-STORE-REGION-ENTRY.
           IF REGION-ENTRY-COUNT < 300
               ADD 1 TO REGION-ENTRY-COUNT
               MOVE XR-COUNTRY-CODE
                   TO RT-COUNTRY-CODE (REGION-ENTRY-COUNT)
               MOVE XR-REGION-NAME
                   TO RT-REGION-NAME (REGION-ENTRY-COUNT)
           END-IF.

      *Turns the YYYYMMDD digits in DATE-DIGITS into YYYY-MM-DD text.
       160-FORMAT-DATE-TEXT.
           MOVE DGT-YEAR TO DTE-YEAR.
           MOVE DGT-MONTH TO DTE-MONTH.
           MOVE DGT-DAY TO DTE-DAY.

      *Opens the country master for the population and region
      *lookups. A site that has never loaded CMASTER.DAT still gets
      *the report - the percents print N/A.
       170-OPEN-CMASTER.
           OPEN INPUT CMASTER-FILE.
           IF CMAST-STATUS NOT = "00" AND CMAST-STATUS NOT = "05"
               MOVE "NO" TO CMAST-AVAILABLE
           END-IF.

      *Files each validated vaccination record. The first figures
      *for a country and date are added; a rerun, or a corrected
      *feed after a backed-out night, replaces them.
       200-FILE-ACCEPTED-FIGURES.
           OPEN INPUT VACCEPT-FILE.
           PERFORM 210-READ-ACCEPTED UNTIL VACCEPT-EOF = "YES".
           CLOSE VACCEPT-FILE.

       210-READ-ACCEPTED.
           READ VACCEPT-FILE
               AT END MOVE "YES" TO VACCEPT-EOF
               NOT AT END PERFORM 220-FILE-ONE-FIGURE.

       220-FILE-ONE-FIGURE.
           MOVE VA-COUNTRY-CODE TO VH-COUNTRY-CODE.
           MOVE VA-DATE TO VH-DATE.
           MOVE VA-COUNTRY TO VH-COUNTRY.
           MOVE VA-NEW-DOSES TO VH-NEW-DOSES.
           MOVE VA-TOTAL-DOSES TO VH-TOTAL-DOSES.
           MOVE VA-FULLY-VACCINATED TO VH-FULLY-VACCINATED.
           ADD 1 TO FILED-COUNT.
           WRITE VAXHIST-RECORD
               INVALID KEY PERFORM 230-REPLACE-FIGURE.

       230-REPLACE-FIGURE.
           ADD 1 TO REPLACED-COUNT.
           REWRITE VAXHIST-RECORD
               INVALID KEY
                   DISPLAY "VAXHIST WRITE ERROR: " VH-KEY.

      *Reads the history front to back - by code, then date - and
      *hands each country to the sort when its entries run out.
       300-SWEEP-VAXHIST.
           MOVE "NO" TO VAXHIST-EOF.
           MOVE LOW-VALUES TO VH-KEY.
           START VAXHIST-FILE KEY IS NOT LESS THAN VH-KEY
               INVALID KEY MOVE "YES" TO VAXHIST-EOF.
           PERFORM 310-READ-VAXHIST UNTIL VAXHIST-EOF = "YES".
           IF CURRENT-ENTRY-COUNT > ZERO
               PERFORM 400-RELEASE-COUNTRY
           END-IF.

       310-READ-VAXHIST.
           READ VAXHIST-FILE NEXT RECORD
               AT END MOVE "YES" TO VAXHIST-EOF
               NOT AT END PERFORM 320-TAKE-ENTRY.

       320-TAKE-ENTRY.
           IF VH-COUNTRY-CODE NOT = CURRENT-CODE
               IF CURRENT-ENTRY-COUNT > ZERO
                   PERFORM 400-RELEASE-COUNTRY
               END-IF
               MOVE ZERO TO CURRENT-ENTRY-COUNT
               MOVE ZERO TO PACE-COUNT
               MOVE ZERO TO NEWEST-FULLY
               MOVE VH-COUNTRY-CODE TO CURRENT-CODE
           END-IF.
           MOVE VH-COUNTRY TO CURRENT-COUNTRY.
           MOVE VH-DATE (1:4) TO DGT-YEAR.
           MOVE VH-DATE (6:2) TO DGT-MONTH.
           MOVE VH-DATE (9:2) TO DGT-DAY.
           COMPUTE ENTRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (DATE-DIGITS).
           IF PACE-COUNT = 7
               PERFORM 330-DROP-OLDEST
           END-IF.
           ADD 1 TO PACE-COUNT.
           MOVE ENTRY-DAY-NUMBER TO PW-DAY-NUMBER (PACE-COUNT).
           MOVE VH-NEW-DOSES TO PW-NEW-DOSES (PACE-COUNT).
      *The entry before the newest is what the newest coverage is
      *measured against.
           MOVE NEWEST-FULLY TO PRIOR-FULLY.
           ADD 1 TO CURRENT-ENTRY-COUNT.
           MOVE VH-DATE TO NEWEST-DATE.
           MOVE ENTRY-DAY-NUMBER TO NEWEST-DAY-NUMBER.
           MOVE VH-TOTAL-DOSES TO NEWEST-TOTAL-DOSES.
           MOVE VH-FULLY-VACCINATED TO NEWEST-FULLY.

       330-DROP-OLDEST.
           PERFORM 335-SHIFT-ONE-ENTRY
               VARYING PACE-IDX FROM 1 BY 1
               UNTIL PACE-IDX > PACE-COUNT - 1.
           SUBTRACT 1 FROM PACE-COUNT.

       335-SHIFT-ONE-ENTRY.
           MOVE PACE-ENTRY (PACE-IDX + 1) TO PACE-ENTRY (PACE-IDX).

      *Finishes a country: its region, population, pace and whether
      *its coverage fell, then one sort record for the report.
       400-RELEASE-COUNTRY.
           MOVE CURRENT-CODE TO SRT-COUNTRY-CODE.
           MOVE CURRENT-COUNTRY TO SRT-COUNTRY.
           MOVE NEWEST-DATE TO SRT-AS-OF.
           MOVE NEWEST-TOTAL-DOSES TO SRT-TOTAL-DOSES.
           MOVE NEWEST-FULLY TO SRT-FULLY.
           PERFORM 410-FIND-REGION.
           PERFORM 420-LOOK-UP-MASTER.
           PERFORM 430-COMPUTE-PACE.
           MOVE "NO" TO SRT-FELL.
           IF CURRENT-ENTRY-COUNT > 1
                   AND NEWEST-FULLY < PRIOR-FULLY
               MOVE "YES" TO SRT-FELL
           END-IF.
           RELEASE SORT-RECORD.

      *Looks up the country in the region table. A code the cross-
      *reference lacks takes its master region below, if any.
       410-FIND-REGION.
           MOVE "NO" TO REGION-FOUND-SW.
           MOVE "UNASSIGNED" TO SRT-REGION.
           IF REGION-ENTRY-COUNT > ZERO
               SET REGION-IDX TO 1
               SEARCH REGION-ENTRY
                   AT END CONTINUE
                   WHEN RT-COUNTRY-CODE (REGION-IDX) = CURRENT-CODE
                       MOVE "YES" TO REGION-FOUND-SW
                       MOVE RT-REGION-NAME (REGION-IDX) TO SRT-REGION
           END-IF.

       420-LOOK-UP-MASTER.
           MOVE ZERO TO SRT-POPULATION.
           IF CMAST-AVAILABLE = "YES"
               MOVE CURRENT-CODE TO CM-COUNTRY-CODE
               READ CMASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 425-TAKE-MASTER-ENTRY
               END-READ
           END-IF.

       425-TAKE-MASTER-ENTRY.
           MOVE CM-POPULATION TO SRT-POPULATION.
           IF REGION-FOUND-SW = "NO" AND CM-REGION NOT = SPACES
               MOVE CM-REGION TO SRT-REGION
           END-IF.

      *Average doses a day over the seven days ending on the newest
      *entry.
       430-COMPUTE-PACE.
           MOVE ZERO TO PACE-DOSES.
           COMPUTE CUTOFF-DAY-NUMBER = NEWEST-DAY-NUMBER - 7.
           PERFORM 435-ADD-PACE-ENTRY
               VARYING PACE-IDX FROM 1 BY 1
               UNTIL PACE-IDX > PACE-COUNT.
           COMPUTE SRT-PACE ROUNDED = PACE-DOSES / 7
               ON SIZE ERROR MOVE 999999999 TO SRT-PACE
           END-COMPUTE.

       435-ADD-PACE-ENTRY.
           IF PW-DAY-NUMBER (PACE-IDX) > CUTOFF-DAY-NUMBER
               ADD PW-NEW-DOSES (PACE-IDX) TO PACE-DOSES
           END-IF.

      *Reads the region-sorted countries back, writing a detail line
      *for each one and a subtotal line every time the region
      *changes.
       500-WRITE-REPORT.
           MOVE "NO" TO SORT-EOF.
           MOVE "YES" TO FIRST-RECORD-SW.
           MOVE ZERO TO REGION-TOTALS.
           MOVE ZERO TO GRAND-TOTALS.
           PERFORM 510-RETURN-RECORD UNTIL SORT-EOF = "YES".
           IF FIRST-RECORD-SW = "NO"
               PERFORM 530-WRITE-REGION-SUBTOTAL
               PERFORM 560-WRITE-GRAND-TOTAL
           ELSE
               MOVE NO-FIGURES-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       510-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF
               NOT AT END PERFORM 520-PROCESS-RECORD.

       520-PROCESS-RECORD.
           IF FIRST-RECORD-SW = "YES"
               MOVE SRT-REGION TO SRT-PREV-REGION
               MOVE "NO" TO FIRST-RECORD-SW
           END-IF.
           IF SRT-REGION NOT = SRT-PREV-REGION
               PERFORM 530-WRITE-REGION-SUBTOTAL
               MOVE ZERO TO REGION-TOTALS
               MOVE SRT-REGION TO SRT-PREV-REGION
           END-IF.
           PERFORM 540-WRITE-DETAIL-LINE.
           PERFORM 550-ADD-TO-TOTALS.

       530-WRITE-REGION-SUBTOTAL.
           MOVE "SUBTOTAL:" TO TTL-LABEL.
           MOVE SRT-PREV-REGION TO TTL-NAME.
           MOVE RGN-COUNTRIES TO TTL-COUNTRIES.
           MOVE RGN-TOTAL-DOSES TO TTL-TOTAL-DOSES.
           MOVE RGN-FULLY TO TTL-FULLY.
           MOVE "  N/A" TO TTL-PERCENT-X.
           IF RGN-POPULATION NOT = ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                   RGN-COVERED-FULLY * 100 / RGN-POPULATION
                   ON SIZE ERROR MOVE 999.99 TO PERCENT-WORK
               END-COMPUTE
               MOVE PERCENT-WORK TO TTL-PERCENT
           END-IF.
           MOVE RGN-PACE TO TTL-PACE.
           MOVE RGN-FELL TO TTL-FELL.
           MOVE TOTAL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *A country with no master population prints N/A - it has no
      *percent to show.
       540-WRITE-DETAIL-LINE.
           MOVE SRT-REGION TO DTL-REGION.
           MOVE SRT-COUNTRY TO DTL-COUNTRY.
           MOVE SRT-COUNTRY-CODE TO DTL-CODE.
           MOVE SRT-AS-OF TO DTL-AS-OF.
           MOVE SRT-TOTAL-DOSES TO DTL-TOTAL-DOSES.
           MOVE SRT-FULLY TO DTL-FULLY.
           MOVE "  N/A" TO DTL-PERCENT-X.
           IF SRT-POPULATION NOT = ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                   SRT-FULLY * 100 / SRT-POPULATION
                   ON SIZE ERROR MOVE 999.99 TO PERCENT-WORK
               END-COMPUTE
               MOVE PERCENT-WORK TO DTL-PERCENT
           END-IF.
           MOVE SRT-PACE TO DTL-PACE.
           MOVE SPACES TO DTL-FLAG.
           IF SRT-FELL = "YES"
               MOVE "COVERAGE FELL" TO DTL-FLAG
               ADD 1 TO FELL-COUNT
           END-IF.
           MOVE DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *Only the countries with a population count toward the
      *percent on the total lines.
       550-ADD-TO-TOTALS.
           ADD 1 TO RGN-COUNTRIES GRD-COUNTRIES.
           ADD SRT-TOTAL-DOSES TO RGN-TOTAL-DOSES GRD-TOTAL-DOSES.
           ADD SRT-FULLY TO RGN-FULLY GRD-FULLY.
           IF SRT-POPULATION NOT = ZERO
               ADD SRT-FULLY TO RGN-COVERED-FULLY GRD-COVERED-FULLY
               ADD SRT-POPULATION TO RGN-POPULATION GRD-POPULATION
           END-IF.
           ADD SRT-PACE TO RGN-PACE GRD-PACE.
           IF SRT-FELL = "YES"
               ADD 1 TO RGN-FELL GRD-FELL
           END-IF.

       560-WRITE-GRAND-TOTAL.
           MOVE "TOTALS:" TO TTL-LABEL.
           MOVE "ALL REGIONS" TO TTL-NAME.
           MOVE GRD-COUNTRIES TO TTL-COUNTRIES.
           MOVE GRD-TOTAL-DOSES TO TTL-TOTAL-DOSES.
           MOVE GRD-FULLY TO TTL-FULLY.
           MOVE "  N/A" TO TTL-PERCENT-X.
           IF GRD-POPULATION NOT = ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                   GRD-COVERED-FULLY * 100 / GRD-POPULATION
                   ON SIZE ERROR MOVE 999.99 TO PERCENT-WORK
               END-COMPUTE
               MOVE PERCENT-WORK TO TTL-PERCENT
           END-IF.
           MOVE GRD-PACE TO TTL-PACE.
           MOVE GRD-FELL TO TTL-FELL.
           MOVE TOTAL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       800-WRITE-SUMMARY.
           MOVE FILED-COUNT TO SUM-FILED.
           MOVE REPLACED-COUNT TO SUM-REPLACED.
           MOVE FELL-COUNT TO SUM-FELL.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.

       END PROGRAM MIDVAXCV.
