      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Online country inquiry - one place to look a
      *          country up instead of running MIDCOMPR and MIDTREND
      *          and reading the indexed files by hand. The operator
      *          keys a country code and sees its CMASTER.DAT master
      *          entry, its LEDGER.DAT totals, its latest MONTHLY.DAT
      *          month, and whether it has records waiting on
      *          REJECTS.TXT. Then a page of its HISTORY.DAT entries
      *          with the day-over-day increase in confirmed cases
      *          and deaths, starting at the newest page. The
      *          operator pages forward and back, jumps to a date,
      *          or keys another country. Entries MIDGAP carried
      *          forward for days the country did not report are
      *          marked CFWD. Nothing is ever written - every file
      *          is opened for input only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDINQ.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CMASTER-FILE ASSIGN TO "CMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-COUNTRY-CODE
                   FILE STATUS IS CMAST-STATUS.

               SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LED-COUNTRY-CODE
                   FILE STATUS IS LEDGER-STATUS.

               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

               SELECT MONTHLY-FILE ASSIGN TO "MONTHLY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MON-KEY
                   FILE STATUS IS MONTHLY-STATUS.

      *Failed records with their reason codes, as MIDVALID wrote
      *them - absent when nothing failed.
               SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *One master entry per country, keyed by the two-character code
      *the daily feed carries, same as LEDGER.DAT.
           FD CMASTER-FILE.
           01 CMASTER-RECORD.
               05 CM-COUNTRY-CODE      PIC XX.
               05 CM-COUNTRY           PIC X(25).
               05 CM-SLUG              PIC X(18).
               05 CM-REGION            PIC X(20).
               05 CM-POPULATION        PIC 9(10).

      *Persistent ledger of per-country totals.
           FD LEDGER-FILE.
           01 LEDGER-RECORD.
               05 LED-COUNTRY-CODE     PIC XX.
               05 LED-NEWCONF          PIC 9(7).
               05 LED-TTLCONF          PIC 9(9).
               05 LED-NEWDTHS          PIC 9(7).
               05 LED-TTLDTHS          PIC 9(8).
               05 LED-NEWREC           PIC 9(7).
               05 LED-TTLREC           PIC 9(9).
               05 LED-RUN-COMPLETE     PIC X.
               05 LED-RUN-DATE         PIC X(10).

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

      *One month's roll-up for one country, keyed by code and
      *YYYY-MM so the months file in calendar order per country.
           FD MONTHLY-FILE.
           01 MONTHLY-RECORD.
               05 MON-KEY.
                   10 MON-COUNTRY-CODE     PIC XX.
                   10 MON-MONTH            PIC X(7).
               05 MON-COUNTRY              PIC X(25).
               05 MON-END-CONFIRMED        PIC 9(9).
               05 MON-END-DEATHS           PIC 9(8).
               05 MON-END-RECOVERED        PIC 9(9).
               05 MON-ADD-CONFIRMED        PIC 9(9).
               05 MON-ADD-DEATHS           PIC 9(8).
               05 MON-ADD-RECOVERED        PIC 9(9).
               05 MON-PEAK-INCREASE        PIC 9(9).
               05 MON-PEAK-DATE            PIC X(10).

      *The record as it came in, plus the reason code of the first
      *edit it failed - the layout MIDVALID writes.
           FD REJECT-FILE.
           01 REJECT-RECORD.
               05 REJ-DATA.
                   10 REJ-COUNTRY          PIC X(25).
                   10 REJ-COUNTRY-CODE     PIC XX.
                   10 FILLER               PIC X(65).
                   10 REJ-DATE             PIC X(10).
                   10 FILLER               PIC X(10).
               05 FILLER               PIC X(2).
               05 REJ-REASON-CODE      PIC X(10).

       WORKING-STORAGE SECTION.
       01 CMAST-STATUS                 PIC XX VALUE SPACES.
       01 LEDGER-STATUS                PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 MONTHLY-STATUS               PIC XX VALUE SPACES.
       01 CMASTER-AVAILABLE            PIC XXX VALUE "YES".
       01 LEDGER-AVAILABLE             PIC XXX VALUE "YES".
       01 HISTORY-AVAILABLE            PIC XXX VALUE "YES".
       01 MONTHLY-AVAILABLE            PIC XXX VALUE "YES".
       01 HISTORY-EOF                  PIC XXX VALUE "NO".
       01 MONTHLY-EOF                  PIC XXX VALUE "NO".
       01 REJECT-EOF                   PIC XXX VALUE "NO".

       01 INQUIRY-ENDED                PIC XXX VALUE "NO".
       01 BROWSE-ENDED                 PIC XXX VALUE "NO".
       01 CODE-IS-VALID                PIC XXX VALUE "NO".
       01 ENTRY-COUNTRY-CODE           PIC XX VALUE SPACES.
       01 BROWSE-COMMAND               PIC X VALUE SPACE.
       01 ENTRY-JUMP-DATE              PIC X(10) VALUE SPACES.

      *The latest month found on the monthly file for the country.
       01 MONTH-FOUND                  PIC XXX VALUE "NO".
       01 LATEST-MONTHLY-RECORD        PIC X(113) VALUE SPACES.

       01 REJECT-MATCH-COUNT           PIC 9(4) VALUE ZERO.

      *The country's whole history, oldest first, so a page can be
      *shown in either direction and each day's increase is just
      *the entry before it subtracted.
       01 HISTORY-TABLE.
           05 HT-COUNT                 PIC 9(4) VALUE ZERO.
           05 HT-ENTRY OCCURS 3000 TIMES.
               10 HT-DATE              PIC X(10).
               10 HT-CONFIRMED         PIC 9(9).
               10 HT-DEATHS            PIC 9(8).
               10 HT-ENTRY-TYPE        PIC X.
       01 HT-IDX                       PIC 9(4) VALUE ZERO.
       01 HISTORY-TRUNCATED            PIC XXX VALUE "NO".

      *Paging - the first table entry on the page being shown.
       01 PAGE-SIZE                    PIC 9(4) VALUE 10.
       01 PAGE-FIRST                   PIC 9(4) VALUE ZERO.
       01 PAGE-LAST                    PIC 9(4) VALUE ZERO.

       01 DAY-INCREASE                 PIC S9(9) VALUE ZERO.

       01 DISPLAY-COUNT                PIC ZZZ,ZZZ,ZZ9.
       01 DISPLAY-POPULATION           PIC Z,ZZZ,ZZZ,ZZ9.

       01 HISTORY-HEADING.
           05 FILLER                   PIC X(12) VALUE 'DATE'.
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
           '    CONFIRMED'.
           05 FILLER                   PIC X(13) VALUE
           '     INCREASE'.
           05 FILLER                   PIC X(13) VALUE
           '       DEATHS'.
           05 FILLER                   PIC X(13) VALUE
           '     INCREASE'.

       01 HISTORY-LINE.
           05 HSL-DATE                 PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HSL-TYPE                 PIC X(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HSL-CONFIRMED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HSL-CONF-INCREASE        PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HSL-DEATHS               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HSL-DTH-INCREASE         PIC -ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 110-OPEN-FILES.
           PERFORM 200-GET-COUNTRY
               UNTIL INQUIRY-ENDED = "YES".
           PERFORM 190-CLOSE-FILES.
           STOP RUN.

      *Every file is read only. A file that is not there yet is
      *reported as not available on each inquiry rather than
      *ending the session.
       110-OPEN-FILES.
           OPEN INPUT CMASTER-FILE.
           IF CMAST-STATUS NOT = "00" AND CMAST-STATUS NOT = "05"
               MOVE "NO" TO CMASTER-AVAILABLE
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
               MOVE "NO" TO LEDGER-AVAILABLE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS NOT = "00" AND HIST-STATUS NOT = "05"
               MOVE "NO" TO HISTORY-AVAILABLE
           END-IF.
           OPEN INPUT MONTHLY-FILE.
           IF MONTHLY-STATUS NOT = "00" AND MONTHLY-STATUS NOT = "05"
               MOVE "NO" TO MONTHLY-AVAILABLE
           END-IF.

       190-CLOSE-FILES.
           IF CMASTER-AVAILABLE = "YES"
               CLOSE CMASTER-FILE
           END-IF.
           IF LEDGER-AVAILABLE = "YES"
               CLOSE LEDGER-FILE
           END-IF.
           IF HISTORY-AVAILABLE = "YES"
               CLOSE HISTORY-FILE
           END-IF.
           IF MONTHLY-AVAILABLE = "YES"
               CLOSE MONTHLY-FILE
           END-IF.

      *Takes a country code, or Q to end the session.
       200-GET-COUNTRY.
           DISPLAY " ".
           DISPLAY "COUNTRY INQUIRY".
           DISPLAY "COUNTRY CODE (Q = QUIT): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-COUNTRY-CODE.
           ACCEPT ENTRY-COUNTRY-CODE.
           INSPECT ENTRY-COUNTRY-CODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ENTRY-COUNTRY-CODE = "Q" OR ENTRY-COUNTRY-CODE = "Q "
               MOVE "YES" TO INQUIRY-ENDED
           ELSE
               PERFORM 210-EDIT-COUNTRY-CODE
               IF CODE-IS-VALID = "YES"
                   PERFORM 300-SHOW-COUNTRY
               END-IF
           END-IF.

      *A valid country code is exactly two letters, never blank -
      *the same rule MIDVALID applies to the daily feed.
       210-EDIT-COUNTRY-CODE.
           MOVE "YES" TO CODE-IS-VALID.
           IF ENTRY-COUNTRY-CODE (1:1) NOT ALPHABETIC OR
              ENTRY-COUNTRY-CODE (2:1) NOT ALPHABETIC OR
              ENTRY-COUNTRY-CODE (1:1) = SPACE OR
              ENTRY-COUNTRY-CODE (2:1) = SPACE
               MOVE "NO" TO CODE-IS-VALID
               DISPLAY "COUNTRY CODE MUST BE TWO LETTERS."
           END-IF.

      *Everything on file for one country, then its history to
      *browse until the operator asks for another country.
       300-SHOW-COUNTRY.
           PERFORM 310-SHOW-MASTER.
           PERFORM 320-SHOW-LEDGER.
           PERFORM 330-SHOW-LATEST-MONTH.
           PERFORM 350-SHOW-REJECTS.
           PERFORM 400-LOAD-HISTORY.
           PERFORM 500-BROWSE-HISTORY.

       310-SHOW-MASTER.
           DISPLAY " ".
           DISPLAY "---- COUNTRY MASTER ----".
           IF CMASTER-AVAILABLE = "NO"
               DISPLAY "CMASTER.DAT NOT AVAILABLE."
           ELSE
               MOVE ENTRY-COUNTRY-CODE TO CM-COUNTRY-CODE
               READ CMASTER-FILE
                   INVALID KEY
                       DISPLAY "CODE " ENTRY-COUNTRY-CODE
                           " IS NOT ON THE COUNTRY MASTER."
                   NOT INVALID KEY
                       MOVE CM-POPULATION TO DISPLAY-POPULATION
                       DISPLAY "COUNTRY:    " CM-COUNTRY
                       DISPLAY "SLUG:       " CM-SLUG
                       DISPLAY "REGION:     " CM-REGION
                       DISPLAY "POPULATION: " DISPLAY-POPULATION
               END-READ
           END-IF.

       320-SHOW-LEDGER.
           DISPLAY "---- LEDGER TOTALS ----".
           IF LEDGER-AVAILABLE = "NO"
               DISPLAY "LEDGER.DAT NOT AVAILABLE."
           ELSE
               MOVE ENTRY-COUNTRY-CODE TO LED-COUNTRY-CODE
               READ LEDGER-FILE
                   INVALID KEY
                       DISPLAY "CODE " ENTRY-COUNTRY-CODE
                           " IS NOT ON THE LEDGER."
                   NOT INVALID KEY PERFORM 325-SHOW-LEDGER-FIGURES
               END-READ
           END-IF.

       325-SHOW-LEDGER-FIGURES.
           DISPLAY "LAST RUN:        " LED-RUN-DATE
               "  COMPLETE: " LED-RUN-COMPLETE.
           MOVE LED-NEWCONF TO DISPLAY-COUNT.
           DISPLAY "NEW CONFIRMED:   " DISPLAY-COUNT.
           MOVE LED-TTLCONF TO DISPLAY-COUNT.
           DISPLAY "TOTAL CONFIRMED: " DISPLAY-COUNT.
           MOVE LED-NEWDTHS TO DISPLAY-COUNT.
           DISPLAY "NEW DEATHS:      " DISPLAY-COUNT.
           MOVE LED-TTLDTHS TO DISPLAY-COUNT.
           DISPLAY "TOTAL DEATHS:    " DISPLAY-COUNT.
           MOVE LED-NEWREC TO DISPLAY-COUNT.
           DISPLAY "NEW RECOVERED:   " DISPLAY-COUNT.
           MOVE LED-TTLREC TO DISPLAY-COUNT.
           DISPLAY "TOTAL RECOVERED: " DISPLAY-COUNT.

      *Months file in calendar order under each country, so the
      *last one read for the code is the latest.
       330-SHOW-LATEST-MONTH.
           DISPLAY "---- LATEST MONTH ----".
           MOVE "NO" TO MONTH-FOUND.
           IF MONTHLY-AVAILABLE = "NO"
               DISPLAY "MONTHLY.DAT NOT AVAILABLE."
           ELSE
               MOVE "NO" TO MONTHLY-EOF
               MOVE ENTRY-COUNTRY-CODE TO MON-COUNTRY-CODE
               MOVE LOW-VALUES TO MON-MONTH
               START MONTHLY-FILE KEY IS NOT LESS THAN MON-KEY
                   INVALID KEY MOVE "YES" TO MONTHLY-EOF
               END-START
               PERFORM 335-READ-MONTH UNTIL MONTHLY-EOF = "YES"
               IF MONTH-FOUND = "YES"
                   PERFORM 340-SHOW-MONTH-FIGURES
               ELSE
                   DISPLAY "NO MONTHLY ROLL-UP FOR "
                       ENTRY-COUNTRY-CODE "."
               END-IF
           END-IF.

       335-READ-MONTH.
           READ MONTHLY-FILE NEXT RECORD
               AT END MOVE "YES" TO MONTHLY-EOF
               NOT AT END
                   IF MON-COUNTRY-CODE NOT = ENTRY-COUNTRY-CODE
                       MOVE "YES" TO MONTHLY-EOF
                   ELSE
                       MOVE "YES" TO MONTH-FOUND
                       MOVE MONTHLY-RECORD TO LATEST-MONTHLY-RECORD
                   END-IF.

       340-SHOW-MONTH-FIGURES.
           MOVE LATEST-MONTHLY-RECORD TO MONTHLY-RECORD.
           DISPLAY "MONTH:           " MON-MONTH.
           MOVE MON-END-CONFIRMED TO DISPLAY-COUNT.
           DISPLAY "END CONFIRMED:   " DISPLAY-COUNT.
           MOVE MON-ADD-CONFIRMED TO DISPLAY-COUNT.
           DISPLAY "ADDED CONFIRMED: " DISPLAY-COUNT.
           MOVE MON-END-DEATHS TO DISPLAY-COUNT.
           DISPLAY "END DEATHS:      " DISPLAY-COUNT.
           MOVE MON-ADD-DEATHS TO DISPLAY-COUNT.
           DISPLAY "ADDED DEATHS:    " DISPLAY-COUNT.
           MOVE MON-PEAK-INCREASE TO DISPLAY-COUNT.
           DISPLAY "PEAK DAY:        " DISPLAY-COUNT
               " ON " MON-PEAK-DATE.

      *Lists the country's records waiting on the reject file with
      *their reason codes, so a missing day can be traced to a
      *record still waiting on MIDREJFX.
       350-SHOW-REJECTS.
           DISPLAY "---- REJECTED RECORDS ----".
           MOVE ZERO TO REJECT-MATCH-COUNT.
           MOVE "NO" TO REJECT-EOF.
           OPEN INPUT REJECT-FILE.
           PERFORM 355-READ-REJECT UNTIL REJECT-EOF = "YES".
           CLOSE REJECT-FILE.
           IF REJECT-MATCH-COUNT = ZERO
               DISPLAY "NONE ON REJECTS.TXT."
           ELSE
               DISPLAY REJECT-MATCH-COUNT
                   " RECORD(S) ON REJECTS.TXT - SEE MIDREJFX."
           END-IF.

       355-READ-REJECT.
           READ REJECT-FILE
               AT END MOVE "YES" TO REJECT-EOF
               NOT AT END
                   IF REJ-COUNTRY-CODE = ENTRY-COUNTRY-CODE
                       ADD 1 TO REJECT-MATCH-COUNT
                       DISPLAY "DATE " REJ-DATE
                           "  REASON " REJ-REASON-CODE
                   END-IF.

      *Loads the country's history into the table, oldest first.
       400-LOAD-HISTORY.
           MOVE ZERO TO HT-COUNT.
           MOVE "NO" TO HISTORY-TRUNCATED.
           IF HISTORY-AVAILABLE = "YES"
               MOVE "NO" TO HISTORY-EOF
               MOVE ENTRY-COUNTRY-CODE TO HIST-COUNTRY-CODE
               MOVE LOW-VALUES TO HIST-DATE
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY MOVE "YES" TO HISTORY-EOF
               END-START
               PERFORM 410-READ-HISTORY UNTIL HISTORY-EOF = "YES"
           END-IF.

       410-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END
                   IF HIST-COUNTRY-CODE NOT = ENTRY-COUNTRY-CODE
                       MOVE "YES" TO HISTORY-EOF
                   ELSE
                       PERFORM 420-STORE-HISTORY-ENTRY
                   END-IF.

      *A table that fills keeps the earliest days; the operator is
      *told so rather than shown a page that silently stops.
       420-STORE-HISTORY-ENTRY.
           IF HT-COUNT = 3000
               MOVE "YES" TO HISTORY-TRUNCATED
               MOVE "YES" TO HISTORY-EOF
           ELSE
               ADD 1 TO HT-COUNT
               MOVE HIST-DATE TO HT-DATE (HT-COUNT)
               MOVE HIST-TOTAL-CONFIRMED TO HT-CONFIRMED (HT-COUNT)
               MOVE HIST-TOTAL-DEATHS TO HT-DEATHS (HT-COUNT)
               MOVE HIST-ENTRY-TYPE TO HT-ENTRY-TYPE (HT-COUNT)
           END-IF.

      *Starts on the newest page and takes paging commands until
      *the operator asks for another country.
       500-BROWSE-HISTORY.
           DISPLAY "---- HISTORY ----".
           IF HT-COUNT = ZERO
               DISPLAY "NO HISTORY ON FILE FOR "
                   ENTRY-COUNTRY-CODE "."
           ELSE
               IF HISTORY-TRUNCATED = "YES"
                   DISPLAY "ONLY THE EARLIEST 3000 DAYS CAN BE SHOWN."
               END-IF
               PERFORM 560-SET-LAST-PAGE
               PERFORM 600-SHOW-HISTORY-PAGE
               MOVE "NO" TO BROWSE-ENDED
               PERFORM 510-TAKE-BROWSE-COMMAND
                   UNTIL BROWSE-ENDED = "YES"
           END-IF.

       510-TAKE-BROWSE-COMMAND.
           DISPLAY "N = NEXT PAGE   P = PREVIOUS PAGE   "
               "J = JUMP TO DATE   X = ANOTHER COUNTRY".
           DISPLAY "COMMAND: " WITH NO ADVANCING.
           ACCEPT BROWSE-COMMAND.
           INSPECT BROWSE-COMMAND
               CONVERTING "npjx" TO "NPJX".
           EVALUATE BROWSE-COMMAND
               WHEN "N" PERFORM 520-NEXT-PAGE
               WHEN "P" PERFORM 530-PREVIOUS-PAGE
               WHEN "J" PERFORM 540-JUMP-TO-DATE
               WHEN "X" MOVE "YES" TO BROWSE-ENDED
               WHEN OTHER DISPLAY "COMMAND NOT RECOGNIZED."
           END-EVALUATE.

       520-NEXT-PAGE.
           IF PAGE-LAST NOT < HT-COUNT
               DISPLAY "ALREADY ON THE NEWEST PAGE."
           ELSE
               ADD PAGE-SIZE TO PAGE-FIRST
               PERFORM 600-SHOW-HISTORY-PAGE
           END-IF.

       530-PREVIOUS-PAGE.
           IF PAGE-FIRST = 1
               DISPLAY "ALREADY ON THE OLDEST PAGE."
           ELSE
               IF PAGE-FIRST > PAGE-SIZE
                   SUBTRACT PAGE-SIZE FROM PAGE-FIRST
               ELSE
                   MOVE 1 TO PAGE-FIRST
               END-IF
               PERFORM 600-SHOW-HISTORY-PAGE
           END-IF.

      *The page starts at the keyed date, or the first day on file
      *after it; a date past the newest entry shows the newest
      *page.
       540-JUMP-TO-DATE.
           DISPLAY "DATE (YYYY-MM-DD): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-JUMP-DATE.
           ACCEPT ENTRY-JUMP-DATE.
           MOVE ZERO TO PAGE-FIRST.
           PERFORM 550-FIND-JUMP-ENTRY
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > HT-COUNT OR PAGE-FIRST > ZERO.
           IF PAGE-FIRST = ZERO
               DISPLAY "NO HISTORY ON OR AFTER " ENTRY-JUMP-DATE "."
               PERFORM 560-SET-LAST-PAGE
           END-IF.
           PERFORM 600-SHOW-HISTORY-PAGE.

       550-FIND-JUMP-ENTRY.
           IF HT-DATE (HT-IDX) NOT < ENTRY-JUMP-DATE
               MOVE HT-IDX TO PAGE-FIRST
           END-IF.

       560-SET-LAST-PAGE.
           IF HT-COUNT > PAGE-SIZE
               COMPUTE PAGE-FIRST = HT-COUNT - PAGE-SIZE + 1
           ELSE
               MOVE 1 TO PAGE-FIRST
           END-IF.

      *One page of history. Each day's increase is measured from
      *the entry before it, including one just off the top of the
      *page; the oldest entry on file has nothing to measure from.
       600-SHOW-HISTORY-PAGE.
           COMPUTE PAGE-LAST = PAGE-FIRST + PAGE-SIZE - 1.
           IF PAGE-LAST > HT-COUNT
               MOVE HT-COUNT TO PAGE-LAST
           END-IF.
           DISPLAY " ".
           DISPLAY "HISTORY FOR " ENTRY-COUNTRY-CODE "  ENTRIES "
               PAGE-FIRST " TO " PAGE-LAST " OF " HT-COUNT.
           DISPLAY HISTORY-HEADING.
           PERFORM 610-SHOW-HISTORY-LINE
               VARYING HT-IDX FROM PAGE-FIRST BY 1
               UNTIL HT-IDX > PAGE-LAST.

       610-SHOW-HISTORY-LINE.
           MOVE HT-DATE (HT-IDX) TO HSL-DATE.
           IF HT-ENTRY-TYPE (HT-IDX) = "C"
               MOVE "CFWD" TO HSL-TYPE
           ELSE
               MOVE SPACES TO HSL-TYPE
           END-IF.
           MOVE HT-CONFIRMED (HT-IDX) TO HSL-CONFIRMED.
           MOVE HT-DEATHS (HT-IDX) TO HSL-DEATHS.
           IF HT-IDX = 1
               MOVE ZERO TO HSL-CONF-INCREASE
               MOVE ZERO TO HSL-DTH-INCREASE
           ELSE
               COMPUTE DAY-INCREASE = HT-CONFIRMED (HT-IDX)
                   - HT-CONFIRMED (HT-IDX - 1)
               MOVE DAY-INCREASE TO HSL-CONF-INCREASE
               COMPUTE DAY-INCREASE = HT-DEATHS (HT-IDX)
                   - HT-DEATHS (HT-IDX - 1)
               MOVE DAY-INCREASE TO HSL-DTH-INCREASE
           END-IF.
           DISPLAY HISTORY-LINE.

       END PROGRAM MIDINQ.
