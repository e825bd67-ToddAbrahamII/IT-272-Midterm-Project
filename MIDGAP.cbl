      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Nightly non-reporting check - the opposite side of
      *          MIDREFCK. Every country on CMASTER.DAT that has no
      *          record at all on tonight's ACCEPTED.TXT is listed
      *          on gap.rpt with the last day it really reported and
      *          its count of consecutive days missing. So that the
      *          missing day is not a hole in HISTORY.DAT, the
      *          country's last figures are carried forward onto an
      *          entry for the feed date typed C - carried forward,
      *          not reported - which every program reading history
      *          can tell apart from real data. The consecutive
      *          count is the run of carried-forward entries the
      *          country already has plus tonight. When the country
      *          reports again MIDTERM and MIDTERMPT2 replace the
      *          placeholder with the real figures by key, the way
      *          a rerun refreshes any entry. A country silent for
      *          at least the MIDGAP SILENTDAYS days kept on the
      *          PARMFILE.DAT parameter file by MIDPARM is marked
      *          for escalation. Every missing country is written
      *          to GAPLIST.DAT, fresh each run, which the morning
      *          briefing reads to escalate the silent ones. A
      *          master country with no history at all has nothing
      *          to carry forward and is listed only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDGAP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *Validated feed records only - MIDVALID quarantines the bad
      *ones onto REJECTS.TXT before this program ever runs.
               SELECT INPUT-FILE ASSIGN TO "ACCEPTED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Country master - name, slug, region, and population by
      *country code, maintained by MIDCMAST.
               SELECT CMASTER-FILE ASSIGN TO "CMASTER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-COUNTRY-CODE
                   FILE STATUS IS CMAST-STATUS.

               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

      *Run controls, maintained by MIDPARM. The MIDGAP SILENTDAYS
      *parameter holds the consecutive missing days that escalate
      *a country on the morning briefing. Running with no
      *parameter file, or no parameter, leaves the standing
      *threshold in place.
               SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-KEY
                   FILE STATUS IS PARM-STATUS.

               SELECT OUTPUT-FILE ASSIGN TO "gap.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *One line per missing country, read by the morning briefing
      *so the silent list never has to be parsed back out of the
      *printed report.
               SELECT GAP-LIST-FILE ASSIGN TO "GAPLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Before-image journal - every history entry this run adds or
      *changes is filed here first, as it stood before, so MIDROLLBK
      *can back a bad night out exactly.
               SELECT IMAGE-FILE ASSIGN TO "BEFOREIMG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BI-KEY
                   FILE STATUS IS IMAGE-STATUS.

      *Tonight's run date, left by the job-stream driver - absent
      *when the program is run on its own.
               SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD INPUT-FILE.
      *Reads in the files and stores in the correct pic clause
           01 INPUT-RECORD.
               05 IN-COUNTRY           PIC X(25).
               05 IN-COUNTRY-CODE      PIC XX.
               05 IN-SLUG              PIC X(18).
               05 IN-NEW-CONFIRMED     PIC 9(7).
               05 IN-TOTAL-CONFIRMED   PIC 9(9).
               05 IN-NEW-DEATHS        PIC 9(7).
               05 IN-TOTAL-DEATHS      PIC 9(8).
               05 IN-NEW-RECOVERED     PIC 9(7).
               05 IN-TOTAL-RECOVERED   PIC 9(9).
               05 IN-DATE              PIC X(10).
               05 IN-TIME              PIC X(10).

      *One master entry per country, keyed by the two-character code
      *the daily feed carries, same as LEDGER.DAT.
           FD CMASTER-FILE.
           01 CMASTER-RECORD.
               05 CM-COUNTRY-CODE      PIC XX.
               05 CM-COUNTRY           PIC X(25).
               05 CM-SLUG              PIC X(18).
               05 CM-REGION            PIC X(20).
               05 CM-POPULATION        PIC 9(10).

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

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(120).

           FD GAP-LIST-FILE.
           01 GAP-LIST-RECORD.
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

      *One before-image, keyed by the run date and a sequence within
      *it. The image is the LEDGER.DAT or HISTORY.DAT record as it
      *stood before the change - spaces when the change added it.
           FD IMAGE-FILE.
           01 IMAGE-RECORD.
               05 BI-KEY.
                   10 BI-RUN-DATE      PIC 9(8).
                   10 BI-SEQUENCE      PIC 9(6).
               05 BI-RUN-TIME          PIC 9(6).
               05 BI-PROGRAM           PIC X(10).
               05 BI-FEED-DATE         PIC X(10).
      *L - LEDGER.DAT entry; H - HISTORY.DAT entry.
               05 BI-FILE              PIC X.
      *A - added, nothing on file before; C - changed.
               05 BI-ACTION            PIC X.
               05 BI-RECORD-KEY        PIC X(12).
      *N until MIDROLLBK backs the run date out, then Y.
               05 BI-BACKED-OUT        PIC X.
               05 BI-IMAGE             PIC X(64).

           FD RUN-DATE-FILE.
           01 RUN-DATE-RECORD.
               05 RDT-RUN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CMAST-STATUS                 PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 PARM-STATUS                  PIC XX VALUE SPACES.
       01 CMAST-AVAILABLE              PIC XXX VALUE "YES".
       01 END-OF-FILE                  PIC XXX VALUE "NO".
       01 MASTER-EOF                   PIC XXX VALUE "NO".
       01 HISTORY-EOF                  PIC XXX VALUE "NO".

      *Before-image journal working fields - images are keyed by
      *today's date and numbered on from the last one filed today.
       01 IMAGE-STATUS                 PIC XX VALUE SPACES.
       01 IMAGE-EOF                    PIC XXX VALUE "NO".
       01 IMAGE-RUN-DATE               PIC 9(8) VALUE ZERO.
       01 IMAGE-RUN-TIME               PIC 9(6) VALUE ZERO.
       01 IMAGE-SEQUENCE               PIC 9(6) VALUE ZERO.

      *The feed date is the newest date on tonight's feed - on a
      *catch-up night the driver hands this program one day at a
      *time, so every record carries the same date.
       01 FEED-DATE                    PIC X(10) VALUE SPACES.

      *Every country code on tonight's feed
       01 FEED-CODE-TABLE.
           05 FEED-CODE-COUNT          PIC 9(3) VALUE ZERO.
           05 FEED-CODE-ENTRY OCCURS 500 TIMES
                                       PIC XX.
       01 FEED-CODE-IDX                PIC 9(3) VALUE ZERO.
       01 CODE-ON-FEED                 PIC XXX VALUE "NO".

      *Standing escalation threshold, replaced by whatever the
      *parameter file carries.
       01 SILENT-THRESHOLD             PIC 9(4) VALUE 3.
       01 THRESHOLD-TEXT               PIC X(10) VALUE SPACES.
       01 THR-CHAR-IDX                 PIC 9(2) VALUE ZERO.
       01 THR-VALUE                    PIC 9(7) VALUE ZERO.
       01 THR-DIGIT-X                  PIC X VALUE ZERO.
       01 THR-DIGIT REDEFINES THR-DIGIT-X
                                       PIC 9.
       01 THR-DIGITS-SEEN              PIC XXX VALUE "NO".

      *The missing country's history before the feed date - its
      *newest entry, the last day it really reported, and the run
      *of carried-forward entries since then.
       01 PRIOR-FOUND                  PIC XXX VALUE "NO".
       01 PRIOR-COUNTRY                PIC X(25) VALUE SPACES.
       01 PRIOR-CONFIRMED              PIC 9(9) VALUE ZERO.
       01 PRIOR-DEATHS                 PIC 9(8) VALUE ZERO.
       01 PRIOR-RECOVERED              PIC 9(9) VALUE ZERO.
       01 LAST-REPORTED-DATE           PIC X(10) VALUE SPACES.
       01 CARRIED-RUN                  PIC 9(4) VALUE ZERO.
       01 DAYS-MISSING                 PIC 9(4) VALUE ZERO.
       01 REPORTED-ON-FILE             PIC XXX VALUE "NO".
       01 COUNTRY-ESCALATED            PIC X VALUE "N".

       01 MASTERS-CHECKED              PIC 9(4) VALUE ZERO.
       01 REPORTING-COUNT              PIC 9(4) VALUE ZERO.
       01 MISSING-COUNT                PIC 9(4) VALUE ZERO.
       01 CARRIED-COUNT                PIC 9(4) VALUE ZERO.
       01 ESCALATED-COUNT              PIC 9(4) VALUE ZERO.

       01 DASHED-LINE.
           05 FILLER                   PIC X(120) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(36) VALUE
           'NON-REPORTING COUNTRIES - FEED DATE '.
           05 TTL-FEED-DATE            PIC X(10).

       01 THRESHOLD-LINE.
           05 FILLER                   PIC X(34) VALUE
           'ESCALATE WHEN SILENT FOR AT LEAST '.
           05 THR-SHOW                 PIC ZZZ9.
           05 FILLER                   PIC X(5) VALUE ' DAYS'.

       01 HEADING-LINE.
           05 FILLER                   PIC X(6)  VALUE 'CODE'.
           05 FILLER                   PIC X(27) VALUE 'COUNTRY'.
           05 FILLER                   PIC X(15) VALUE 'LAST REPORTED'.
           05 FILLER                   PIC X(10) VALUE 'DAYS OUT'.
           05 FILLER                   PIC X(19) VALUE 'ACTION'.
           05 FILLER                   PIC X(20) VALUE 'ESCALATION'.

       01 DETAIL-LINE.
           05 DTL-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 DTL-COUNTRY              PIC X(25).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-LAST-REPORTED        PIC X(10).
           05 FILLER                   PIC X(5)  VALUE SPACES.
           05 DTL-DAYS-MISSING         PIC ZZZ9.
           05 FILLER                   PIC X(6)  VALUE SPACES.
           05 DTL-ACTION               PIC X(17).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-ESCALATION           PIC X(20).

       01 NO-FEED-LINE.
           05 FILLER                   PIC X(51) VALUE
           'NO FEED RECORDS TONIGHT - NOTHING CARRIED FORWARD.'.

       01 NO-MASTER-FILE-LINE.
           05 FILLER                   PIC X(52) VALUE
           'CMASTER.DAT NOT AVAILABLE - NO GAP CHECK MADE.'.

       01 CLEAN-LINE.
           05 FILLER                   PIC X(48) VALUE
           'EVERY MASTER COUNTRY REPORTED ON TONIGHT''S FEED.'.

       01 SUMMARY-LINE.
           05 FILLER                   PIC X(18) VALUE
           'MASTER COUNTRIES: '.
           05 SUM-MASTERS              PIC Z(3)9.
           05 FILLER                   PIC X(14) VALUE
           '   REPORTING: '.
           05 SUM-REPORTING            PIC Z(3)9.
           05 FILLER                   PIC X(12) VALUE
           '   MISSING: '.
           05 SUM-MISSING              PIC Z(3)9.
           05 FILLER                   PIC X(12) VALUE
           '   CARRIED: '.
           05 SUM-CARRIED              PIC Z(3)9.
           05 FILLER                   PIC X(14) VALUE
           '   ESCALATED: '.
           05 SUM-ESCALATED            PIC Z(3)9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 110-LOAD-THRESHOLD.
           PERFORM 150-LOAD-FEED-CODES.
           PERFORM 160-OPEN-CMASTER.
           PERFORM 170-OPEN-HISTORY.
           PERFORM 175-OPEN-IMAGE-JOURNAL.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT GAP-LIST-FILE.

           MOVE FEED-DATE TO TTL-FEED-DATE.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE SILENT-THRESHOLD TO THR-SHOW.
           MOVE THRESHOLD-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           IF FEED-DATE = SPACES
               MOVE NO-FEED-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           ELSE
               IF CMAST-AVAILABLE = "NO"
                   MOVE NO-MASTER-FILE-LINE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 200-SWEEP-MASTER
                   IF MISSING-COUNT = ZERO
                       MOVE CLEAN-LINE TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 800-WRITE-SUMMARY.

           IF CMAST-AVAILABLE = "YES"
               CLOSE CMASTER-FILE
           END-IF.
           CLOSE HISTORY-FILE
               IMAGE-FILE
               OUTPUT-FILE
               GAP-LIST-FILE.
           STOP RUN.

      *Reads the escalation threshold from the parameter file kept
      *by MIDPARM. MIDPARM edits the value before storing it, but
      *the digits are still rebuilt here so a hand-edited file
      *cannot slip garbage through; an unreadable value leaves the
      *standing threshold in place.
       110-LOAD-THRESHOLD.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00" OR PARM-STATUS = "05"
               MOVE "MIDGAP" TO PRM-PROGRAM
               MOVE "SILENTDAYS" TO PRM-NAME
               READ PARM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRM-VALUE TO THRESHOLD-TEXT
                       PERFORM 120-EDIT-THRESHOLD
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *A zero threshold would escalate every country the first
      *night it is missing, and one past four digits cannot fit -
      *the standing threshold stays in either case.
       120-EDIT-THRESHOLD.
           MOVE ZERO TO THR-VALUE.
           MOVE "NO" TO THR-DIGITS-SEEN.
           PERFORM 130-EDIT-THRESHOLD-CHAR
               VARYING THR-CHAR-IDX FROM 1 BY 1
               UNTIL THR-CHAR-IDX > 10.
           IF THR-DIGITS-SEEN = "YES" AND THR-VALUE > ZERO
                   AND THR-VALUE < 10000
               MOVE THR-VALUE TO SILENT-THRESHOLD
           END-IF.

       130-EDIT-THRESHOLD-CHAR.
           IF THRESHOLD-TEXT (THR-CHAR-IDX:1) NUMERIC
               MOVE "YES" TO THR-DIGITS-SEEN
               MOVE THRESHOLD-TEXT (THR-CHAR-IDX:1) TO THR-DIGIT-X
               COMPUTE THR-VALUE = THR-VALUE * 10 + THR-DIGIT
                   ON SIZE ERROR MOVE 9999999 TO THR-VALUE
               END-COMPUTE
           END-IF.

      *Notes every country code on tonight's feed, and the newest
      *date carried, so the master can be checked against it.
       150-LOAD-FEED-CODES.
           MOVE "NO" TO END-OF-FILE.
           OPEN INPUT INPUT-FILE.
           PERFORM 155-READ-FEED-RECORD UNTIL END-OF-FILE = "YES".
           CLOSE INPUT-FILE.

       155-READ-FEED-RECORD.
           READ INPUT-FILE
               AT END MOVE "YES" TO END-OF-FILE
               NOT AT END
                   IF FEED-CODE-COUNT < 500
                       ADD 1 TO FEED-CODE-COUNT
                       MOVE IN-COUNTRY-CODE
                           TO FEED-CODE-ENTRY (FEED-CODE-COUNT)
                   END-IF
                   IF IN-DATE > FEED-DATE
                       MOVE IN-DATE TO FEED-DATE
                   END-IF.

      *Opens the country master. Without it there is nothing to
      *hold the feed against, and that is reported once.
       160-OPEN-CMASTER.
           OPEN INPUT CMASTER-FILE.
           IF CMAST-STATUS NOT = "00" AND CMAST-STATUS NOT = "05"
               MOVE "NO" TO CMAST-AVAILABLE
           END-IF.

      *Opens the history file, creating it on the very first run.
       170-OPEN-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF HIST-STATUS = "35" OR HIST-STATUS = "05"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

      *Opens the before-image journal, creating it on the very first
      *run, and finds the last image already filed under today's
      *date - MIDTERM and MIDTERMPT2 have numbered theirs first.
       175-OPEN-IMAGE-JOURNAL.
           OPEN I-O IMAGE-FILE.
           IF IMAGE-STATUS = "35" OR IMAGE-STATUS = "05"
               OPEN OUTPUT IMAGE-FILE
               CLOSE IMAGE-FILE
               OPEN I-O IMAGE-FILE
           END-IF.
           PERFORM 178-READ-STREAM-RUN-DATE.
           ACCEPT IMAGE-RUN-TIME FROM TIME.
           MOVE ZERO TO IMAGE-SEQUENCE.
           MOVE "NO" TO IMAGE-EOF.
           MOVE IMAGE-RUN-DATE TO BI-RUN-DATE.
           MOVE ZERO TO BI-SEQUENCE.
           START IMAGE-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY MOVE "YES" TO IMAGE-EOF.
           PERFORM 176-READ-IMAGE-SEQUENCE UNTIL IMAGE-EOF = "YES".

       176-READ-IMAGE-SEQUENCE.
           READ IMAGE-FILE NEXT RECORD
               AT END MOVE "YES" TO IMAGE-EOF
               NOT AT END
                   IF BI-RUN-DATE NOT = IMAGE-RUN-DATE
                       MOVE "YES" TO IMAGE-EOF
                   ELSE
                       MOVE BI-SEQUENCE TO IMAGE-SEQUENCE
                   END-IF.

      *Images are filed under the night's run date the driver left
      *on RUNDATE.DAT, so a stream that runs past midnight still
      *files one night under one date. Run on its own, with no
      *run date left, the program goes by the clock.
       178-READ-STREAM-RUN-DATE.
           MOVE ZERO TO IMAGE-RUN-DATE.
           OPEN INPUT RUN-DATE-FILE.
           READ RUN-DATE-FILE
               AT END CONTINUE
               NOT AT END
                   IF RDT-RUN-DATE NUMERIC
                       MOVE RDT-RUN-DATE TO IMAGE-RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUN-DATE-FILE.
           IF IMAGE-RUN-DATE = ZERO
               ACCEPT IMAGE-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      *Walks the whole master in code order, checking each country
      *against tonight's feed.
       200-SWEEP-MASTER.
           MOVE "NO" TO MASTER-EOF.
           MOVE LOW-VALUES TO CM-COUNTRY-CODE.
           START CMASTER-FILE KEY IS NOT LESS THAN CM-COUNTRY-CODE
               INVALID KEY MOVE "YES" TO MASTER-EOF
           END-START.
           PERFORM 210-READ-MASTER-ENTRY UNTIL MASTER-EOF = "YES".

       210-READ-MASTER-ENTRY.
           READ CMASTER-FILE NEXT RECORD
               AT END MOVE "YES" TO MASTER-EOF
               NOT AT END PERFORM 220-CHECK-MASTER-ENTRY.

       220-CHECK-MASTER-ENTRY.
           ADD 1 TO MASTERS-CHECKED.
           MOVE "NO" TO CODE-ON-FEED.
           PERFORM 230-SEARCH-FEED-CODE
               VARYING FEED-CODE-IDX FROM 1 BY 1
               UNTIL FEED-CODE-IDX > FEED-CODE-COUNT.
           IF CODE-ON-FEED = "YES"
               ADD 1 TO REPORTING-COUNT
           ELSE
               PERFORM 300-HANDLE-MISSING-COUNTRY
           END-IF.

       230-SEARCH-FEED-CODE.
           IF FEED-CODE-ENTRY (FEED-CODE-IDX) = CM-COUNTRY-CODE
               MOVE "YES" TO CODE-ON-FEED
           END-IF.

      *A master country missing from the feed. Its history before
      *the feed date gives the figures to carry forward and the
      *run of days it has already been missing. An entry already
      *filed for the feed date is looked at first: a real one means
      *the country did report that day after all (a rerun of an
      *earlier feed), and a placeholder is simply refreshed.
       300-HANDLE-MISSING-COUNTRY.
           PERFORM 310-FIND-PRIOR-HISTORY.
           MOVE "NO" TO REPORTED-ON-FILE.
           MOVE CM-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE FEED-DATE TO HIST-DATE.
           READ HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HIST-ENTRY-TYPE NOT = "C"
                       MOVE "YES" TO REPORTED-ON-FILE
                   END-IF
           END-READ.
           IF REPORTED-ON-FILE = "YES"
               ADD 1 TO REPORTING-COUNT
           ELSE
               ADD 1 TO MISSING-COUNT
               COMPUTE DAYS-MISSING = CARRIED-RUN + 1
                   ON SIZE ERROR MOVE 9999 TO DAYS-MISSING
               END-COMPUTE
               MOVE "N" TO COUNTRY-ESCALATED
               IF DAYS-MISSING NOT < SILENT-THRESHOLD
                   MOVE "Y" TO COUNTRY-ESCALATED
                   ADD 1 TO ESCALATED-COUNT
               END-IF
               IF PRIOR-FOUND = "YES"
                   PERFORM 400-CARRY-FORWARD
               ELSE
                   MOVE "NO HISTORY" TO DTL-ACTION
               END-IF
               PERFORM 500-WRITE-DETAIL-LINE
               PERFORM 550-WRITE-GAP-LIST-ENTRY
           END-IF.

      *Entries are filed code-then-date, so reading forward from
      *the country's first entry and stopping at the feed date
      *leaves the newest earlier day. A reported entry restarts
      *the run of carried-forward days; each placeholder adds one.
       310-FIND-PRIOR-HISTORY.
           MOVE "NO" TO PRIOR-FOUND.
           MOVE SPACES TO LAST-REPORTED-DATE.
           MOVE ZERO TO CARRIED-RUN.
           MOVE "NO" TO HISTORY-EOF.
           MOVE CM-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE LOW-VALUES TO HIST-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE "YES" TO HISTORY-EOF.
           PERFORM 320-READ-HISTORY-FORWARD
               UNTIL HISTORY-EOF = "YES".

       320-READ-HISTORY-FORWARD.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END PERFORM 330-KEEP-IF-EARLIER.

       330-KEEP-IF-EARLIER.
           IF HIST-COUNTRY-CODE NOT = CM-COUNTRY-CODE
                   OR HIST-DATE NOT < FEED-DATE
               MOVE "YES" TO HISTORY-EOF
           ELSE
               MOVE "YES" TO PRIOR-FOUND
               MOVE HIST-COUNTRY TO PRIOR-COUNTRY
               MOVE HIST-TOTAL-CONFIRMED TO PRIOR-CONFIRMED
               MOVE HIST-TOTAL-DEATHS TO PRIOR-DEATHS
               MOVE HIST-TOTAL-RECOVERED TO PRIOR-RECOVERED
               IF HIST-ENTRY-TYPE = "C"
                   ADD 1 TO CARRIED-RUN
               ELSE
                   MOVE ZERO TO CARRIED-RUN
                   MOVE HIST-DATE TO LAST-REPORTED-DATE
               END-IF
           END-IF.

      *Files the placeholder for the feed date - the newest earlier
      *figures, typed carried forward. Whatever the feed date's entry
      *was before, if anything, goes on the before-image journal.
       400-CARRY-FORWARD.
           MOVE CM-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE FEED-DATE TO HIST-DATE.
           PERFORM 410-JOURNAL-HISTORY-IMAGE.
           MOVE PRIOR-COUNTRY TO HIST-COUNTRY.
           MOVE PRIOR-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE PRIOR-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE PRIOR-RECOVERED TO HIST-TOTAL-RECOVERED.
           MOVE "C" TO HIST-ENTRY-TYPE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "HISTORY REWRITE ERROR: " HIST-KEY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO CARRIED-COUNT.
           MOVE "CARRIED FORWARD" TO DTL-ACTION.

      *An entry already on file for the key is imaged as it stands;
      *none on file means the placeholder adds it.
       410-JOURNAL-HISTORY-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE.
           MOVE IMAGE-RUN-DATE TO BI-RUN-DATE.
           MOVE IMAGE-SEQUENCE TO BI-SEQUENCE.
           MOVE IMAGE-RUN-TIME TO BI-RUN-TIME.
           MOVE "MIDGAP" TO BI-PROGRAM.
           MOVE FEED-DATE TO BI-FEED-DATE.
           MOVE "H" TO BI-FILE.
           MOVE HIST-KEY TO BI-RECORD-KEY.
           MOVE "N" TO BI-BACKED-OUT.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE "A" TO BI-ACTION
                   MOVE SPACES TO BI-IMAGE
               NOT INVALID KEY
                   MOVE "C" TO BI-ACTION
                   MOVE HISTORY-RECORD TO BI-IMAGE
           END-READ.
           WRITE IMAGE-RECORD
               INVALID KEY
                   DISPLAY "IMAGE JOURNAL WRITE ERROR: " BI-KEY.

       500-WRITE-DETAIL-LINE.
           MOVE CM-COUNTRY-CODE TO DTL-COUNTRY-CODE.
           MOVE CM-COUNTRY TO DTL-COUNTRY.
           IF LAST-REPORTED-DATE = SPACES
               MOVE "NONE" TO DTL-LAST-REPORTED
           ELSE
               MOVE LAST-REPORTED-DATE TO DTL-LAST-REPORTED
           END-IF.
           MOVE DAYS-MISSING TO DTL-DAYS-MISSING.
           IF COUNTRY-ESCALATED = "Y"
               MOVE "** SILENT - ESCALATE" TO DTL-ESCALATION
           ELSE
               MOVE SPACES TO DTL-ESCALATION
           END-IF.
           MOVE DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       550-WRITE-GAP-LIST-ENTRY.
           MOVE SPACES TO GAP-LIST-RECORD.
           MOVE CM-COUNTRY-CODE TO GPL-COUNTRY-CODE.
           MOVE CM-COUNTRY TO GPL-COUNTRY.
           MOVE DAYS-MISSING TO GPL-DAYS-MISSING.
           MOVE LAST-REPORTED-DATE TO GPL-LAST-REPORTED.
           MOVE COUNTRY-ESCALATED TO GPL-ESCALATED.
           MOVE FEED-DATE TO GPL-FEED-DATE.
           WRITE GAP-LIST-RECORD.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE MASTERS-CHECKED TO SUM-MASTERS.
           MOVE REPORTING-COUNT TO SUM-REPORTING.
           MOVE MISSING-COUNT TO SUM-MISSING.
           MOVE CARRIED-COUNT TO SUM-CARRIED.
           MOVE ESCALATED-COUNT TO SUM-ESCALATED.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDGAP.
