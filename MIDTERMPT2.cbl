                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-KEY
                   FILE STATUS IS PARM-STATUS.

      *Before-image journal - every ledger entry and history entry
      *this run adds or changes is filed here first, as it stood
      *before, so MIDROLLBK can back a bad night out exactly.
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
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

      *One run control, keyed by program and parameter name - the
      *layout MIDPARM maintains. The SELCRIT DATEFILT value is a
               05 PRM-MIN              PIC 9(7).
               05 PRM-MAX              PIC 9(7).
               05 PRM-DESC             PIC X(30).

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
      ****************************************************************************
       WORKING-STORAGE SECTION.
      *Values for the format of the header
           01 PROCESSED-IDX                PIC 9(3) VALUE ZERO.
           01 FINALIZE-ELIGIBLE            PIC XXX VALUE "NO".

      *Before-image journal working fields - images are keyed by
      *today's date and numbered on from the last one filed today.
           01 IMAGE-STATUS                 PIC XX VALUE SPACES.
           01 IMAGE-EOF                    PIC XXX VALUE "NO".
           01 IMAGE-RUN-DATE               PIC 9(8) VALUE ZERO.
           01 IMAGE-RUN-TIME               PIC 9(6) VALUE ZERO.
           01 IMAGE-SEQUENCE               PIC 9(6) VALUE ZERO.
           01 IMAGE-ACTION                 PIC X VALUE SPACE.
           01 IMAGE-FEED-DATE              PIC X(10) VALUE SPACES.

           01 TOTALCOMPUTES.
               05 NCTTL                PIC 9(9).
               05 TCTTL                PIC 9(12).
           PERFORM 115-DETERMINE-RUN-DATE.
           PERFORM 160-CHECK-RESTART.
           PERFORM 165-OPEN-REPORT-FILE.
           PERFORM 166-OPEN-IMAGE-JOURNAL.
           IF SKIP-COUNT = ZERO
               PERFORM 300-START-NEW-PAGE
           END-IF.
           CLOSE OUTPUT-FILE.
           CLOSE LEDGER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE IMAGE-FILE.
           IF CMAST-AVAILABLE = "YES"
               CLOSE CMASTER-FILE
           END-IF.
           ELSE
               OPEN OUTPUT OUTPUT-FILE
           END-IF.

      *Opens the before-image journal, creating it on the very first
      *run, and finds the last image already filed under today's
      *date - an earlier feed day of tonight's stream, or an abended
      *pass, has numbered its images first.
       166-OPEN-IMAGE-JOURNAL.
           OPEN I-O IMAGE-FILE.
           IF IMAGE-STATUS = "35" OR IMAGE-STATUS = "05"
               OPEN OUTPUT IMAGE-FILE
               CLOSE IMAGE-FILE
               OPEN I-O IMAGE-FILE
           END-IF.
           PERFORM 168-READ-STREAM-RUN-DATE.
           ACCEPT IMAGE-RUN-TIME FROM TIME.
           MOVE ZERO TO IMAGE-SEQUENCE.
           MOVE "NO" TO IMAGE-EOF.
           MOVE IMAGE-RUN-DATE TO BI-RUN-DATE.
           MOVE ZERO TO BI-SEQUENCE.
           START IMAGE-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY MOVE "YES" TO IMAGE-EOF.
           PERFORM 167-READ-IMAGE-SEQUENCE UNTIL IMAGE-EOF = "YES".

       167-READ-IMAGE-SEQUENCE.
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
       168-READ-STREAM-RUN-DATE.
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
      *****************************************************************************
       200-READ-RECORD.
      *Reads the record and stores the values in the correct spots.
           MOVE IN-COUNTRY-CODE TO PROCESSED-ENTRY (PROCESSED-COUNT).

       610-ADD-LEDGER-RECORD.
           MOVE "A" TO IMAGE-ACTION.
           MOVE IN-DATE TO IMAGE-FEED-DATE.
           PERFORM 850-JOURNAL-LEDGER-IMAGE.
           PERFORM 630-FILL-LEDGER-FIELDS.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGER WRITE ERROR: " LED-COUNTRY-CODE.

       620-UPDATE-LEDGER-RECORD.
           MOVE "C" TO IMAGE-ACTION.
           MOVE IN-DATE TO IMAGE-FEED-DATE.
           PERFORM 850-JOURNAL-LEDGER-IMAGE.
           PERFORM 630-FILL-LEDGER-FIELDS.
           REWRITE LEDGER-RECORD
               INVALID KEY
       720-MARK-COMPLETE.
           PERFORM 725-CHECK-FINALIZE-ELIGIBLE.
           IF FINALIZE-ELIGIBLE = "YES"
               MOVE "C" TO IMAGE-ACTION
               MOVE LED-RUN-DATE TO IMAGE-FEED-DATE
               PERFORM 850-JOURNAL-LEDGER-IMAGE
               MOVE "Y" TO LED-RUN-COMPLETE
               REWRITE LEDGER-RECORD
                   INVALID KEY

      *Archives today's figures for this country. A rerun for the
      *same country and date refreshes the existing entry instead
      *of adding a duplicate - and a carried-forward placeholder
      *left by MIDGAP for a day the country missed is replaced by
      *the real figures the same way.
       800-ARCHIVE-HISTORY.
           MOVE IN-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE IN-DATE TO HIST-DATE.
               NOT INVALID KEY PERFORM 820-UPDATE-HISTORY-RECORD.

       810-ADD-HISTORY-RECORD.
           MOVE "A" TO IMAGE-ACTION.
           MOVE IN-DATE TO IMAGE-FEED-DATE.
           PERFORM 855-JOURNAL-HISTORY-IMAGE.
           PERFORM 830-FILL-HISTORY-FIELDS.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HISTORY WRITE ERROR: " HIST-KEY.

       820-UPDATE-HISTORY-RECORD.
           MOVE "C" TO IMAGE-ACTION.
           MOVE IN-DATE TO IMAGE-FEED-DATE.
           PERFORM 855-JOURNAL-HISTORY-IMAGE.
           PERFORM 830-FILL-HISTORY-FIELDS.
           REWRITE HISTORY-RECORD
               INVALID KEY
           MOVE IN-TOTAL-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE IN-TOTAL-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE IN-TOTAL-RECOVERED TO HIST-TOTAL-RECOVERED.
           MOVE "R" TO HIST-ENTRY-TYPE.

      *Files the ledger entry as it stands before this run touches
      *it. The caller has already read it, or found it missing, and
      *set the action and feed date - an added entry has no image.
       850-JOURNAL-LEDGER-IMAGE.
           MOVE "L" TO BI-FILE.
           MOVE LED-COUNTRY-CODE TO BI-RECORD-KEY.
           IF IMAGE-ACTION = "C"
               MOVE LEDGER-RECORD TO BI-IMAGE
           ELSE
               MOVE SPACES TO BI-IMAGE
           END-IF.
           PERFORM 860-WRITE-BEFORE-IMAGE.

      *Same for a history entry.
       855-JOURNAL-HISTORY-IMAGE.
           MOVE "H" TO BI-FILE.
           MOVE HIST-KEY TO BI-RECORD-KEY.
           IF IMAGE-ACTION = "C"
               MOVE HISTORY-RECORD TO BI-IMAGE
           ELSE
               MOVE SPACES TO BI-IMAGE
           END-IF.
           PERFORM 860-WRITE-BEFORE-IMAGE.

       860-WRITE-BEFORE-IMAGE.
           ADD 1 TO IMAGE-SEQUENCE.
           MOVE IMAGE-RUN-DATE TO BI-RUN-DATE.
           MOVE IMAGE-SEQUENCE TO BI-SEQUENCE.
           MOVE IMAGE-RUN-TIME TO BI-RUN-TIME.
           MOVE "MIDTERMPT2" TO BI-PROGRAM.
           MOVE IMAGE-FEED-DATE TO BI-FEED-DATE.
           MOVE IMAGE-ACTION TO BI-ACTION.
           MOVE "N" TO BI-BACKED-OUT.
           WRITE IMAGE-RECORD
               INVALID KEY
                   DISPLAY "IMAGE JOURNAL WRITE ERROR: " BI-KEY.

      *Appends one line to the shared audit log recording this run's
      *date/time, records processed, and final ledger totals.
