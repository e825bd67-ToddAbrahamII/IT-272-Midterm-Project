      *          A count value too large for its target picture is
      *          listed on loadexcp.rpt and the record is rejected
      *          instead of being silently truncated.
      *          The provider closes every feed with a trailer record
      *          - TRAILER, record count, hash total of total
      *          confirmed, hash total of total deaths - and the
      *          feed is reconciled against it. A missing trailer,
      *          records after the trailer, or a count or hash total
      *          that does not agree refuses the whole feed:
      *          countries.txt is left empty. A balanced feed is
      *          then checked against the FEEDREG.DAT feed registry
      *          - a feed date already loaded, a feed older than the
      *          last one loaded, or the same control totals as the
      *          last feed loaded is refused as a duplicate or stale
      *          feed. Only a feed that passes is registered, and
      *          only as pending - MIDNIGHT confirms it as loaded
      *          once MIDXDAY has passed it, so a feed the night
      *          halts on is never held against its corrected copy.
      *          A pending feed date, or one MIDROLLBK has backed
      *          out, may be loaded again, and its registry entry is
      *          refreshed. The outcome
      *          goes on LOADSTAT.DAT for the job-stream driver,
      *          which halts the night on a refused feed.
      *          The provider also sends vaccination figures in the
      *          same feed - VACCINE, country, code, slug, doses
      *          given that day, total doses given, people fully
      *          vaccinated, date, time. These are written in their
      *          own fixed-width layout to vaccines.txt, so the case
      *          readers of countries.txt never see them. They count
      *          toward the trailer's record count but not toward
      *          its hash totals, which stay case figures only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT OUTPUT-FILE ASSIGN TO "countries.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *The vaccination records of the feed, kept apart from the
      *case records so no case report has to tell them apart.
               SELECT VACCINE-FILE ASSIGN TO "vaccines.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EXCEPT-FILE ASSIGN TO "loadexcp.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Every feed ever loaded, keyed by feed date, with the control
      *totals it balanced to.
               SELECT REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FR-FEED-DATE
                   FILE STATUS IS REGISTRY-STATUS.

      *One-line machine-readable load result, read by the job-stream
      *driver to decide whether the night may go on.
               SELECT STATUS-FILE ASSIGN TO "LOADSTAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *One raw line from the provider, comma-delimited. The country
                   10 OUT-TIME-ALL     PIC X(8).
                   10 OUT-TIME-RBRKT   PIC X.

      *Vaccination figures, the same length as the case layout and
      *with the country, code, slug, date and time in the same
      *columns, so the same edits serve both.
           FD VACCINE-FILE.
           01 VACCINE-RECORD.
               05 VAC-COUNTRY          PIC X(25).
               05 VAC-COUNTRY-CODE     PIC XX.
               05 VAC-SLUG             PIC X(18).
               05 VAC-NEW-DOSES        PIC X(9).
               05 VAC-TOTAL-DOSES      PIC X(12).
               05 VAC-FULLY-VACCINATED PIC X(10).
               05 FILLER               PIC X(16).
               05 VAC-DATE             PIC X(10).
               05 VAC-TIME.
                   10 VAC-TIME-LBRKT   PIC X.
                   10 VAC-TIME-ALL     PIC X(8).
                   10 VAC-TIME-RBRKT   PIC X.

           FD EXCEPT-FILE.
           01 EXCEPT-RECORD            PIC X(90).

      *One loaded feed. The date is the latest date the feed's
      *records carry; the status is P for a feed registered but not
      *yet confirmed, L once MIDNIGHT confirms it, B once MIDROLLBK
      *has backed its night out.
           FD REGISTRY-FILE.
           01 REGISTRY-RECORD.
               05 FR-FEED-DATE         PIC X(10).
               05 FR-RECORD-COUNT      PIC 9(6).
               05 FR-HASH-CONFIRMED    PIC 9(15).
               05 FR-HASH-DEATHS       PIC 9(15).
               05 FR-LOAD-DATE         PIC 9(8).
               05 FR-LOAD-TIME         PIC 9(6).
               05 FR-STATUS            PIC X.

      *LOADED when the feed went through; otherwise NOTRAILER,
      *OUTOFBAL, DUPLICATE, or STALE.
           FD STATUS-FILE.
           01 STATUS-RECORD.
               05 LST-RECORDS          PIC 9(6).
               05 FILLER               PIC X.
               05 LST-WRITTEN          PIC 9(6).
               05 FILLER               PIC X.
               05 LST-RESULT           PIC X(10).
               05 FILLER               PIC X.
               05 LST-FEED-DATE        PIC X(10).

       WORKING-STORAGE SECTION.
       01 END-OF-FILE                  PIC XXX VALUE "NO".
       01 RECORD-COUNT                 PIC 9(6) VALUE ZERO.
       01 WRITTEN-COUNT                PIC 9(6) VALUE ZERO.
       01 REJECT-COUNT                 PIC 9(6) VALUE ZERO.
       01 VACCINE-WRITTEN-COUNT        PIC 9(6) VALUE ZERO.
       01 RECORD-IS-GOOD               PIC XXX VALUE "YES".
       01 REGISTRY-STATUS              PIC XX VALUE SPACES.
       01 REGISTRY-EOF                 PIC XXX VALUE "NO".

      *Control totals over the detail records actually read - the
      *record count and the hash totals of total confirmed and
      *total deaths - and the same figures off the trailer.
       01 READ-HASH-CONFIRMED          PIC 9(15) VALUE ZERO.
       01 READ-HASH-DEATHS             PIC 9(15) VALUE ZERO.
       01 HASH-AMOUNT-X                PIC X(9) VALUE ZERO.
       01 HASH-AMOUNT REDEFINES HASH-AMOUNT-X
                                       PIC 9(9).
       01 TRAILER-SEEN                 PIC XXX VALUE "NO".
       01 TRL-RECORD-COUNT             PIC 9(9) VALUE ZERO.
       01 TRL-AMOUNT-X                 PIC X(15) VALUE ZERO.
       01 TRL-AMOUNT REDEFINES TRL-AMOUNT-X
                                       PIC 9(15).
       01 TRL-HASH-CONFIRMED           PIC 9(15) VALUE ZERO.
       01 TRL-HASH-DEATHS              PIC 9(15) VALUE ZERO.

      *The feed's outcome. The feed date is the latest date on any
      *record written - on a backlog feed, its newest day.
       01 LOAD-RESULT                  PIC X(10) VALUE "LOADED".
       01 REFUSE-TEXT                  PIC X(50) VALUE SPACES.
       01 FEED-DATE                    PIC X(10) VALUE SPACES.
       01 LOAD-DATE                    PIC 9(8) VALUE ZERO.
       01 LOAD-TIME                    PIC 9(6) VALUE ZERO.

      *The most recent feed on the registry, found by walking it
       01 LATEST-REG-DATE              PIC X(10) VALUE SPACES.
       01 LATEST-REG-COUNT             PIC 9(6) VALUE ZERO.
       01 LATEST-REG-HASH-CONFIRMED    PIC 9(15) VALUE ZERO.
       01 LATEST-REG-HASH-DEATHS       PIC 9(15) VALUE ZERO.

      *The raw line split into its delimited fields. A quote flips
      *the in-quotes switch so a comma inside the country name is
       01 NUM-FIELD-TEXT               PIC X(30) VALUE SPACES.
       01 NUM-FIELD-NAME               PIC X(15) VALUE SPACES.
       01 NUM-TARGET-WIDTH             PIC 9(2) VALUE ZERO.
       01 NUM-RESULT                   PIC X(15) VALUE SPACES.
       01 NUM-IS-VALID                 PIC XXX VALUE "NO".
       01 NUM-DIGIT-COUNT              PIC 9(2) VALUE ZERO.
       01 NUM-START-POS                PIC 9(2) VALUE ZERO.
           '   REJECTED: '.
           05 SUM-REJECTED             PIC Z(5)9.

       01 VACCINE-SUMMARY-LINE.
           05 FILLER                   PIC X(34) VALUE
           '   OF THE WRITTEN, VACCINATION:   '.
           05 SUM-VACCINE-WRITTEN      PIC Z(5)9.

       01 CONTROL-HEADING-LINE.
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 FILLER                   PIC X(21) VALUE
           '              TRAILER'.
           05 FILLER                   PIC X(21) VALUE
           '            FEED READ'.

       01 CONTROL-LINE.
           05 CTL-NAME                 PIC X(19).
           05 CTL-TRAILER              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X VALUE SPACE.
           05 CTL-READ                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 RESULT-LINE.
           05 FILLER                   PIC X(13) VALUE 'FEED RESULT: '.
           05 RSL-TEXT                 PIC X(60).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           OPEN INPUT FEED-FILE.
           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT VACCINE-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           ACCEPT LOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT LOAD-TIME FROM TIME.

           MOVE TITLE-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 200-READ-FEED-RECORD
           UNTIL END-OF-FILE = "YES".

           PERFORM 700-RECONCILE-FEED.
           IF LOAD-RESULT = "LOADED"
               PERFORM 750-CHECK-REGISTRY
           END-IF.

           PERFORM 800-WRITE-SUMMARY.
           PERFORM 820-WRITE-CONTROL-TOTALS.
           PERFORM 850-WRITE-STATUS-FILE.

           CLOSE FEED-FILE
               OUTPUT-FILE
               VACCINE-FILE
               EXCEPT-FILE.
      *A refused feed must not reach validation at all, so the
      *records already written are thrown away.
           IF LOAD-RESULT NOT = "LOADED"
               OPEN OUTPUT OUTPUT-FILE
               CLOSE OUTPUT-FILE
               OPEN OUTPUT VACCINE-FILE
               CLOSE VACCINE-FILE
               DISPLAY "FEED REFUSED: " REFUSE-TEXT
           END-IF.
           STOP RUN.

      *The trailer and the vaccination records are told apart from
      *a case record by their first field. The trailer is not
      *counted as a record read; a vaccination record is.
       200-READ-FEED-RECORD.
           READ FEED-FILE
           AT END MOVE "YES" TO END-OF-FILE
           NOT AT END
               PERFORM 400-SPLIT-FEED-FIELDS
               EVALUATE FLD-TEXT (1)
                   WHEN "TRAILER"
                       PERFORM 650-PROCESS-TRAILER
                   WHEN "VACCINE"
                       ADD 1 TO RECORD-COUNT
                       PERFORM 350-PROCESS-VACCINE-RECORD
                   WHEN OTHER
                       ADD 1 TO RECORD-COUNT
                       PERFORM 300-PROCESS-FEED-RECORD
               END-EVALUATE.

      *Anything after the trailer means two feeds were run together
      *or the trailer was misplaced - either way the totals cannot
      *be trusted, so the feed is refused.
       300-PROCESS-FEED-RECORD.
           MOVE "YES" TO RECORD-IS-GOOD.
           IF TRAILER-SEEN = "YES" AND LOAD-RESULT = "LOADED"
               MOVE "OUTOFBAL" TO LOAD-RESULT
               MOVE "RECORDS FOLLOW THE TRAILER RECORD" TO REFUSE-TEXT
           END-IF.
           IF FIELD-COUNT NOT = 11
               MOVE "RECORD" TO EXC-FIELD-NAME
               MOVE "DOES NOT HAVE 11 FIELDS" TO EXC-PROBLEM
           IF RECORD-IS-GOOD = "YES"
               WRITE OUTPUT-RECORD
               ADD 1 TO WRITTEN-COUNT
               IF OUT-DATE > FEED-DATE
                   MOVE OUT-DATE TO FEED-DATE
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

      *A vaccination record after the trailer upsets the totals the
      *same way a case record does.
       350-PROCESS-VACCINE-RECORD.
           MOVE "YES" TO RECORD-IS-GOOD.
           IF TRAILER-SEEN = "YES" AND LOAD-RESULT = "LOADED"
               MOVE "OUTOFBAL" TO LOAD-RESULT
               MOVE "RECORDS FOLLOW THE TRAILER RECORD" TO REFUSE-TEXT
           END-IF.
           IF FIELD-COUNT NOT = 9
               MOVE "VACCINE RECORD" TO EXC-FIELD-NAME
               MOVE "DOES NOT HAVE 9 FIELDS" TO EXC-PROBLEM
               PERFORM 900-WRITE-EXCEPTION
               MOVE "NO" TO RECORD-IS-GOOD
           ELSE
               PERFORM 550-BUILD-VACCINE-RECORD
           END-IF.
           IF RECORD-IS-GOOD = "YES"
               WRITE VACCINE-RECORD
               ADD 1 TO WRITTEN-COUNT
               ADD 1 TO VACCINE-WRITTEN-COUNT
               IF VAC-DATE > FEED-DATE
                   MOVE VAC-DATE TO FEED-DATE
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
           MOVE 9 TO NUM-TARGET-WIDTH.
           PERFORM 600-EDIT-COUNT-FIELD.
           MOVE NUM-RESULT (1:9) TO OUT-TOTAL-CONFIRMED.
           IF NUM-IS-VALID = "YES"
               MOVE NUM-RESULT (1:9) TO HASH-AMOUNT-X
               ADD HASH-AMOUNT TO READ-HASH-CONFIRMED
           END-IF.

           MOVE FLD-TEXT (6) TO NUM-FIELD-TEXT.
           MOVE "NEW DEATHS" TO NUM-FIELD-NAME.
           MOVE 8 TO NUM-TARGET-WIDTH.
           PERFORM 600-EDIT-COUNT-FIELD.
           MOVE NUM-RESULT (1:8) TO OUT-TOTAL-DEATHS.
           IF NUM-IS-VALID = "YES"
               MOVE ZERO TO HASH-AMOUNT
               MOVE NUM-RESULT (1:8) TO HASH-AMOUNT-X (2:8)
               ADD HASH-AMOUNT TO READ-HASH-DEATHS
           END-IF.

           MOVE FLD-TEXT (8) TO NUM-FIELD-TEXT.
           MOVE "NEW RECOVERED" TO NUM-FIELD-NAME.
           MOVE FLD-TEXT (11) TO OUT-TIME-ALL.
           MOVE "]" TO OUT-TIME-RBRKT.

      *The vaccination layout - the record type in the first field
      *is dropped, the three counts are checked like the case
      *counts.
       550-BUILD-VACCINE-RECORD.
           MOVE SPACES TO VACCINE-RECORD.
           MOVE FLD-TEXT (2) TO VAC-COUNTRY.
           MOVE FLD-TEXT (3) TO VAC-COUNTRY-CODE.
           MOVE FLD-TEXT (4) TO VAC-SLUG.

           MOVE FLD-TEXT (5) TO NUM-FIELD-TEXT.
           MOVE "NEW DOSES" TO NUM-FIELD-NAME.
           MOVE 9 TO NUM-TARGET-WIDTH.
           PERFORM 600-EDIT-COUNT-FIELD.
           MOVE NUM-RESULT (1:9) TO VAC-NEW-DOSES.

           MOVE FLD-TEXT (6) TO NUM-FIELD-TEXT.
           MOVE "TOTAL DOSES" TO NUM-FIELD-NAME.
           MOVE 12 TO NUM-TARGET-WIDTH.
           PERFORM 600-EDIT-COUNT-FIELD.
           MOVE NUM-RESULT (1:12) TO VAC-TOTAL-DOSES.

           MOVE FLD-TEXT (7) TO NUM-FIELD-TEXT.
           MOVE "FULLY VACC" TO NUM-FIELD-NAME.
           MOVE 10 TO NUM-TARGET-WIDTH.
           PERFORM 600-EDIT-COUNT-FIELD.
           MOVE NUM-RESULT (1:10) TO VAC-FULLY-VACCINATED.

           MOVE FLD-TEXT (8) TO VAC-DATE.
           MOVE "[" TO VAC-TIME-LBRKT.
           MOVE FLD-TEXT (9) TO VAC-TIME-ALL.
           MOVE "]" TO VAC-TIME-RBRKT.

      *Checks one count field and right-justifies it with leading
      *zeros. A value with more digits than the target picture is
      *an exception - the manual reformat used to truncate these.
                   MOVE "NO" TO NUM-IS-VALID
           END-EVALUATE.

      *Picks the three control totals off the trailer. A trailer
      *that will not parse is as good as no trailer at all.
       650-PROCESS-TRAILER.
           MOVE "YES" TO RECORD-IS-GOOD.
           IF TRAILER-SEEN = "YES" AND LOAD-RESULT = "LOADED"
               MOVE "OUTOFBAL" TO LOAD-RESULT
               MOVE "MORE THAN ONE TRAILER RECORD" TO REFUSE-TEXT
           END-IF.
           MOVE "YES" TO TRAILER-SEEN.
           IF FIELD-COUNT NOT = 4
               MOVE "TRAILER" TO EXC-FIELD-NAME
               MOVE "DOES NOT HAVE 4 FIELDS" TO EXC-PROBLEM
               PERFORM 900-WRITE-EXCEPTION
               MOVE "NO" TO RECORD-IS-GOOD
           ELSE
               MOVE FLD-TEXT (2) TO NUM-FIELD-TEXT
               MOVE "TRAILER COUNT" TO NUM-FIELD-NAME
               MOVE 9 TO NUM-TARGET-WIDTH
               PERFORM 600-EDIT-COUNT-FIELD
               MOVE NUM-RESULT (1:9) TO HASH-AMOUNT-X
               MOVE HASH-AMOUNT TO TRL-RECORD-COUNT
               MOVE FLD-TEXT (3) TO NUM-FIELD-TEXT
               MOVE "TRAILER CNF" TO NUM-FIELD-NAME
               MOVE 15 TO NUM-TARGET-WIDTH
               PERFORM 600-EDIT-COUNT-FIELD
               MOVE NUM-RESULT TO TRL-AMOUNT-X
               MOVE TRL-AMOUNT TO TRL-HASH-CONFIRMED
               MOVE FLD-TEXT (4) TO NUM-FIELD-TEXT
               MOVE "TRAILER DTH" TO NUM-FIELD-NAME
               MOVE 15 TO NUM-TARGET-WIDTH
               PERFORM 600-EDIT-COUNT-FIELD
               MOVE NUM-RESULT TO TRL-AMOUNT-X
               MOVE TRL-AMOUNT TO TRL-HASH-DEATHS
           END-IF.
           IF RECORD-IS-GOOD = "NO" AND LOAD-RESULT = "LOADED"
               MOVE "OUTOFBAL" TO LOAD-RESULT
               MOVE "TRAILER RECORD WILL NOT PARSE" TO REFUSE-TEXT
           END-IF.

      *Balances the feed against its trailer. A truncated transfer
      *loses the trailer, so a feed without one is refused too.
       700-RECONCILE-FEED.
           IF LOAD-RESULT = "LOADED"
               IF TRAILER-SEEN = "NO"
                   MOVE "NOTRAILER" TO LOAD-RESULT
                   MOVE "NO TRAILER RECORD - FEED MAY BE TRUNCATED"
                       TO REFUSE-TEXT
               ELSE
                   IF TRL-RECORD-COUNT NOT = RECORD-COUNT
                       MOVE "OUTOFBAL" TO LOAD-RESULT
                       MOVE "RECORD COUNT DOES NOT AGREE WITH TRAILER"
                           TO REFUSE-TEXT
                   ELSE
                       IF TRL-HASH-CONFIRMED NOT = READ-HASH-CONFIRMED
                           OR TRL-HASH-DEATHS NOT = READ-HASH-DEATHS
                           MOVE "OUTOFBAL" TO LOAD-RESULT
                           MOVE "HASH TOTALS DO NOT AGREE WITH TRAILER"
                               TO REFUSE-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Checks a balanced feed against every feed already loaded,
      *then registers it if it is new. A feed with no dated records
      *has nothing to register.
       750-CHECK-REGISTRY.
           OPEN I-O REGISTRY-FILE.
           IF REGISTRY-STATUS = "35" OR REGISTRY-STATUS = "05"
               OPEN OUTPUT REGISTRY-FILE
               CLOSE REGISTRY-FILE
               OPEN I-O REGISTRY-FILE
           END-IF.
           MOVE "NO" TO REGISTRY-EOF.
           MOVE LOW-VALUES TO FR-FEED-DATE.
           START REGISTRY-FILE KEY IS NOT LESS THAN FR-FEED-DATE
               INVALID KEY MOVE "YES" TO REGISTRY-EOF.
           PERFORM 760-READ-REGISTRY UNTIL REGISTRY-EOF = "YES".
           IF LOAD-RESULT = "LOADED" AND FEED-DATE NOT = SPACES
               PERFORM 780-JUDGE-AGAINST-LATEST
           END-IF.
           IF LOAD-RESULT = "LOADED" AND FEED-DATE NOT = SPACES
               PERFORM 790-REGISTER-FEED
           END-IF.
           CLOSE REGISTRY-FILE.

       760-READ-REGISTRY.
           READ REGISTRY-FILE NEXT RECORD
               AT END MOVE "YES" TO REGISTRY-EOF
               NOT AT END PERFORM 770-CHECK-REGISTRY-ENTRY.

      *Only a feed still standing as loaded counts against tonight's -
      *a pending one was never confirmed, a backed-out one was undone.
       770-CHECK-REGISTRY-ENTRY.
           IF FR-STATUS = "L"
               IF FR-FEED-DATE = FEED-DATE
                   MOVE "DUPLICATE" TO LOAD-RESULT
                   MOVE "FEED DATE ALREADY LOADED" TO REFUSE-TEXT
               END-IF
               IF FR-FEED-DATE > LATEST-REG-DATE
                   MOVE FR-FEED-DATE TO LATEST-REG-DATE
                   MOVE FR-RECORD-COUNT TO LATEST-REG-COUNT
                   MOVE FR-HASH-CONFIRMED TO LATEST-REG-HASH-CONFIRMED
                   MOVE FR-HASH-DEATHS TO LATEST-REG-HASH-DEATHS
               END-IF
           END-IF.

      *A feed dated before the last one loaded is stale. A re-dated
      *copy of the last feed is caught by its control totals -
      *cumulative totals always move from one day to the next.
       780-JUDGE-AGAINST-LATEST.
           IF LATEST-REG-DATE NOT = SPACES
               IF FEED-DATE < LATEST-REG-DATE
                   MOVE "STALE" TO LOAD-RESULT
                   MOVE "FEED IS OLDER THAN THE LAST FEED LOADED"
                       TO REFUSE-TEXT
               ELSE
                   IF RECORD-COUNT = LATEST-REG-COUNT
                       AND READ-HASH-CONFIRMED =
                           LATEST-REG-HASH-CONFIRMED
                       AND READ-HASH-DEATHS = LATEST-REG-HASH-DEATHS
                       MOVE "DUPLICATE" TO LOAD-RESULT
                       MOVE "SAME CONTROL TOTALS AS THE LAST FEED"
                           TO REFUSE-TEXT
                   END-IF
               END-IF
           END-IF.

       790-REGISTER-FEED.
           MOVE FEED-DATE TO FR-FEED-DATE.
           MOVE RECORD-COUNT TO FR-RECORD-COUNT.
           MOVE READ-HASH-CONFIRMED TO FR-HASH-CONFIRMED.
           MOVE READ-HASH-DEATHS TO FR-HASH-DEATHS.
           MOVE LOAD-DATE TO FR-LOAD-DATE.
           MOVE LOAD-TIME TO FR-LOAD-TIME.
           MOVE "P" TO FR-STATUS.
           WRITE REGISTRY-RECORD
               INVALID KEY PERFORM 795-REREGISTER-FEED.

      *The feed date is already on file only when it was left
      *pending or its night was backed out - the entry is refreshed
      *with the new feed.
       795-REREGISTER-FEED.
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "REGISTRY WRITE ERROR: " FR-FEED-DATE.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 2 LINE.
           MOVE REJECT-COUNT TO SUM-REJECTED.
           MOVE SUMMARY-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.
           MOVE VACCINE-WRITTEN-COUNT TO SUM-VACCINE-WRITTEN.
           MOVE VACCINE-SUMMARY-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.

      *The trailer's control totals beside the ones counted off the
      *feed, and what became of the feed.
       820-WRITE-CONTROL-TOTALS.
           MOVE CONTROL-HEADING-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 2 LINE.
           MOVE "RECORD COUNT" TO CTL-NAME.
           MOVE TRL-RECORD-COUNT TO CTL-TRAILER.
           MOVE RECORD-COUNT TO CTL-READ.
           MOVE CONTROL-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "HASH CONFIRMED" TO CTL-NAME.
           MOVE TRL-HASH-CONFIRMED TO CTL-TRAILER.
           MOVE READ-HASH-CONFIRMED TO CTL-READ.
           MOVE CONTROL-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "HASH DEATHS" TO CTL-NAME.
           MOVE TRL-HASH-DEATHS TO CTL-TRAILER.
           MOVE READ-HASH-DEATHS TO CTL-READ.
           MOVE CONTROL-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.
           IF LOAD-RESULT = "LOADED"
               MOVE SPACES TO RSL-TEXT
               STRING "LOADED AND REGISTERED - FEED DATE "
                       DELIMITED BY SIZE
                      FEED-DATE DELIMITED BY SIZE
                   INTO RSL-TEXT
           ELSE
               MOVE SPACES TO RSL-TEXT
               STRING "REFUSED - " DELIMITED BY SIZE
                      REFUSE-TEXT DELIMITED BY SIZE
                   INTO RSL-TEXT
           END-IF.
           MOVE RESULT-LINE TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD AFTER ADVANCING 1 LINE.

      *One line of plain counts for the job-stream driver, written
      *fresh every run so a stale result can never pass a new feed.
       850-WRITE-STATUS-FILE.
           OPEN OUTPUT STATUS-FILE.
           MOVE SPACES TO STATUS-RECORD.
           MOVE RECORD-COUNT TO LST-RECORDS.
           MOVE WRITTEN-COUNT TO LST-WRITTEN.
           MOVE LOAD-RESULT TO LST-RESULT.
           MOVE FEED-DATE TO LST-FEED-DATE.
           WRITE STATUS-RECORD.
           CLOSE STATUS-FILE.

       900-WRITE-EXCEPTION.
           MOVE RECORD-COUNT TO EXC-RECORD-NUM.
