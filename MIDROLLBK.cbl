      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Night rollback - backs out everything one run date
      *          did to LEDGER.DAT and HISTORY.DAT, so a bad feed
      *          that got past MIDVALID and MIDXDAY can be undone
      *          cleanly and the corrected feed rerun through
      *          MIDNIGHT. MIDTERM, MIDTERMPT2 and MIDGAP file a
      *          before-image of every ledger and history entry
      *          they add or change on BEFOREIMG.DAT, keyed by run
      *          date. The operator keys the run date; the earliest
      *          image of each record under that date is how the
      *          record stood before the night, and it is put back
      *          exactly - an entry the night added is deleted.
      *          Nothing is touched when the run date has no images
      *          still standing, or when a later run date still
      *          stands on the journal - nights are backed out
      *          newest first. The images are then marked backed
      *          out so the same night cannot be backed out twice,
      *          and the night's feed dates are released on the
      *          FEEDREG.DAT feed registry so MIDLOAD will take the
      *          corrected feed. rollback.rpt lists every record
      *          backed out with its figures before and after, and
      *          the run is logged to AUDIT.LOG in the shared
      *          layout so MIDAUDIT reports it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDROLLBK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT IMAGE-FILE ASSIGN TO "BEFOREIMG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BI-KEY
                   FILE STATUS IS IMAGE-STATUS.

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

      *The feed registry MIDLOAD keeps - a backed-out night's feed
      *dates are released here so the corrected feed is not refused
      *as a duplicate.
               SELECT REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FR-FEED-DATE
                   FILE STATUS IS REGISTRY-STATUS.

      *Log of every run of this program, appended to - never
      *overwritten - so a history of runs is kept.
               SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

               SELECT OUTPUT-FILE ASSIGN TO "rollback.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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
      *N until this program backs the run date out, then Y.
               05 BI-BACKED-OUT        PIC X.
               05 BI-IMAGE             PIC X(64).

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

      *One loaded feed. The date is the latest date the feed's
      *records carry; the status is L for a feed loaded, B once
      *its night has been backed out.
           FD REGISTRY-FILE.
           01 REGISTRY-RECORD.
               05 FR-FEED-DATE         PIC X(10).
               05 FR-RECORD-COUNT      PIC 9(6).
               05 FR-HASH-CONFIRMED    PIC 9(15).
               05 FR-HASH-DEATHS       PIC 9(15).
               05 FR-LOAD-DATE         PIC 9(8).
               05 FR-LOAD-TIME         PIC 9(6).
               05 FR-STATUS            PIC X.

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(150).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 IMAGE-STATUS                 PIC XX VALUE SPACES.
       01 LEDGER-STATUS                PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 REGISTRY-STATUS              PIC XX VALUE SPACES.
       01 AUDIT-STATUS                 PIC XX VALUE SPACES.
       01 IMAGE-AVAILABLE              PIC XXX VALUE "YES".
       01 IMAGE-EOF                    PIC XXX VALUE "NO".
       01 LEDGER-EOF                   PIC XXX VALUE "NO".

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-TIME                     PIC 9(6) VALUE ZERO.

      *The run date being backed out, as keyed by the operator.
       01 ROLLBACK-DATE-ENTRY          PIC X(8) VALUE SPACES.
       01 ROLLBACK-DATE                PIC 9(8) VALUE ZERO.
       01 CONFIRM-ENTRY                PIC X VALUE SPACE.

      *Set when anything stops the rollback before a record is
      *touched, with the reason for the report.
       01 ROLLBACK-REFUSED             PIC XXX VALUE "NO".
       01 REFUSE-TEXT                  PIC X(70) VALUE SPACES.
       01 LATER-RUN-DATE               PIC 9(8) VALUE ZERO.

      *One entry per record the night touched, holding the earliest
      *image filed for it - later images of the same record are
      *only the night's own changes stacked on top.
       01 RESTORE-TABLE.
           05 RB-COUNT                 PIC 9(4) VALUE ZERO.
           05 RB-ENTRY OCCURS 5000 TIMES.
               10 RB-FILE              PIC X.
               10 RB-RECORD-KEY        PIC X(12).
               10 RB-ACTION            PIC X.
               10 RB-FEED-DATE         PIC X(10).
               10 RB-PROGRAM           PIC X(10).
               10 RB-IMAGE             PIC X(64).
       01 RB-IDX                       PIC 9(4) VALUE ZERO.
       01 RB-SLOT                      PIC 9(4) VALUE ZERO.
       01 RESTORE-TABLE-FULL           PIC XXX VALUE "NO".

      *Every feed date the night's images carry.
       01 FEED-DATE-TABLE.
           05 FEED-DATE-COUNT          PIC 9(3) VALUE ZERO.
           05 FEED-DATE-ENTRY OCCURS 100 TIMES
                                       PIC X(10).
       01 FEED-IDX                     PIC 9(3) VALUE ZERO.
       01 FEED-DATE-FOUND              PIC XXX VALUE "NO".

       01 IMAGES-READ                  PIC 9(6) VALUE ZERO.
       01 IMAGES-ALREADY-OUT           PIC 9(6) VALUE ZERO.
       01 LEDGER-RESTORED              PIC 9(5) VALUE ZERO.
       01 LEDGER-REMOVED               PIC 9(5) VALUE ZERO.
       01 HISTORY-RESTORED             PIC 9(5) VALUE ZERO.
       01 HISTORY-REMOVED              PIC 9(5) VALUE ZERO.
       01 RESTORE-ERRORS               PIC 9(5) VALUE ZERO.
       01 FEEDS-RELEASED               PIC 9(3) VALUE ZERO.

      *The record as it stands now, before its image goes back.
       01 RECORD-ON-FILE               PIC XXX VALUE "NO".
       01 CURRENT-CONFIRMED            PIC 9(9) VALUE ZERO.
       01 CURRENT-DEATHS               PIC 9(8) VALUE ZERO.

      *Ledger totals after the rollback, for the audit line.
       01 TCTTL                        PIC 9(12) VALUE ZERO.
       01 TDTTL                        PIC 9(11) VALUE ZERO.
       01 TRTTL                        PIC 9(12) VALUE ZERO.

      *Same column layout as MIDTERMPT2's audit line, so the
      *run-control report can read every program's entries with
      *one parse.
       01 AUDIT-LINE.
           05 FILLER               PIC X(9) VALUE 'PROGRAM: '.
           05 AUD-PROGRAM          PIC X(10) VALUE 'MIDROLLBK'.
           05 FILLER               PIC X(10) VALUE ' RUNDATE '.
           05 AUD-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(10) VALUE ' RUNTIME '.
           05 AUD-RUN-TIME         PIC 9(6).
           05 FILLER               PIC X(9) VALUE ' RECS: '.
           05 AUD-RECORDS          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(7) VALUE ' CNF: '.
           05 AUD-TTL-CONFIRMED    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(7) VALUE ' DTH: '.
           05 AUD-TTL-DEATHS       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(7) VALUE ' REC: '.
           05 AUD-TTL-RECOVERED    PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 DASHED-LINE.
           05 FILLER                   PIC X(132) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(43) VALUE
           'NIGHT ROLLBACK REPORT - RUN DATE BACKED OUT'.
           05 FILLER                   PIC X VALUE SPACE.
           05 TTL-ROLLBACK-DATE        PIC 9(8).
           05 FILLER                   PIC X(10) VALUE '   RUN ON '.
           05 TTL-RUN-DATE             PIC 9(8).

       01 HEADING-LINE.
           05 FILLER                   PIC X(8)  VALUE 'FILE'.
           05 FILLER                   PIC X(6)  VALUE 'CODE'.
           05 FILLER                   PIC X(12) VALUE 'DATE'.
           05 FILLER                   PIC X(12) VALUE 'FEED DATE'.
           05 FILLER                   PIC X(12) VALUE 'CHANGED BY'.
           05 FILLER                   PIC X(14) VALUE 'ACTION'.
           05 FILLER                   PIC X(12) VALUE
           ' NOW CONFIRM'.
           05 FILLER                   PIC X(12) VALUE
           '  NOW DEATHS'.
           05 FILLER                   PIC X(12) VALUE
           ' PUT CONFIRM'.
           05 FILLER                   PIC X(12) VALUE
           '  PUT DEATHS'.

       01 DETAIL-LINE.
           05 DTL-FILE                 PIC X(8).
           05 DTL-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 DTL-DATE                 PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-FEED-DATE            PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROGRAM              PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-ACTION               PIC X(14).
           05 DTL-NOW-FIGURES.
               10 DTL-NOW-CONFIRMED    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(2) VALUE SPACES.
               10 DTL-NOW-DEATHS       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 DTL-PUT-FIGURES.
               10 DTL-PUT-CONFIRMED    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(2) VALUE SPACES.
               10 DTL-PUT-DEATHS       PIC ZZ,ZZZ,ZZ9.

       01 FEED-RELEASED-LINE.
           05 FILLER                   PIC X(5) VALUE 'FEED '.
           05 FRL-FEED-DATE            PIC X(10).
           05 FILLER                   PIC X(53) VALUE
           ' RELEASED ON FEEDREG.DAT - MIDLOAD WILL TAKE IT AGAIN'.

       01 REFUSED-LINE.
           05 FILLER                   PIC X(16) VALUE
           'NOTHING DONE -  '.
           05 RFL-TEXT                 PIC X(70).

       01 SUMMARY-LINE-1.
           05 FILLER                   PIC X(18) VALUE
           'IMAGES ON FILE:   '.
           05 SUM-IMAGES               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(24) VALUE
           '   ALREADY BACKED OUT:  '.
           05 SUM-ALREADY-OUT          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(21) VALUE
           '   RECORDS PUT BACK: '.
           05 SUM-RECORDS              PIC ZZZ,ZZ9.

       01 SUMMARY-LINE-2.
           05 FILLER                   PIC X(18) VALUE
           'LEDGER RESTORED:  '.
           05 SUM-LEDGER-RESTORED      PIC ZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE
           '   REMOVED: '.
           05 SUM-LEDGER-REMOVED       PIC ZZ,ZZ9.
           05 FILLER                   PIC X(22) VALUE
           '   HISTORY RESTORED:  '.
           05 SUM-HISTORY-RESTORED     PIC ZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE
           '   REMOVED: '.
           05 SUM-HISTORY-REMOVED      PIC ZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE
           '   ERRORS: '.
           05 SUM-ERRORS               PIC ZZ,ZZ9.

       01 SUMMARY-LINE-3.
           05 FILLER                   PIC X(18) VALUE
           'FEEDS RELEASED:   '.
           05 SUM-FEEDS                PIC ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           DISPLAY "RUN DATE TO BACK OUT (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT ROLLBACK-DATE-ENTRY.
           IF ROLLBACK-DATE-ENTRY NOT NUMERIC
               DISPLAY "RUN DATE MUST BE EIGHT DIGITS - NOTHING DONE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ROLLBACK-DATE-ENTRY TO ROLLBACK-DATE.

           OPEN OUTPUT OUTPUT-FILE.
           MOVE ROLLBACK-DATE TO TTL-ROLLBACK-DATE.
           MOVE RUN-DATE TO TTL-RUN-DATE.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 110-OPEN-IMAGE-JOURNAL.
           IF ROLLBACK-REFUSED = "NO"
               PERFORM 200-COLLECT-IMAGES
               PERFORM 250-CHECK-LATER-RUNS
               PERFORM 280-JUDGE-ROLLBACK
           END-IF.
           IF ROLLBACK-REFUSED = "NO"
               PERFORM 290-CONFIRM-ROLLBACK
           END-IF.

           IF ROLLBACK-REFUSED = "NO"
               PERFORM 300-BACK-OUT-RUN
               PERFORM 400-MARK-IMAGES-BACKED-OUT
               PERFORM 500-RELEASE-FEED-DATES
               PERFORM 600-SUM-LEDGER
               PERFORM 800-WRITE-SUMMARY
               PERFORM 900-WRITE-AUDIT-LOG
               IF RESTORE-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE REFUSE-TEXT TO RFL-TEXT
               MOVE REFUSED-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               DISPLAY "NOTHING DONE - " REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF IMAGE-AVAILABLE = "YES"
               CLOSE IMAGE-FILE
           END-IF.
           CLOSE OUTPUT-FILE.
           STOP RUN.

      *No journal means no night has ever filed an image, so there
      *is nothing that could be put back.
       110-OPEN-IMAGE-JOURNAL.
           OPEN I-O IMAGE-FILE.
           IF IMAGE-STATUS NOT = "00"
               MOVE "NO" TO IMAGE-AVAILABLE
               MOVE "YES" TO ROLLBACK-REFUSED
               MOVE "NO BEFORE-IMAGE JOURNAL (BEFOREIMG.DAT) ON FILE."
                   TO REFUSE-TEXT
           END-IF.

      *Reads every image filed under the run date, in the order
      *filed, keeping the first one seen for each record. Images a
      *rollback already put back are counted and passed over - the
      *same day may have been rerun since.
       200-COLLECT-IMAGES.
           MOVE "NO" TO IMAGE-EOF.
           MOVE ROLLBACK-DATE TO BI-RUN-DATE.
           MOVE ZERO TO BI-SEQUENCE.
           START IMAGE-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY MOVE "YES" TO IMAGE-EOF.
           PERFORM 210-READ-RUN-IMAGE UNTIL IMAGE-EOF = "YES".

       210-READ-RUN-IMAGE.
           READ IMAGE-FILE NEXT RECORD
               AT END MOVE "YES" TO IMAGE-EOF
               NOT AT END
                   IF BI-RUN-DATE NOT = ROLLBACK-DATE
                       MOVE "YES" TO IMAGE-EOF
                   ELSE
                       PERFORM 220-FILE-IMAGE
                   END-IF.

       220-FILE-IMAGE.
           ADD 1 TO IMAGES-READ.
           IF BI-BACKED-OUT = "Y"
               ADD 1 TO IMAGES-ALREADY-OUT
           ELSE
               PERFORM 230-FIND-RESTORE-SLOT
               IF RB-SLOT = ZERO
                   PERFORM 235-ADD-RESTORE-ENTRY
               END-IF
               PERFORM 240-NOTE-FEED-DATE
           END-IF.

       230-FIND-RESTORE-SLOT.
           MOVE ZERO TO RB-SLOT.
           PERFORM 232-SEARCH-RESTORE-ENTRY
               VARYING RB-IDX FROM 1 BY 1
               UNTIL RB-IDX > RB-COUNT OR RB-SLOT NOT = ZERO.

       232-SEARCH-RESTORE-ENTRY.
           IF RB-FILE (RB-IDX) = BI-FILE
                   AND RB-RECORD-KEY (RB-IDX) = BI-RECORD-KEY
               MOVE RB-IDX TO RB-SLOT
           END-IF.

       235-ADD-RESTORE-ENTRY.
           IF RB-COUNT < 5000
               ADD 1 TO RB-COUNT
               MOVE BI-FILE TO RB-FILE (RB-COUNT)
               MOVE BI-RECORD-KEY TO RB-RECORD-KEY (RB-COUNT)
               MOVE BI-ACTION TO RB-ACTION (RB-COUNT)
               MOVE BI-FEED-DATE TO RB-FEED-DATE (RB-COUNT)
               MOVE BI-PROGRAM TO RB-PROGRAM (RB-COUNT)
               MOVE BI-IMAGE TO RB-IMAGE (RB-COUNT)
           ELSE
               MOVE "YES" TO RESTORE-TABLE-FULL
           END-IF.

       240-NOTE-FEED-DATE.
           MOVE "NO" TO FEED-DATE-FOUND.
           PERFORM 245-SEARCH-FEED-DATE
               VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > FEED-DATE-COUNT.
           IF FEED-DATE-FOUND = "NO" AND BI-FEED-DATE NOT = SPACES
                   AND FEED-DATE-COUNT < 100
               ADD 1 TO FEED-DATE-COUNT
               MOVE BI-FEED-DATE TO FEED-DATE-ENTRY (FEED-DATE-COUNT)
           END-IF.

       245-SEARCH-FEED-DATE.
           IF FEED-DATE-ENTRY (FEED-IDX) = BI-FEED-DATE
               MOVE "YES" TO FEED-DATE-FOUND
           END-IF.

      *Looks for any image still standing under a later run date.
      *A later night was built on this one's figures, so backing
      *this one out underneath it would leave the files mixed.
       250-CHECK-LATER-RUNS.
           MOVE "NO" TO IMAGE-EOF.
           COMPUTE BI-RUN-DATE = ROLLBACK-DATE + 1
               ON SIZE ERROR MOVE "YES" TO IMAGE-EOF
           END-COMPUTE.
           MOVE ZERO TO BI-SEQUENCE.
           IF IMAGE-EOF = "NO"
               START IMAGE-FILE KEY IS NOT LESS THAN BI-KEY
                   INVALID KEY MOVE "YES" TO IMAGE-EOF
               END-START
           END-IF.
           PERFORM 260-READ-LATER-IMAGE UNTIL IMAGE-EOF = "YES".

       260-READ-LATER-IMAGE.
           READ IMAGE-FILE NEXT RECORD
               AT END MOVE "YES" TO IMAGE-EOF
               NOT AT END
                   IF BI-BACKED-OUT = "N"
                       MOVE BI-RUN-DATE TO LATER-RUN-DATE
                       MOVE "YES" TO IMAGE-EOF
                   END-IF.

       280-JUDGE-ROLLBACK.
           EVALUATE TRUE
               WHEN IMAGES-READ = ZERO
                   MOVE "YES" TO ROLLBACK-REFUSED
                   MOVE "NO BEFORE-IMAGES FILED UNDER THIS RUN DATE."
                       TO REFUSE-TEXT
               WHEN RB-COUNT = ZERO
                   MOVE "YES" TO ROLLBACK-REFUSED
                   MOVE "THIS RUN DATE HAS ALREADY BEEN BACKED OUT."
                       TO REFUSE-TEXT
               WHEN LATER-RUN-DATE NOT = ZERO
                   MOVE "YES" TO ROLLBACK-REFUSED
                   STRING "LATER RUN DATE " DELIMITED BY SIZE
                          LATER-RUN-DATE DELIMITED BY SIZE
                          " STILL STANDS - BACK IT OUT FIRST."
                              DELIMITED BY SIZE
                       INTO REFUSE-TEXT
               WHEN RESTORE-TABLE-FULL = "YES"
                   MOVE "YES" TO ROLLBACK-REFUSED
                   MOVE "MORE THAN 5000 RECORDS CHANGED - TOO MANY."
                       TO REFUSE-TEXT
           END-EVALUATE.

      *Last chance - the operator sees how much will be put back.
       290-CONFIRM-ROLLBACK.
           DISPLAY RB-COUNT " RECORD(S) CHANGED ON RUN DATE "
               ROLLBACK-DATE " WILL BE PUT BACK.".
           DISPLAY "BACK THEM OUT (Y/N): " WITH NO ADVANCING.
           ACCEPT CONFIRM-ENTRY.
           IF CONFIRM-ENTRY NOT = "Y" AND CONFIRM-ENTRY NOT = "y"
               MOVE "YES" TO ROLLBACK-REFUSED
               MOVE "NOT CONFIRMED BY THE OPERATOR." TO REFUSE-TEXT
           END-IF.

      *Puts every record back the way the night found it.
       300-BACK-OUT-RUN.
           PERFORM 310-OPEN-LEDGER.
           PERFORM 320-OPEN-HISTORY.
           MOVE HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 330-RESTORE-RECORD
               VARYING RB-IDX FROM 1 BY 1
               UNTIL RB-IDX > RB-COUNT.
           CLOSE LEDGER-FILE
               HISTORY-FILE.

      *Opens the ledger file, creating it on the very first run.
       310-OPEN-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-STATUS = "35" OR LEDGER-STATUS = "05"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

      *Opens the history file, creating it on the very first run.
       320-OPEN-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF HIST-STATUS = "35" OR HIST-STATUS = "05"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

       330-RESTORE-RECORD.
           MOVE SPACES TO DTL-DATE.
           MOVE SPACES TO DTL-NOW-FIGURES.
           MOVE SPACES TO DTL-PUT-FIGURES.
           MOVE RB-RECORD-KEY (RB-IDX) (1:2) TO DTL-COUNTRY-CODE.
           MOVE RB-FEED-DATE (RB-IDX) TO DTL-FEED-DATE.
           MOVE RB-PROGRAM (RB-IDX) TO DTL-PROGRAM.
           IF RB-FILE (RB-IDX) = "L"
               MOVE "LEDGER" TO DTL-FILE
               PERFORM 340-RESTORE-LEDGER
           ELSE
               MOVE "HISTORY" TO DTL-FILE
               MOVE RB-RECORD-KEY (RB-IDX) (3:10) TO DTL-DATE
               PERFORM 360-RESTORE-HISTORY
           END-IF.
           MOVE DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *An entry the night added is deleted; an entry it changed
      *gets its image back, rewritten in place - or written again
      *should something have deleted it since.
       340-RESTORE-LEDGER.
           MOVE RB-RECORD-KEY (RB-IDX) (1:2) TO LED-COUNTRY-CODE.
           MOVE "NO" TO RECORD-ON-FILE.
           READ LEDGER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO RECORD-ON-FILE
                   MOVE LED-TTLCONF TO DTL-NOW-CONFIRMED
                   MOVE LED-TTLDTHS TO DTL-NOW-DEATHS
           END-READ.
           IF RB-ACTION (RB-IDX) = "A"
               PERFORM 345-REMOVE-LEDGER-ENTRY
           ELSE
               MOVE RB-IMAGE (RB-IDX) TO LEDGER-RECORD
               MOVE LED-TTLCONF TO DTL-PUT-CONFIRMED
               MOVE LED-TTLDTHS TO DTL-PUT-DEATHS
               PERFORM 350-PUT-LEDGER-IMAGE
           END-IF.

       345-REMOVE-LEDGER-ENTRY.
           IF RECORD-ON-FILE = "NO"
               MOVE "NOT ON FILE" TO DTL-ACTION
           ELSE
               MOVE "REMOVED" TO DTL-ACTION
               DELETE LEDGER-FILE
                   INVALID KEY
                       MOVE "DELETE ERROR" TO DTL-ACTION
                       ADD 1 TO RESTORE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO LEDGER-REMOVED
               END-DELETE
           END-IF.

       350-PUT-LEDGER-IMAGE.
           IF RECORD-ON-FILE = "YES"
               MOVE "RESTORED" TO DTL-ACTION
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       MOVE "REWRITE ERROR" TO DTL-ACTION
                       ADD 1 TO RESTORE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO LEDGER-RESTORED
               END-REWRITE
           ELSE
               MOVE "RE-ADDED" TO DTL-ACTION
               WRITE LEDGER-RECORD
                   INVALID KEY
                       MOVE "WRITE ERROR" TO DTL-ACTION
                       ADD 1 TO RESTORE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO LEDGER-RESTORED
               END-WRITE
           END-IF.

      *Same for a history entry.
       360-RESTORE-HISTORY.
           MOVE RB-RECORD-KEY (RB-IDX) TO HIST-KEY.
           MOVE "NO" TO RECORD-ON-FILE.
           READ HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO RECORD-ON-FILE
                   MOVE HIST-TOTAL-CONFIRMED TO DTL-NOW-CONFIRMED
                   MOVE HIST-TOTAL-DEATHS TO DTL-NOW-DEATHS
           END-READ.
           IF RB-ACTION (RB-IDX) = "A"
               PERFORM 365-REMOVE-HISTORY-ENTRY
           ELSE
               MOVE RB-IMAGE (RB-IDX) TO HISTORY-RECORD
               MOVE HIST-TOTAL-CONFIRMED TO DTL-PUT-CONFIRMED
               MOVE HIST-TOTAL-DEATHS TO DTL-PUT-DEATHS
               PERFORM 370-PUT-HISTORY-IMAGE
           END-IF.

       365-REMOVE-HISTORY-ENTRY.
           IF RECORD-ON-FILE = "NO"
               MOVE "NOT ON FILE" TO DTL-ACTION
           ELSE
               MOVE "REMOVED" TO DTL-ACTION
               DELETE HISTORY-FILE
                   INVALID KEY
                       MOVE "DELETE ERROR" TO DTL-ACTION
                       ADD 1 TO RESTORE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-REMOVED
               END-DELETE
           END-IF.

       370-PUT-HISTORY-IMAGE.
           IF RECORD-ON-FILE = "YES"
               MOVE "RESTORED" TO DTL-ACTION
               REWRITE HISTORY-RECORD
                   INVALID KEY
                       MOVE "REWRITE ERROR" TO DTL-ACTION
                       ADD 1 TO RESTORE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-RESTORED
               END-REWRITE
           ELSE
               MOVE "RE-ADDED" TO DTL-ACTION
               WRITE HISTORY-RECORD
                   INVALID KEY
                       MOVE "WRITE ERROR" TO DTL-ACTION
                       ADD 1 TO RESTORE-ERRORS
                   NOT INVALID KEY
                       ADD 1 TO HISTORY-RESTORED
               END-WRITE
           END-IF.

      *Every image still standing under the run date is marked, so
      *the night cannot be backed out a second time over whatever
      *is filed after it.
       400-MARK-IMAGES-BACKED-OUT.
           MOVE "NO" TO IMAGE-EOF.
           MOVE ROLLBACK-DATE TO BI-RUN-DATE.
           MOVE ZERO TO BI-SEQUENCE.
           START IMAGE-FILE KEY IS NOT LESS THAN BI-KEY
               INVALID KEY MOVE "YES" TO IMAGE-EOF.
           PERFORM 410-MARK-NEXT-IMAGE UNTIL IMAGE-EOF = "YES".

       410-MARK-NEXT-IMAGE.
           READ IMAGE-FILE NEXT RECORD
               AT END MOVE "YES" TO IMAGE-EOF
               NOT AT END
                   IF BI-RUN-DATE NOT = ROLLBACK-DATE
                       MOVE "YES" TO IMAGE-EOF
                   ELSE
                       PERFORM 420-MARK-IMAGE
                   END-IF.

       420-MARK-IMAGE.
           IF BI-BACKED-OUT = "N"
               MOVE "Y" TO BI-BACKED-OUT
               REWRITE IMAGE-RECORD
                   INVALID KEY
                       DISPLAY "IMAGE JOURNAL REWRITE ERROR: " BI-KEY
               END-REWRITE
           END-IF.

      *A feed date the night loaded stands as L on the registry and
      *would refuse the corrected feed as a duplicate - it is
      *marked B, backed out, and so is one a halted night left
      *pending. A site with no registry skips this.
       500-RELEASE-FEED-DATES.
           OPEN I-O REGISTRY-FILE.
           IF REGISTRY-STATUS = "00"
               PERFORM 510-RELEASE-FEED-DATE
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-DATE-COUNT
               CLOSE REGISTRY-FILE
           END-IF.

       510-RELEASE-FEED-DATE.
           MOVE FEED-DATE-ENTRY (FEED-IDX) TO FR-FEED-DATE.
           READ REGISTRY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FR-STATUS = "L" OR FR-STATUS = "P"
                       PERFORM 520-MARK-FEED-BACKED-OUT
                   END-IF
           END-READ.

       520-MARK-FEED-BACKED-OUT.
           MOVE "B" TO FR-STATUS.
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "REGISTRY REWRITE ERROR: " FR-FEED-DATE
               NOT INVALID KEY
                   ADD 1 TO FEEDS-RELEASED
                   MOVE FR-FEED-DATE TO FRL-FEED-DATE
                   MOVE FEED-RELEASED-LINE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-REWRITE.

      *Ledger totals as the rollback leaves them, for the audit
      *line - the same totals MIDTERMPT2 logs.
       600-SUM-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS = "00"
               MOVE "NO" TO LEDGER-EOF
               MOVE LOW-VALUES TO LED-COUNTRY-CODE
               START LEDGER-FILE KEY IS NOT LESS THAN LED-COUNTRY-CODE
                   INVALID KEY MOVE "YES" TO LEDGER-EOF
               END-START
               PERFORM 610-READ-LEDGER UNTIL LEDGER-EOF = "YES"
               CLOSE LEDGER-FILE
           END-IF.

       610-READ-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "YES" TO LEDGER-EOF
               NOT AT END
                   ADD LED-TTLCONF TO TCTTL
                   ADD LED-TTLDTHS TO TDTTL
                   ADD LED-TTLREC TO TRTTL.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE IMAGES-READ TO SUM-IMAGES.
           MOVE IMAGES-ALREADY-OUT TO SUM-ALREADY-OUT.
           MOVE RB-COUNT TO SUM-RECORDS.
           MOVE SUMMARY-LINE-1 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE LEDGER-RESTORED TO SUM-LEDGER-RESTORED.
           MOVE LEDGER-REMOVED TO SUM-LEDGER-REMOVED.
           MOVE HISTORY-RESTORED TO SUM-HISTORY-RESTORED.
           MOVE HISTORY-REMOVED TO SUM-HISTORY-REMOVED.
           MOVE RESTORE-ERRORS TO SUM-ERRORS.
           MOVE SUMMARY-LINE-2 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE FEEDS-RELEASED TO SUM-FEEDS.
           MOVE SUMMARY-LINE-3 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           DISPLAY "RUN DATE " ROLLBACK-DATE " BACKED OUT - "
               RB-COUNT " RECORD(S) PUT BACK, "
               RESTORE-ERRORS " ERROR(S). SEE rollback.rpt.".

      *Appends one line to the shared audit log - the records put
      *back and the ledger totals they leave - so the run-control
      *report shows the rollback alongside the nights it undid.
       900-WRITE-AUDIT-LOG.
           MOVE "MIDROLLBK" TO AUD-PROGRAM.
           MOVE RUN-DATE TO AUD-RUN-DATE.
           MOVE RUN-TIME TO AUD-RUN-TIME.
           COMPUTE AUD-RECORDS = LEDGER-RESTORED + LEDGER-REMOVED
               + HISTORY-RESTORED + HISTORY-REMOVED.
           MOVE TCTTL TO AUD-TTL-CONFIRMED.
           MOVE TDTTL TO AUD-TTL-DEATHS.
           MOVE TRTTL TO AUD-TTL-RECOVERED.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           MOVE AUDIT-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       END PROGRAM MIDROLLBK.
