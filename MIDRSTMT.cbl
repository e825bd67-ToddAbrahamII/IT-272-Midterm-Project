      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Applies the provider's back-dated corrections to
      *          HISTORY.DAT. Each transaction on CORRECT.TXT names
      *          a country code, the date being restated, the
      *          corrected total confirmed, deaths, and recovered,
      *          and the reason for the restatement. Every
      *          transaction is edited first - a bad code, a bad
      *          date, non-numeric totals, a blank reason, a date
      *          with no history entry on file, or figures that
      *          already match the file reject the transaction and
      *          touch nothing. A clean transaction rewrites the
      *          history entry, and when the restated date is the
      *          country's latest on file LEDGER.DAT is brought into
      *          line with it. The before and after figures of every
      *          change are appended to the RESTATE.DAT restatement
      *          journal, which is never cleared. restate.rpt shows
      *          each correction with the day-over-day increase of
      *          the restated day and every later day, before and
      *          after, so the knock-on effect can be seen exactly.
      *          A restated entry is marked reported. Placeholder
      *          days MIDGAP carried forward straight after the
      *          restated day repeat its figures, so they are
      *          refreshed to the corrected totals too, and they do
      *          not count as later days when deciding whether the
      *          ledger follows the restated day; each one refreshed
      *          is journaled with its own before and after figures.
      *          A history entry that cannot be rewritten rejects the
      *          transaction, and nothing else is touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDRSTMT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *The correction transactions. Running with no transaction
      *file simply reports that there was nothing to restate.
               SELECT OPTIONAL CORRECT-FILE ASSIGN TO "CORRECT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

               SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LED-COUNTRY-CODE
                   FILE STATUS IS LEDGER-STATUS.

      *Permanent before/after record of every restatement, appended
      *to - never overwritten.
               SELECT JOURNAL-FILE ASSIGN TO "RESTATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

               SELECT OUTPUT-FILE ASSIGN TO "restate.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *One correction - code, restated date, the corrected totals,
      *and why. The single-space gaps keep the file readable when it
      *is keyed by hand.
           FD CORRECT-FILE.
           01 CORRECT-RECORD.
               05 COR-COUNTRY-CODE     PIC XX.
               05 FILLER               PIC X.
               05 COR-DATE.
                   10 COR-YEAR         PIC 9(4).
                   10 COR-DASH1        PIC X.
                   10 COR-MONTH        PIC 99.
                   10 COR-DASH2        PIC X.
                   10 COR-DAY          PIC 99.
               05 FILLER               PIC X.
               05 COR-TOTAL-CONFIRMED  PIC 9(9).
               05 FILLER               PIC X.
               05 COR-TOTAL-DEATHS     PIC 9(8).
               05 FILLER               PIC X.
               05 COR-TOTAL-RECOVERED  PIC 9(9).
               05 FILLER               PIC X.
               05 COR-REASON           PIC X(40).

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

      *Persistent ledger of per-country totals - carries figures
      *forward across runs of the summary report.
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

      *One restatement - when it was applied, the entry it changed,
      *the figures before and after, whether the ledger followed,
      *and the reason given on the transaction.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
               05 RJ-RUN-DATE          PIC 9(8).
               05 FILLER               PIC X.
               05 RJ-RUN-TIME          PIC 9(6).
               05 FILLER               PIC X.
               05 RJ-COUNTRY-CODE      PIC XX.
               05 FILLER               PIC X.
               05 RJ-DATE              PIC X(10).
               05 FILLER               PIC X.
               05 RJ-OLD-CONFIRMED     PIC 9(9).
               05 FILLER               PIC X.
               05 RJ-OLD-DEATHS        PIC 9(8).
               05 FILLER               PIC X.
               05 RJ-OLD-RECOVERED     PIC 9(9).
               05 FILLER               PIC X.
               05 RJ-NEW-CONFIRMED     PIC 9(9).
               05 FILLER               PIC X.
               05 RJ-NEW-DEATHS        PIC 9(8).
               05 FILLER               PIC X.
               05 RJ-NEW-RECOVERED     PIC 9(9).
               05 FILLER               PIC X.
               05 RJ-LEDGER-UPDATED    PIC X.
               05 FILLER               PIC X.
               05 RJ-REASON            PIC X(40).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 LEDGER-STATUS                PIC XX VALUE SPACES.
       01 JOURNAL-STATUS               PIC XX VALUE SPACES.
       01 CORRECT-EOF                  PIC XXX VALUE "NO".
       01 HISTORY-EOF                  PIC XXX VALUE "NO".
       01 TRANSACTION-IS-GOOD          PIC XXX VALUE "YES".
       01 REJECT-PROBLEM               PIC X(40) VALUE SPACES.

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-TIME                     PIC 9(6) VALUE ZERO.

       01 TRANSACTIONS-READ            PIC 9(5) VALUE ZERO.
       01 TRANSACTIONS-APPLIED         PIC 9(5) VALUE ZERO.
       01 TRANSACTIONS-REJECTED        PIC 9(5) VALUE ZERO.
       01 LEDGER-UPDATES               PIC 9(5) VALUE ZERO.

      *The history entry as it stood before the correction
       01 OLD-CONFIRMED                PIC 9(9) VALUE ZERO.
       01 OLD-DEATHS                   PIC 9(8) VALUE ZERO.
       01 OLD-RECOVERED                PIC 9(9) VALUE ZERO.

      *The entry one journal record describes - the restated day
      *itself, or a carried-forward day refreshed along with it.
       01 JRN-DATE                     PIC X(10) VALUE SPACES.
       01 JRN-OLD-CONFIRMED            PIC 9(9) VALUE ZERO.
       01 JRN-OLD-DEATHS               PIC 9(8) VALUE ZERO.
       01 JRN-OLD-RECOVERED            PIC 9(9) VALUE ZERO.
       01 JRN-LEDGER-UPDATED           PIC X VALUE "N".

      *The country's entry for the day before the restated date -
      *what the restated day's increase is measured from. A
      *country's first entry on file has no prior day, and its
      *increase is measured from zero.
       01 PRIOR-FOUND                  PIC XXX VALUE "NO".
       01 PRIOR-CONFIRMED              PIC 9(9) VALUE ZERO.
       01 PRIOR-DEATHS                 PIC 9(8) VALUE ZERO.
       01 PRIOR-RECOVERED              PIC 9(9) VALUE ZERO.

      *Knock-on walk - the figures each day's increase was measured
      *from before and after the correction. Only the restated day
      *differs, so every day after the next one shows no change.
       01 LATER-DAY-FOUND              PIC XXX VALUE "NO".
       01 CARRY-RUN-OPEN               PIC XXX VALUE "NO".
       01 CARRIED-DAY-REFRESHED        PIC XXX VALUE "NO".
       01 BASE-OLD-CONFIRMED           PIC 9(9) VALUE ZERO.
       01 BASE-OLD-DEATHS              PIC 9(8) VALUE ZERO.
       01 BASE-OLD-RECOVERED           PIC 9(9) VALUE ZERO.
       01 BASE-NEW-CONFIRMED           PIC 9(9) VALUE ZERO.
       01 BASE-NEW-DEATHS              PIC 9(8) VALUE ZERO.
       01 BASE-NEW-RECOVERED           PIC 9(9) VALUE ZERO.
       01 DAY-OLD-CONFIRMED            PIC 9(9) VALUE ZERO.
       01 DAY-OLD-DEATHS               PIC 9(8) VALUE ZERO.
       01 DAY-OLD-RECOVERED            PIC 9(9) VALUE ZERO.
       01 DAY-NEW-CONFIRMED            PIC 9(9) VALUE ZERO.
       01 DAY-NEW-DEATHS               PIC 9(8) VALUE ZERO.
       01 DAY-NEW-RECOVERED            PIC 9(9) VALUE ZERO.
       01 DELTA-OLD                    PIC S9(10) VALUE ZERO.
       01 DELTA-NEW                    PIC S9(10) VALUE ZERO.
       01 DELTA-CHANGE                 PIC S9(10) VALUE ZERO.

       01 DASHED-LINE.
           05 FILLER                   PIC X(132) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(38) VALUE
           'HISTORY RESTATEMENT REPORT - RUN DATE '.
           05 TTL-RUN-DATE             PIC 9(8).

       01 CORRECTION-LINE.
           05 FILLER                   PIC X(11) VALUE 'CORRECTION '.
           05 CRL-NUMBER               PIC Z(4)9.
           05 FILLER                   PIC X(8)  VALUE '   CODE '.
           05 CRL-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(8)  VALUE '   DATE '.
           05 CRL-DATE                 PIC X(10).
           05 FILLER                   PIC X(10) VALUE '   REASON '.
           05 CRL-REASON               PIC X(40).

       01 FIGURES-LINE.
           05 FILL-LABEL               PIC X(11).
           05 FILLER                   PIC X(11) VALUE 'CONFIRMED '.
           05 FIL-CONFIRMED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  DEATHS '.
           05 FIL-DEATHS               PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE '  RECOVERED '.
           05 FIL-RECOVERED            PIC ZZZ,ZZZ,ZZ9.

       01 NOTE-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 NTL-TEXT                 PIC X(60).

       01 REJECT-LINE.
           05 FILLER                   PIC X(11) VALUE 'REJECTED - '.
           05 RJL-PROBLEM              PIC X(40).

       01 DELTA-HEADING-1.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(36) VALUE
           '------ CONFIRMED INCREASE ------'.
           05 FILLER                   PIC X(36) VALUE
           '------- DEATHS INCREASE -------'.
           05 FILLER                   PIC X(36) VALUE
           '----- RECOVERED INCREASE -----'.

       01 DELTA-HEADING-2.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'DATE'.
           05 FILLER                   PIC X(12) VALUE '     BEFORE'.
           05 FILLER                   PIC X(12) VALUE '      AFTER'.
           05 FILLER                   PIC X(12) VALUE '     CHANGE'.
           05 FILLER                   PIC X(12) VALUE '     BEFORE'.
           05 FILLER                   PIC X(12) VALUE '      AFTER'.
           05 FILLER                   PIC X(12) VALUE '     CHANGE'.
           05 FILLER                   PIC X(12) VALUE '     BEFORE'.
           05 FILLER                   PIC X(12) VALUE '      AFTER'.
           05 FILLER                   PIC X(12) VALUE '     CHANGE'.

       01 DELTA-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 DTL-DATE                 PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 DTL-CONF-OLD             PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CONF-NEW             PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-CONF-CHG             PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-DTH-OLD              PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-DTH-NEW              PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-DTH-CHG              PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-REC-OLD              PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-REC-NEW              PIC ---,---,--9.
           05 FILLER                   PIC X     VALUE SPACE.
           05 DTL-REC-CHG              PIC ---,---,--9.

       01 NO-DATA-LINE.
           05 FILLER                   PIC X(44) VALUE
           'NO CORRECTION TRANSACTIONS - NOTHING DONE.'.

       01 SUMMARY-LINE.
           05 FILLER                   PIC X(20) VALUE
           'TRANSACTIONS READ:  '.
           05 SUM-READ                 PIC Z(4)9.
           05 FILLER                   PIC X(14) VALUE
           '   APPLIED:   '.
           05 SUM-APPLIED              PIC Z(4)9.
           05 FILLER                   PIC X(14) VALUE
           '   REJECTED:  '.
           05 SUM-REJECTED             PIC Z(4)9.
           05 FILLER                   PIC X(20) VALUE
           '   LEDGER UPDATES:  '.
           05 SUM-LEDGER               PIC Z(4)9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN INPUT CORRECT-FILE.
           PERFORM 110-OPEN-HISTORY.
           PERFORM 120-OPEN-LEDGER.
           PERFORM 130-OPEN-JOURNAL.
           OPEN OUTPUT OUTPUT-FILE.

           MOVE RUN-DATE TO TTL-RUN-DATE.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 200-READ-TRANSACTION UNTIL CORRECT-EOF = "YES".

           IF TRANSACTIONS-READ = ZERO
               MOVE NO-DATA-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 800-WRITE-SUMMARY.

           CLOSE CORRECT-FILE
               HISTORY-FILE
               LEDGER-FILE
               JOURNAL-FILE
               OUTPUT-FILE.
           STOP RUN.

      *Opens the history file, creating it on the very first run.
       110-OPEN-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF HIST-STATUS = "35" OR HIST-STATUS = "05"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

      *Opens the ledger file, creating it on the very first run.
       120-OPEN-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF LEDGER-STATUS = "35" OR LEDGER-STATUS = "05"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.

      *Opens the restatement journal for appending, creating it
      *the first time a correction is ever applied.
       130-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

       200-READ-TRANSACTION.
           READ CORRECT-FILE
               AT END MOVE "YES" TO CORRECT-EOF
               NOT AT END PERFORM 210-PROCESS-TRANSACTION.

      *Edits one transaction and applies it if it passes. Every
      *transaction is listed on the report, applied or not.
       210-PROCESS-TRANSACTION.
           ADD 1 TO TRANSACTIONS-READ.
           MOVE TRANSACTIONS-READ TO CRL-NUMBER.
           MOVE COR-COUNTRY-CODE TO CRL-COUNTRY-CODE.
           MOVE COR-DATE TO CRL-DATE.
           MOVE COR-REASON TO CRL-REASON.
           MOVE CORRECTION-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.

           PERFORM 300-EDIT-TRANSACTION.
           IF TRANSACTION-IS-GOOD = "YES"
               PERFORM 400-APPLY-CORRECTION
           ELSE
               ADD 1 TO TRANSACTIONS-REJECTED
               MOVE REJECT-PROBLEM TO RJL-PROBLEM
               MOVE REJECT-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

      *The same code and date rules MIDVALID applies to the feed,
      *then the checks only a correction needs. The first problem
      *found is the one reported.
       300-EDIT-TRANSACTION.
           MOVE "YES" TO TRANSACTION-IS-GOOD.
           MOVE SPACES TO REJECT-PROBLEM.
           PERFORM 310-CHECK-COUNTRY-CODE.
           IF TRANSACTION-IS-GOOD = "YES"
               PERFORM 320-CHECK-DATE
           END-IF.
           IF TRANSACTION-IS-GOOD = "YES"
               PERFORM 330-CHECK-FIGURES
           END-IF.
           IF TRANSACTION-IS-GOOD = "YES"
               PERFORM 340-CHECK-HISTORY-ENTRY
           END-IF.

      *A valid country code is exactly two letters, never blank
       310-CHECK-COUNTRY-CODE.
           IF COR-COUNTRY-CODE (1:1) NOT ALPHABETIC OR
              COR-COUNTRY-CODE (2:1) NOT ALPHABETIC OR
              COR-COUNTRY-CODE (1:1) = SPACE OR
              COR-COUNTRY-CODE (2:1) = SPACE
               MOVE "NO" TO TRANSACTION-IS-GOOD
               MOVE "COUNTRY CODE IS NOT TWO LETTERS"
                   TO REJECT-PROBLEM
           END-IF.

      *A valid date is numeric YYYY-MM-DD with a real month and day
       320-CHECK-DATE.
           IF COR-YEAR NOT NUMERIC OR COR-MONTH NOT NUMERIC
                   OR COR-DAY NOT NUMERIC
                   OR COR-DASH1 NOT = "-" OR COR-DASH2 NOT = "-"
               MOVE "NO" TO TRANSACTION-IS-GOOD
               MOVE "DATE IS NOT FORMATTED YYYY-MM-DD"
                   TO REJECT-PROBLEM
           ELSE
               IF COR-MONTH < 1 OR COR-MONTH > 12
                       OR COR-DAY < 1 OR COR-DAY > 31
                   MOVE "NO" TO TRANSACTION-IS-GOOD
                   MOVE "DATE HAS AN INVALID MONTH OR DAY"
                       TO REJECT-PROBLEM
               END-IF
           END-IF.

      *Corrected totals must be numeric, and a restatement with no
      *reason given is not accepted - the journal has to say why.
       330-CHECK-FIGURES.
           IF COR-TOTAL-CONFIRMED NOT NUMERIC
                   OR COR-TOTAL-DEATHS NOT NUMERIC
                   OR COR-TOTAL-RECOVERED NOT NUMERIC
               MOVE "NO" TO TRANSACTION-IS-GOOD
               MOVE "CORRECTED TOTALS ARE NOT NUMERIC"
                   TO REJECT-PROBLEM
           ELSE
               IF COR-REASON = SPACES
                   MOVE "NO" TO TRANSACTION-IS-GOOD
                   MOVE "NO REASON GIVEN FOR THE CORRECTION"
                       TO REJECT-PROBLEM
               END-IF
           END-IF.

      *Only a day already filed can be restated - a missing day is
      *a resubmit, not a correction. Figures that already match the
      *file are turned away too, so a transaction file run twice
      *restates nothing the second time.
       340-CHECK-HISTORY-ENTRY.
           MOVE COR-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE COR-DATE TO HIST-DATE.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE "NO" TO TRANSACTION-IS-GOOD
                   MOVE "NO HISTORY ENTRY ON FILE FOR THIS DATE"
                       TO REJECT-PROBLEM
               NOT INVALID KEY
                   IF HIST-TOTAL-CONFIRMED = COR-TOTAL-CONFIRMED
                       AND HIST-TOTAL-DEATHS = COR-TOTAL-DEATHS
                       AND HIST-TOTAL-RECOVERED = COR-TOTAL-RECOVERED
                       MOVE "NO" TO TRANSACTION-IS-GOOD
                       MOVE "FIGURES ALREADY MATCH THE HISTORY ENTRY"
                           TO REJECT-PROBLEM
                   END-IF
           END-READ.

      *Rewrites the history entry, brings the ledger into line when
      *the restated day is the country's latest, journals the
      *change, and prints the knock-on effect on the daily
      *increases. 340-CHECK-HISTORY-ENTRY left the entry in the
      *record area. An entry that will not rewrite has not been
      *restated, so the transaction is rejected instead.
       400-APPLY-CORRECTION.
           MOVE HIST-TOTAL-CONFIRMED TO OLD-CONFIRMED.
           MOVE HIST-TOTAL-DEATHS TO OLD-DEATHS.
           MOVE HIST-TOTAL-RECOVERED TO OLD-RECOVERED.
           MOVE COR-TOTAL-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE COR-TOTAL-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE COR-TOTAL-RECOVERED TO HIST-TOTAL-RECOVERED.
           MOVE "R" TO HIST-ENTRY-TYPE.
           REWRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM 402-REJECT-UNWRITTEN-ENTRY
               NOT INVALID KEY
                   PERFORM 405-FOLLOW-THROUGH-CORRECTION
           END-REWRITE.

       402-REJECT-UNWRITTEN-ENTRY.
           DISPLAY "HISTORY REWRITE ERROR: " HIST-KEY.
           ADD 1 TO TRANSACTIONS-REJECTED.
           MOVE "HISTORY ENTRY COULD NOT BE REWRITTEN" TO RJL-PROBLEM.
           MOVE REJECT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *The history entry now carries the corrected figures.
       405-FOLLOW-THROUGH-CORRECTION.
           ADD 1 TO TRANSACTIONS-APPLIED.

           MOVE "BEFORE:" TO FILL-LABEL.
           MOVE OLD-CONFIRMED TO FIL-CONFIRMED.
           MOVE OLD-DEATHS TO FIL-DEATHS.
           MOVE OLD-RECOVERED TO FIL-RECOVERED.
           MOVE FIGURES-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "AFTER:" TO FILL-LABEL.
           MOVE COR-TOTAL-CONFIRMED TO FIL-CONFIRMED.
           MOVE COR-TOTAL-DEATHS TO FIL-DEATHS.
           MOVE COR-TOTAL-RECOVERED TO FIL-RECOVERED.
           MOVE FIGURES-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 410-FIND-PRIOR-DAY.
           PERFORM 500-WRITE-KNOCK-ON.
           MOVE "N" TO JRN-LEDGER-UPDATED.
           IF LATER-DAY-FOUND = "NO"
               PERFORM 600-UPDATE-LEDGER
           ELSE
               MOVE "LEDGER NOT AFFECTED - LATER DAYS ARE ON FILE"
                   TO NTL-TEXT
               MOVE NOTE-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           MOVE COR-DATE TO JRN-DATE.
           MOVE OLD-CONFIRMED TO JRN-OLD-CONFIRMED.
           MOVE OLD-DEATHS TO JRN-OLD-DEATHS.
           MOVE OLD-RECOVERED TO JRN-OLD-RECOVERED.
           PERFORM 700-WRITE-JOURNAL.

      *Finds the country's entry for the day before the restated
      *date. Entries are filed code-then-date, so the last one read
      *before reaching the restated date is the day before.
       410-FIND-PRIOR-DAY.
           MOVE "NO" TO PRIOR-FOUND.
           MOVE ZERO TO PRIOR-CONFIRMED.
           MOVE ZERO TO PRIOR-DEATHS.
           MOVE ZERO TO PRIOR-RECOVERED.
           MOVE "NO" TO HISTORY-EOF.
           MOVE COR-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE LOW-VALUES TO HIST-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE "YES" TO HISTORY-EOF.
           PERFORM 420-READ-PRIOR-FORWARD UNTIL HISTORY-EOF = "YES".

       420-READ-PRIOR-FORWARD.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END PERFORM 430-KEEP-IF-EARLIER.

       430-KEEP-IF-EARLIER.
           IF HIST-COUNTRY-CODE NOT = COR-COUNTRY-CODE
                   OR HIST-DATE NOT < COR-DATE
               MOVE "YES" TO HISTORY-EOF
           ELSE
               MOVE "YES" TO PRIOR-FOUND
               MOVE HIST-TOTAL-CONFIRMED TO PRIOR-CONFIRMED
               MOVE HIST-TOTAL-DEATHS TO PRIOR-DEATHS
               MOVE HIST-TOTAL-RECOVERED TO PRIOR-RECOVERED
           END-IF.

      *Walks the restated day and every later day for the country,
      *printing each day's increase as it stood before the
      *correction and as it stands now.
       500-WRITE-KNOCK-ON.
           MOVE DELTA-HEADING-1 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DELTA-HEADING-2 TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "NO" TO LATER-DAY-FOUND.
           MOVE "YES" TO CARRY-RUN-OPEN.
           MOVE PRIOR-CONFIRMED TO BASE-OLD-CONFIRMED.
           MOVE PRIOR-DEATHS TO BASE-OLD-DEATHS.
           MOVE PRIOR-RECOVERED TO BASE-OLD-RECOVERED.
           MOVE PRIOR-CONFIRMED TO BASE-NEW-CONFIRMED.
           MOVE PRIOR-DEATHS TO BASE-NEW-DEATHS.
           MOVE PRIOR-RECOVERED TO BASE-NEW-RECOVERED.
           MOVE "NO" TO HISTORY-EOF.
           MOVE COR-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE COR-DATE TO HIST-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE "YES" TO HISTORY-EOF.
           PERFORM 510-READ-KNOCK-ON-DAY UNTIL HISTORY-EOF = "YES".

       510-READ-KNOCK-ON-DAY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END PERFORM 520-WRITE-KNOCK-ON-DAY.

       520-WRITE-KNOCK-ON-DAY.
           IF HIST-COUNTRY-CODE NOT = COR-COUNTRY-CODE
               MOVE "YES" TO HISTORY-EOF
           ELSE
               MOVE "NO" TO CARRIED-DAY-REFRESHED
               IF HIST-DATE = COR-DATE
                   MOVE OLD-CONFIRMED TO DAY-OLD-CONFIRMED
                   MOVE OLD-DEATHS TO DAY-OLD-DEATHS
                   MOVE OLD-RECOVERED TO DAY-OLD-RECOVERED
               ELSE
                   MOVE HIST-TOTAL-CONFIRMED TO DAY-OLD-CONFIRMED
                   MOVE HIST-TOTAL-DEATHS TO DAY-OLD-DEATHS
                   MOVE HIST-TOTAL-RECOVERED TO DAY-OLD-RECOVERED
                   IF HIST-ENTRY-TYPE = "C" AND CARRY-RUN-OPEN = "YES"
                       PERFORM 530-REFRESH-CARRIED-DAY
                   ELSE
                       MOVE "YES" TO LATER-DAY-FOUND
                       MOVE "NO" TO CARRY-RUN-OPEN
                   END-IF
               END-IF
               MOVE HIST-TOTAL-CONFIRMED TO DAY-NEW-CONFIRMED
               MOVE HIST-TOTAL-DEATHS TO DAY-NEW-DEATHS
               MOVE HIST-TOTAL-RECOVERED TO DAY-NEW-RECOVERED
               MOVE HIST-DATE TO DTL-DATE
               COMPUTE DELTA-OLD = DAY-OLD-CONFIRMED
                   - BASE-OLD-CONFIRMED
               COMPUTE DELTA-NEW = DAY-NEW-CONFIRMED
                   - BASE-NEW-CONFIRMED
               COMPUTE DELTA-CHANGE = DELTA-NEW - DELTA-OLD
               MOVE DELTA-OLD TO DTL-CONF-OLD
               MOVE DELTA-NEW TO DTL-CONF-NEW
               MOVE DELTA-CHANGE TO DTL-CONF-CHG
               COMPUTE DELTA-OLD = DAY-OLD-DEATHS - BASE-OLD-DEATHS
               COMPUTE DELTA-NEW = DAY-NEW-DEATHS - BASE-NEW-DEATHS
               COMPUTE DELTA-CHANGE = DELTA-NEW - DELTA-OLD
               MOVE DELTA-OLD TO DTL-DTH-OLD
               MOVE DELTA-NEW TO DTL-DTH-NEW
               MOVE DELTA-CHANGE TO DTL-DTH-CHG
               COMPUTE DELTA-OLD = DAY-OLD-RECOVERED
                   - BASE-OLD-RECOVERED
               COMPUTE DELTA-NEW = DAY-NEW-RECOVERED
                   - BASE-NEW-RECOVERED
               COMPUTE DELTA-CHANGE = DELTA-NEW - DELTA-OLD
               MOVE DELTA-OLD TO DTL-REC-OLD
               MOVE DELTA-NEW TO DTL-REC-NEW
               MOVE DELTA-CHANGE TO DTL-REC-CHG
               MOVE DELTA-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               IF CARRIED-DAY-REFRESHED = "YES"
                   MOVE "CARRIED-FORWARD DAY ABOVE REFRESHED TO MATCH"
                       TO NTL-TEXT
                   MOVE NOTE-LINE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               END-IF
               MOVE DAY-OLD-CONFIRMED TO BASE-OLD-CONFIRMED
               MOVE DAY-OLD-DEATHS TO BASE-OLD-DEATHS
               MOVE DAY-OLD-RECOVERED TO BASE-OLD-RECOVERED
               MOVE DAY-NEW-CONFIRMED TO BASE-NEW-CONFIRMED
               MOVE DAY-NEW-DEATHS TO BASE-NEW-DEATHS
               MOVE DAY-NEW-RECOVERED TO BASE-NEW-RECOVERED
           END-IF.

      *A placeholder carried forward from the restated day holds
      *the figures being replaced, so it takes the corrected ones,
      *and the change is journaled under the placeholder's own date.
      *The ledger only ever follows the restated day itself.
       530-REFRESH-CARRIED-DAY.
           MOVE COR-TOTAL-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE COR-TOTAL-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE COR-TOTAL-RECOVERED TO HIST-TOTAL-RECOVERED.
           REWRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HISTORY REWRITE ERROR: " HIST-KEY
               NOT INVALID KEY
                   MOVE "YES" TO CARRIED-DAY-REFRESHED
                   MOVE HIST-DATE TO JRN-DATE
                   MOVE DAY-OLD-CONFIRMED TO JRN-OLD-CONFIRMED
                   MOVE DAY-OLD-DEATHS TO JRN-OLD-DEATHS
                   MOVE DAY-OLD-RECOVERED TO JRN-OLD-RECOVERED
                   MOVE "N" TO JRN-LEDGER-UPDATED
                   PERFORM 700-WRITE-JOURNAL
           END-REWRITE.

      *The restated day is the country's latest, so the ledger's
      *carried-forward totals must match it. The daily movement is
      *re-measured from the day before, floored at zero and
      *saturated the way MIDLEDRC rebuilds it. The complete flag is
      *left alone - a correction never finalizes a nightly run.
       600-UPDATE-LEDGER.
           MOVE COR-COUNTRY-CODE TO LED-COUNTRY-CODE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "LEDGER NOT AFFECTED - NO LEDGER ENTRY"
                       TO NTL-TEXT
               NOT INVALID KEY PERFORM 610-REFRESH-LEDGER-ENTRY
           END-READ.
           MOVE NOTE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       610-REFRESH-LEDGER-ENTRY.
           MOVE COR-TOTAL-CONFIRMED TO LED-TTLCONF.
           MOVE COR-TOTAL-DEATHS TO LED-TTLDTHS.
           MOVE COR-TOTAL-RECOVERED TO LED-TTLREC.
           MOVE ZERO TO LED-NEWCONF.
           MOVE ZERO TO LED-NEWDTHS.
           MOVE ZERO TO LED-NEWREC.
           IF COR-TOTAL-CONFIRMED > PRIOR-CONFIRMED
               COMPUTE LED-NEWCONF = COR-TOTAL-CONFIRMED
                   - PRIOR-CONFIRMED
                   ON SIZE ERROR MOVE 9999999 TO LED-NEWCONF
               END-COMPUTE
           END-IF.
           IF COR-TOTAL-DEATHS > PRIOR-DEATHS
               COMPUTE LED-NEWDTHS = COR-TOTAL-DEATHS - PRIOR-DEATHS
                   ON SIZE ERROR MOVE 9999999 TO LED-NEWDTHS
               END-COMPUTE
           END-IF.
           IF COR-TOTAL-RECOVERED > PRIOR-RECOVERED
               COMPUTE LED-NEWREC = COR-TOTAL-RECOVERED
                   - PRIOR-RECOVERED
                   ON SIZE ERROR MOVE 9999999 TO LED-NEWREC
               END-COMPUTE
           END-IF.
           MOVE COR-DATE TO LED-RUN-DATE.
           REWRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGER REWRITE ERROR: " LED-COUNTRY-CODE.
           MOVE "Y" TO JRN-LEDGER-UPDATED.
           ADD 1 TO LEDGER-UPDATES.
           MOVE "LEDGER UPDATED - RESTATED DAY IS THE LATEST ON FILE"
               TO NTL-TEXT.

      *Appends the before and after figures of the entry named in
      *JRN-DATE to the permanent restatement journal.
       700-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE RUN-DATE TO RJ-RUN-DATE.
           MOVE RUN-TIME TO RJ-RUN-TIME.
           MOVE COR-COUNTRY-CODE TO RJ-COUNTRY-CODE.
           MOVE JRN-DATE TO RJ-DATE.
           MOVE JRN-OLD-CONFIRMED TO RJ-OLD-CONFIRMED.
           MOVE JRN-OLD-DEATHS TO RJ-OLD-DEATHS.
           MOVE JRN-OLD-RECOVERED TO RJ-OLD-RECOVERED.
           MOVE JRN-LEDGER-UPDATED TO RJ-LEDGER-UPDATED.
           MOVE COR-TOTAL-CONFIRMED TO RJ-NEW-CONFIRMED.
           MOVE COR-TOTAL-DEATHS TO RJ-NEW-DEATHS.
           MOVE COR-TOTAL-RECOVERED TO RJ-NEW-RECOVERED.
           MOVE COR-REASON TO RJ-REASON.
           WRITE JOURNAL-RECORD.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE TRANSACTIONS-READ TO SUM-READ.
           MOVE TRANSACTIONS-APPLIED TO SUM-APPLIED.
           MOVE TRANSACTIONS-REJECTED TO SUM-REJECTED.
           MOVE LEDGER-UPDATES TO SUM-LEDGER.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDRSTMT.
