      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Maintenance journal report. Lists the MAINTJRN.TXT
      *          journal every online maintenance program (MIDCMAST,
      *          MIDRGNXR, MIDPARM, MIDREJFX, MIDOPER) appends to -
      *          who added, changed, or deleted what, when, and the
      *          value before and after. The selection comes from
      *          the JRNCTL.DAT control file - first record FROM
      *          date, second record TO date, both YYYY-MM-DD, third
      *          record an operator ID. A blank or missing record
      *          leaves that limit off, so no control file at all
      *          lists the whole journal. Output is journal.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDJRNL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MAINTJRN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL CONTROL-FILE ASSIGN TO "JRNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OUTPUT-FILE ASSIGN TO "journal.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *One maintenance action - when, who, which program, what was
      *keyed, and the value before and after.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
               05 JRN-DATE             PIC 9(8).
               05 FILLER               PIC X.
               05 JRN-TIME             PIC 9(6).
               05 FILLER               PIC X.
               05 JRN-OPERATOR         PIC X(8).
               05 FILLER               PIC X.
               05 JRN-PROGRAM          PIC X(10).
               05 FILLER               PIC X.
               05 JRN-ACTION           PIC X(8).
               05 FILLER               PIC X.
               05 JRN-KEY              PIC X(20).
               05 FILLER               PIC X.
               05 JRN-OLD-VALUE        PIC X(80).
               05 FILLER               PIC X.
               05 JRN-NEW-VALUE        PIC X(80).

           FD CONTROL-FILE.
           01 CONTROL-RECORD               PIC X(10).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 JOURNAL-EOF                  PIC XXX VALUE "NO".
       01 CONTROL-EOF                  PIC XXX VALUE "NO".
       01 CONTROL-LINE-NUM             PIC 9(1) VALUE ZERO.
       01 ENTRY-SELECTED               PIC XXX VALUE "NO".
       01 DATE-IS-VALID                PIC XXX VALUE "NO".

      *Selection limits. A date range is held as YYYYMMDD so it
      *compares directly against the journal's date.
       01 FROM-DATE                    PIC X(10) VALUE SPACES.
       01 TO-DATE                      PIC X(10) VALUE SPACES.
       01 SELECT-OPERATOR              PIC X(10) VALUE SPACES.
       01 FROM-YYYYMMDD                PIC 9(8) VALUE ZERO.
       01 TO-YYYYMMDD                  PIC 9(8) VALUE 99999999.
       01 DATE-WORK                    PIC X(10) VALUE SPACES.
       01 DATE-WORK-PARTS REDEFINES DATE-WORK.
           05 DWK-YEAR                 PIC 9(4).
           05 FILLER                   PIC X.
           05 DWK-MONTH                PIC 99.
           05 FILLER                   PIC X.
           05 DWK-DAY                  PIC 99.
       01 DATE-NUMERIC.
           05 DNM-YEAR                 PIC 9(4).
           05 DNM-MONTH                PIC 99.
           05 DNM-DAY                  PIC 99.
       01 DATE-NUMERIC-ALL REDEFINES DATE-NUMERIC
                                       PIC 9(8).

       01 READ-COUNT                   PIC 9(6) VALUE ZERO.
       01 SELECTED-COUNT               PIC 9(6) VALUE ZERO.
       01 ADDED-COUNT                  PIC 9(6) VALUE ZERO.
       01 CHANGED-COUNT                PIC 9(6) VALUE ZERO.
       01 DELETED-COUNT                PIC 9(6) VALUE ZERO.

       01 DASHED-LINE.
           05 FILLER                   PIC X(100) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(100) VALUE
           'MAINTENANCE JOURNAL'.

       01 SELECTION-LINE.
           05 FILLER                   PIC X(6) VALUE 'FROM: '.
           05 SEL-FROM                 PIC X(10).
           05 FILLER                   PIC X(7) VALUE '   TO: '.
           05 SEL-TO                   PIC X(10).
           05 FILLER                   PIC X(13) VALUE
           '   OPERATOR: '.
           05 SEL-OPERATOR             PIC X(10).

       01 HEADER-LINE.
           05 FILLER                   PIC X(10) VALUE 'DATE'.
           05 FILLER                   PIC X(8) VALUE 'TIME'.
           05 FILLER                   PIC X(10) VALUE 'OPERATOR'.
           05 FILLER                   PIC X(12) VALUE 'PROGRAM'.
           05 FILLER                   PIC X(10) VALUE 'ACTION'.
           05 FILLER                   PIC X(20) VALUE 'KEY'.

       01 DETAIL-LINE.
           05 DTL-DATE                 PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-TIME                 PIC 9(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-OPERATOR             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-PROGRAM              PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-ACTION               PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 DTL-KEY                  PIC X(20).

       01 VALUE-LINE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 VAL-LABEL                PIC X(6).
           05 VAL-TEXT                 PIC X(80).

       01 NO-ENTRIES-LINE.
           05 FILLER                   PIC X(40) VALUE
           'NO JOURNAL ENTRIES MATCH THE SELECTION.'.

       01 SUMMARY-LINE.
           05 FILLER                   PIC X(6) VALUE 'READ: '.
           05 SUM-READ                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
           '   SELECTED: '.
           05 SUM-SELECTED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE
           '   ADDED: '.
           05 SUM-ADDED                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
           '   CHANGED: '.
           05 SUM-CHANGED              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
           '   DELETED: '.
           05 SUM-DELETED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 110-READ-SELECTION.
           OPEN OUTPUT OUTPUT-FILE.
           PERFORM 150-WRITE-HEADINGS.
           OPEN INPUT JOURNAL-FILE.
           PERFORM 200-READ-JOURNAL UNTIL JOURNAL-EOF = "YES".
           CLOSE JOURNAL-FILE.
           IF SELECTED-COUNT = ZERO
               MOVE NO-ENTRIES-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 800-WRITE-SUMMARY.
           CLOSE OUTPUT-FILE.
           STOP RUN.

      *Takes the FROM date, TO date, and operator from the control
      *file, one per record, in that order.
       110-READ-SELECTION.
           OPEN INPUT CONTROL-FILE.
           PERFORM 120-READ-CONTROL UNTIL CONTROL-EOF = "YES"
               OR CONTROL-LINE-NUM > 2.
           CLOSE CONTROL-FILE.
           INSPECT SELECT-OPERATOR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF FROM-DATE NOT = SPACES
               MOVE FROM-DATE TO DATE-WORK
               PERFORM 130-CONVERT-DATE
               IF DATE-IS-VALID = "YES"
                   MOVE DATE-NUMERIC-ALL TO FROM-YYYYMMDD
               ELSE
                   MOVE SPACES TO FROM-DATE
               END-IF
           END-IF.
           IF TO-DATE NOT = SPACES
               MOVE TO-DATE TO DATE-WORK
               PERFORM 130-CONVERT-DATE
               IF DATE-IS-VALID = "YES"
                   MOVE DATE-NUMERIC-ALL TO TO-YYYYMMDD
               ELSE
                   MOVE SPACES TO TO-DATE
               END-IF
           END-IF.

       120-READ-CONTROL.
           READ CONTROL-FILE
               AT END MOVE "YES" TO CONTROL-EOF
               NOT AT END
                   ADD 1 TO CONTROL-LINE-NUM
                   EVALUATE CONTROL-LINE-NUM
                       WHEN 1 MOVE CONTROL-RECORD TO FROM-DATE
                       WHEN 2 MOVE CONTROL-RECORD TO TO-DATE
                       WHEN 3 MOVE CONTROL-RECORD TO SELECT-OPERATOR
                   END-EVALUATE.

      *YYYY-MM-DD to YYYYMMDD. A date that is not numeric where
      *it should be is taken as no limit rather than as a range
      *that silently selects nothing.
       130-CONVERT-DATE.
           MOVE "YES" TO DATE-IS-VALID.
           IF DWK-YEAR NUMERIC AND DWK-MONTH NUMERIC
                   AND DWK-DAY NUMERIC
               MOVE DWK-YEAR TO DNM-YEAR
               MOVE DWK-MONTH TO DNM-MONTH
               MOVE DWK-DAY TO DNM-DAY
           ELSE
               MOVE "NO" TO DATE-IS-VALID
               DISPLAY "DATE " DATE-WORK " NOT YYYY-MM-DD - IGNORED."
           END-IF.

       150-WRITE-HEADINGS.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE FROM-DATE TO SEL-FROM.
           MOVE TO-DATE TO SEL-TO.
           MOVE SELECT-OPERATOR TO SEL-OPERATOR.
           IF FROM-DATE = SPACES
               MOVE "EARLIEST" TO SEL-FROM
           END-IF.
           IF TO-DATE = SPACES
               MOVE "LATEST" TO SEL-TO
           END-IF.
           IF SELECT-OPERATOR = SPACES
               MOVE "ALL" TO SEL-OPERATOR
           END-IF.
           MOVE SELECTION-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE HEADER-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       200-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END MOVE "YES" TO JOURNAL-EOF
               NOT AT END
                   ADD 1 TO READ-COUNT
                   PERFORM 210-CHECK-SELECTION
                   IF ENTRY-SELECTED = "YES"
                       PERFORM 300-WRITE-ENTRY
                   END-IF.

       210-CHECK-SELECTION.
           MOVE "YES" TO ENTRY-SELECTED.
           IF JRN-DATE < FROM-YYYYMMDD OR JRN-DATE > TO-YYYYMMDD
               MOVE "NO" TO ENTRY-SELECTED
           END-IF.
           IF SELECT-OPERATOR NOT = SPACES
                   AND JRN-OPERATOR NOT = SELECT-OPERATOR
               MOVE "NO" TO ENTRY-SELECTED
           END-IF.

      *One action per entry, with the value before and after on
      *the lines beneath it.
       300-WRITE-ENTRY.
           ADD 1 TO SELECTED-COUNT.
           EVALUATE JRN-ACTION
               WHEN "ADDED" ADD 1 TO ADDED-COUNT
               WHEN "CHANGED" ADD 1 TO CHANGED-COUNT
               WHEN "DELETED" ADD 1 TO DELETED-COUNT
           END-EVALUATE.
           MOVE JRN-DATE TO DTL-DATE.
           MOVE JRN-TIME TO DTL-TIME.
           MOVE JRN-OPERATOR TO DTL-OPERATOR.
           MOVE JRN-PROGRAM TO DTL-PROGRAM.
           MOVE JRN-ACTION TO DTL-ACTION.
           MOVE JRN-KEY TO DTL-KEY.
           MOVE DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           IF JRN-OLD-VALUE NOT = SPACES
               MOVE "OLD: " TO VAL-LABEL
               MOVE JRN-OLD-VALUE TO VAL-TEXT
               MOVE VALUE-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           IF JRN-NEW-VALUE NOT = SPACES
               MOVE "NEW: " TO VAL-LABEL
               MOVE JRN-NEW-VALUE TO VAL-TEXT
               MOVE VALUE-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       800-WRITE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE READ-COUNT TO SUM-READ.
           MOVE SELECTED-COUNT TO SUM-SELECTED.
           MOVE ADDED-COUNT TO SUM-ADDED.
           MOVE CHANGED-COUNT TO SUM-CHANGED.
           MOVE DELETED-COUNT TO SUM-DELETED.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDJRNL.
