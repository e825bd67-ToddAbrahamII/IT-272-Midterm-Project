      *          or history files. Corrected rejects placed on
      *          RESUBMIT.TXT are validated and merged back in on
      *          the next run. except.rpt still lists every problem.
      *          The vaccination records MIDLOAD puts on vaccines.txt
      *          get the same code, date and time edits, plus checks
      *          that the daily doses and the people fully
      *          vaccinated do not exceed the total doses given.
      *          Clean ones go to VACCEPT.TXT for MIDVAXCV to file
      *          on the vaccination history; failed ones go to
      *          VACREJ.TXT with their reason codes, and are listed
      *          in their own section of except.rpt. Vaccination
      *          exceptions are counted apart and are left off
      *          VALSTAT.DAT, so they never hold the case reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT OPTIONAL RESUBMIT-FILE ASSIGN TO "RESUBMIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *The feed's vaccination records, when MIDLOAD found any.
               SELECT OPTIONAL VACCINE-FILE ASSIGN TO "vaccines.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Clean vaccination records, filed nightly by MIDVAXCV
               SELECT VACCEPT-FILE ASSIGN TO "VACCEPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Failed vaccination records with their reason codes
               SELECT VACREJ-FILE ASSIGN TO "VACREJ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *One-line machine-readable run result, read by the job-stream
      *driver to decide whether the report steps may run.
               SELECT STATUS-FILE ASSIGN TO "VALSTAT.DAT"
           FD RESUBMIT-FILE.
           01 RESUBMIT-RECORD          PIC X(125).

           FD VACCINE-FILE.
           01 VACCINE-DATA             PIC X(112).

           FD VACCEPT-FILE.
           01 VACCEPT-RECORD           PIC X(112).

           FD VACREJ-FILE.
           01 VACREJ-RECORD.
               05 VRJ-DATA             PIC X(112).
               05 FILLER               PIC X(2).
               05 VRJ-REASON-CODE      PIC X(10).

           FD STATUS-FILE.
           01 STATUS-RECORD.
               05 STA-RECORDS          PIC 9(6).
       01 THIS-REASON-CODE             PIC X(10) VALUE SPACES.
       01 PROCESSING-RESUBMITS         PIC X VALUE "N".
       01 DROPPED-COUNT                PIC 9(6) VALUE ZERO.
       01 VACCINE-EOF                  PIC XXX VALUE "NO".
       01 PROCESSING-VACCINES          PIC X VALUE "N".
       01 VAC-RECORD-COUNT             PIC 9(6) VALUE ZERO.
       01 VAC-EXCEPTION-COUNT          PIC 9(6) VALUE ZERO.
       01 VAC-ACCEPTED-COUNT           PIC 9(6) VALUE ZERO.
       01 VAC-REJECTED-COUNT           PIC 9(6) VALUE ZERO.

      *Record number for the exception listing - feed records carry
      *their countries.txt line number, resubmits their RESUBMIT.TXT
              10 IN-TIME-ALL       PIC X(8).
              10                   PIC X.

      *A vaccination record shares the code, date and time columns
      *of the case layout, so INPUT-RECORD carries those edits; the
      *dose figures are edited through this view.
       01 VACCINE-FIGURES.
           05 FILLER               PIC X(45).
           05 VF-NEW-DOSES         PIC 9(9).
           05 VF-TOTAL-DOSES       PIC 9(12).
           05 VF-FULLY-VACCINATED  PIC 9(10).
           05 FILLER               PIC X(36).

       01 DASHED-LINE.
           05 FILLER                   PIC X(90) VALUES ALL '*'.

           'EXCEPTIONS FOUND:      '.
           05 SUM-EXCEPTIONS           PIC Z(5)9.

       01 VACCINE-TITLE-LINE.
           05 FILLER                   PIC X(90) VALUE
           'VACCINES.TXT EXCEPTION LISTING'.

       01 VACCINE-SUMMARY-LINE.
           05 FILLER                   PIC X(21) VALUE
           'VACCINATION READ:    '.
           05 VSM-RECORDS              PIC Z(5)9.
           05 FILLER                   PIC X(14) VALUE
           '   EXCEPTIONS:'.
           05 VSM-EXCEPTIONS           PIC Z(5)9.
           05 FILLER                   PIC X(12) VALUE
           '   ACCEPTED:'.
           05 VSM-ACCEPTED             PIC Z(5)9.
           05 FILLER                   PIC X(12) VALUE
           '   REJECTED:'.
           05 VSM-REJECTED             PIC Z(5)9.

       01 SPLIT-LINE.
           05 FILLER                   PIC X(12) VALUE
           'ACCEPTED:   '.
           UNTIL END-OF-FILE = "YES".

           PERFORM 250-PROCESS-RESUBMITS.
           PERFORM 270-PROCESS-VACCINES.

           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-WRITE-STATUS-FILE.
               MOVE RESUBMIT-RECORD (1:112) TO INPUT-RECORD
               PERFORM 300-VALIDATE-RECORD.

      *The vaccination records are listed after the case records,
      *under a title of their own, since their record numbers are
      *vaccines.txt line numbers.
       270-PROCESS-VACCINES.
           MOVE "Y" TO PROCESSING-VACCINES.
           OPEN INPUT VACCINE-FILE.
           OPEN OUTPUT VACCEPT-FILE.
           OPEN OUTPUT VACREJ-FILE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 2 LINE.
           MOVE VACCINE-TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE HEADING-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 280-READ-VACCINE UNTIL VACCINE-EOF = "YES".
           CLOSE VACCINE-FILE
               VACCEPT-FILE
               VACREJ-FILE.
           MOVE "N" TO PROCESSING-VACCINES.

       280-READ-VACCINE.
           READ VACCINE-FILE
           AT END MOVE "YES" TO VACCINE-EOF
           NOT AT END
               ADD 1 TO VAC-RECORD-COUNT
               MOVE VAC-RECORD-COUNT TO CURRENT-RECORD-NUM
               MOVE VACCINE-DATA TO INPUT-RECORD
               MOVE VACCINE-DATA TO VACCINE-FIGURES
               PERFORM 290-VALIDATE-VACCINE.

      *The shared code, date and time edits, then the dose edits.
      *A country reports at most once per date, but a backlog feed
      *carries several dates, so no one-per-code check applies.
       290-VALIDATE-VACCINE.
           MOVE "YES" TO RECORD-IS-GOOD.
           MOVE SPACES TO FIRST-REASON-CODE.
           PERFORM 310-CHECK-COUNTRY-CODE.
           PERFORM 320-CHECK-DATE.
           PERFORM 330-CHECK-TIME.
           PERFORM 360-CHECK-DOSES.
           IF RECORD-IS-GOOD = "YES"
               MOVE VACCINE-DATA TO VACCEPT-RECORD
               WRITE VACCEPT-RECORD
               ADD 1 TO VAC-ACCEPTED-COUNT
           ELSE
               MOVE SPACES TO VACREJ-RECORD
               MOVE VACCINE-DATA TO VRJ-DATA
               MOVE FIRST-REASON-CODE TO VRJ-REASON-CODE
               WRITE VACREJ-RECORD
               ADD 1 TO VAC-REJECTED-COUNT
           END-IF.

      *Every person fully vaccinated has had at least one dose, and
      *a day's doses are part of the total, so neither can exceed
      *the total doses given.
       360-CHECK-DOSES.
           IF VF-NEW-DOSES NOT NUMERIC
                   OR VF-TOTAL-DOSES NOT NUMERIC
                   OR VF-FULLY-VACCINATED NOT NUMERIC
               MOVE "DOSES" TO EXC-FIELD-NAME
               MOVE "CONTAINS NON-NUMERIC DATA" TO EXC-PROBLEM
               MOVE "VX-NUMERIC" TO THIS-REASON-CODE
               PERFORM 900-WRITE-EXCEPTION
           ELSE
               IF VF-NEW-DOSES > VF-TOTAL-DOSES
                   MOVE "NEW DOSES" TO EXC-FIELD-NAME
                   MOVE "EXCEEDS TOTAL DOSES GIVEN" TO EXC-PROBLEM
                   MOVE "VX-DAILY" TO THIS-REASON-CODE
                   PERFORM 900-WRITE-EXCEPTION
               END-IF
               IF VF-FULLY-VACCINATED > VF-TOTAL-DOSES
                   MOVE "FULLY VACC" TO EXC-FIELD-NAME
                   MOVE "EXCEEDS TOTAL DOSES GIVEN" TO EXC-PROBLEM
                   MOVE "VX-FULLY" TO THIS-REASON-CODE
                   PERFORM 900-WRITE-EXCEPTION
               END-IF
           END-IF.

      *Runs every edit, then routes the record: clean ones go to
      *the accepted file, failed ones to the reject file with the
      *reason code of the first edit they failed.
           MOVE DROPPED-COUNT TO SPL-DROPPED.
           MOVE SPLIT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE VAC-RECORD-COUNT TO VSM-RECORDS.
           MOVE VAC-EXCEPTION-COUNT TO VSM-EXCEPTIONS.
           MOVE VAC-ACCEPTED-COUNT TO VSM-ACCEPTED.
           MOVE VAC-REJECTED-COUNT TO VSM-REJECTED.
           MOVE VACCINE-SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *One line of plain counts for the job-stream driver, written
      *fresh every run so a stale result can never pass a new feed.

      *Lists the problem and fails the record - the first problem
      *found is the reason code the reject record carries.
      *Vaccination exceptions are counted apart, so the tolerance
      *the driver applies stays a measure of the case feed.
       900-WRITE-EXCEPTION.
           IF PROCESSING-VACCINES = "Y"
               ADD 1 TO VAC-EXCEPTION-COUNT
           ELSE
               ADD 1 TO EXCEPTION-COUNT
           END-IF.
           MOVE "NO" TO RECORD-IS-GOOD.
           IF FIRST-REASON-CODE = SPACES
               MOVE THIS-REASON-CODE TO FIRST-REASON-CODE
