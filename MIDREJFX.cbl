      *          everything left when the operator quits - is
      *          carried over to REJHOLD.TXT with its reason code
      *          intact; rename that to REJECTS.TXT to work it in a
      *          later session. Every session signs on against the
      *          OPERATOR.DAT operator security file. A browse-only
      *          operator may look through the rejects but not fix
      *          them. Every record fixed and filed for resubmission
      *          is written to the MAINTJRN.TXT maintenance journal
      *          with the operator ID and the country code, date,
      *          and time before and after the repair.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HOLD-STATUS.

      *Operator security file, maintained by MIDOPER - every
      *session signs on against it before the menu is shown.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS OPER-STATUS.

      *Shared journal of every maintenance action, appended to -
      *never overwritten.
               SELECT JOURNAL-FILE ASSIGN TO "MAINTJRN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *The record as it came in, plus the reason code of the first
           FD HOLD-FILE.
           01 HOLD-RECORD              PIC X(124).

      *One operator, keyed by the ID keyed at sign-on.
           FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
               05 OP-OPERATOR-ID       PIC X(8).
               05 OP-PASSWORD          PIC X(8).
               05 OP-ROLE              PIC X.
               05 OP-ACTIVE            PIC X.

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD           PIC X(227).

       WORKING-STORAGE SECTION.
       01 RESUBMIT-STATUS              PIC XX VALUE SPACES.
       01 HOLD-STATUS                  PIC XX VALUE SPACES.
       01 FIXED-COUNT                  PIC 9(6) VALUE ZERO.
       01 HELD-COUNT                   PIC 9(6) VALUE ZERO.

      *The operator signed on for this session and the role that
      *decides what the session may do.
       01 OPER-STATUS                  PIC XX VALUE SPACES.
       01 JOURNAL-STATUS               PIC XX VALUE SPACES.
       01 SIGNED-ON                    PIC XXX VALUE "NO".
       01 SIGN-ON-TRIES                PIC 9 VALUE ZERO.
       01 SIGNON-OPERATOR              PIC X(8) VALUE SPACES.
       01 SIGNON-PASSWORD              PIC X(8) VALUE SPACES.
       01 SIGNON-ROLE                  PIC X VALUE SPACE.
       01 MAY-REPAIR                   PIC XXX VALUE "NO".

      *One maintenance action - when, who, which program, what was
      *keyed, and the value before and after - the layout every
      *maintenance program appends to MAINTJRN.TXT.
       01 JOURNAL-LINE.
           05 JRN-DATE                 PIC 9(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-TIME                 PIC 9(6).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-OPERATOR             PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-PROGRAM              PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-ACTION               PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-KEY                  PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-OLD-VALUE            PIC X(80).
           05 FILLER                   PIC X VALUE SPACE.
           05 JRN-NEW-VALUE            PIC X(80).

      *What the journal shows for a repaired record - the fields
      *a repair can retype.
       01 REPAIR-IMAGE.
           05 FILLER                   PIC X(5) VALUE 'CODE '.
           05 RPI-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(6) VALUE ' DATE '.
           05 RPI-DATE                 PIC X(10).
           05 FILLER                   PIC X(6) VALUE ' TIME '.
           05 RPI-TIME                 PIC X(8).

      *Operator entries are taken into these fields and edited
      *before anything is moved to the record itself.
       01 ENTRY-COUNTRY-CODE           PIC XX VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 130-SIGN-ON.
           PERFORM 160-SET-AUTHORITY.
           OPEN INPUT REJECT-FILE.
           PERFORM 110-OPEN-RESUBMIT.
           PERFORM 120-OPEN-HOLD.
               OPEN EXTEND HOLD-FILE
           END-IF.

      *Operator sign-on against the OPERATOR.DAT security file
      *MIDOPER maintains. Three tries, then the session ends. An
      *inactive operator is refused the same as a wrong password.
       130-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE - SEE MIDOPER."
           ELSE
               PERFORM 140-TAKE-SIGN-ON
                   UNTIL SIGNED-ON = "YES" OR SIGN-ON-TRIES = 3
               CLOSE OPERATOR-FILE
           END-IF.
           IF SIGNED-ON = "NO"
               DISPLAY "SIGN-ON FAILED - SESSION ENDED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       140-TAKE-SIGN-ON.
           ADD 1 TO SIGN-ON-TRIES.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           MOVE SPACES TO SIGNON-OPERATOR.
           ACCEPT SIGNON-OPERATOR.
           INSPECT SIGNON-OPERATOR
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO SIGNON-PASSWORD.
           ACCEPT SIGNON-PASSWORD.
           MOVE SIGNON-OPERATOR TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNIZED."
               NOT INVALID KEY PERFORM 150-CHECK-OPERATOR
           END-READ.

       150-CHECK-OPERATOR.
           IF OP-PASSWORD NOT = SIGNON-PASSWORD
               DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNIZED."
           ELSE
               IF OP-ACTIVE NOT = "Y"
                   DISPLAY "OPERATOR " SIGNON-OPERATOR
                       " IS NOT ACTIVE."
               ELSE
                   MOVE "YES" TO SIGNED-ON
                   MOVE OP-ROLE TO SIGNON-ROLE
               END-IF
           END-IF.

      *Rejects are repaired by a supervisor, a master data
      *operator, or a reject repair operator - a browse-only
      *operator looks and skips.
       160-SET-AUTHORITY.
           IF SIGNON-ROLE = "S" OR SIGNON-ROLE = "M"
                   OR SIGNON-ROLE = "R"
               MOVE "YES" TO MAY-REPAIR
           ELSE
               DISPLAY "SIGNED ON TO BROWSE ONLY."
           END-IF.

       200-WORK-ONE-REJECT.
           READ REJECT-FILE
               AT END MOVE "YES" TO REJECT-EOF
               PERFORM 700-HOLD-RECORD
           ELSE
               MOVE REJ-DATA TO INPUT-RECORD
               PERFORM 760-BUILD-REPAIR-IMAGE
               MOVE REPAIR-IMAGE TO JRN-OLD-VALUE
               PERFORM 300-SETTLE-RECORD
           END-IF.

           DISPLAY "ACTION: " WITH NO ADVANCING.
           ACCEPT RECORD-ACTION.
           EVALUATE RECORD-ACTION
               WHEN "F"
                   IF MAY-REPAIR = "YES"
                       PERFORM 500-FIX-FIELD
                   ELSE
                       DISPLAY "OPERATOR ROLE DOES NOT ALLOW REPAIR."
                   END-IF
               WHEN "S"
                   PERFORM 700-HOLD-RECORD
                   MOVE "YES" TO RECORD-SETTLED
               ADD 1 TO FIXED-COUNT
               DISPLAY "RECORD PASSES - FILED FOR RESUBMISSION."
               MOVE "YES" TO RECORD-SETTLED
               MOVE "CHANGED" TO JRN-ACTION
               PERFORM 760-BUILD-REPAIR-IMAGE
               MOVE REPAIR-IMAGE TO JRN-NEW-VALUE
               PERFORM 950-WRITE-JOURNAL
           ELSE
               DISPLAY "RECORD STILL FAILS: " FIRST-PROBLEM
           END-IF.
           WRITE HOLD-RECORD.
           ADD 1 TO HELD-COUNT.

       760-BUILD-REPAIR-IMAGE.
           MOVE IN-COUNTRY-CODE TO RPI-COUNTRY-CODE.
           MOVE IN-DATE TO RPI-DATE.
           MOVE IN-TIME-ALL TO RPI-TIME.

      *Appends one line to the shared maintenance journal. The
      *caller has already set the action and the old and new
      *values. A repaired record is known by its country name,
      *since the code may be the very field that was bad.
       950-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE SIGNON-OPERATOR TO JRN-OPERATOR.
           MOVE "MIDREJFX" TO JRN-PROGRAM.
           MOVE IN-COUNTRY TO JRN-KEY.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       END PROGRAM MIDREJFX.
