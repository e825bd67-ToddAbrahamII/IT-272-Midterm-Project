      *          slug, region, and population each country reports.
      *          The population figure is what the summary and
      *          ranking reports divide by to print cases per 100K.
      *          Every session signs on against the OPERATOR.DAT
      *          operator security file. Only a supervisor or a
      *          master data operator may add, change, or delete;
      *          every other role may only inquire. Every add,
      *          change, and delete is written to the MAINTJRN.TXT
      *          maintenance journal with the operator ID and the
      *          entry before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS CM-COUNTRY-CODE
                   FILE STATUS IS CMAST-STATUS.

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
      *One master entry per country, keyed by the two-character code
               05 CM-REGION            PIC X(20).
               05 CM-POPULATION        PIC 9(10).

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
       01 CMAST-STATUS                 PIC XX VALUE SPACES.
       01 MAINT-FUNCTION               PIC X VALUE SPACE.

       01 DISPLAY-POPULATION           PIC Z,ZZZ,ZZZ,ZZ9.

      *The operator signed on for this session and the role that
      *decides what the session may do.
       01 OPER-STATUS                  PIC XX VALUE SPACES.
       01 JOURNAL-STATUS               PIC XX VALUE SPACES.
       01 SIGNED-ON                    PIC XXX VALUE "NO".
       01 SIGN-ON-TRIES                PIC 9 VALUE ZERO.
       01 SIGNON-OPERATOR              PIC X(8) VALUE SPACES.
       01 SIGNON-PASSWORD              PIC X(8) VALUE SPACES.
       01 SIGNON-ROLE                  PIC X VALUE SPACE.
       01 MAY-UPDATE                   PIC XXX VALUE "NO".

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

      *What the journal shows for a master entry.
       01 MASTER-IMAGE.
           05 MSI-COUNTRY              PIC X(25).
           05 FILLER                   PIC X VALUE SPACE.
           05 MSI-SLUG                 PIC X(18).
           05 FILLER                   PIC X VALUE SPACE.
           05 MSI-REGION               PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 MSI-POPULATION           PIC 9(10).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 110-SIGN-ON.
           PERFORM 140-SET-AUTHORITY.
           PERFORM 105-OPEN-MASTER.
           PERFORM 200-GET-FUNCTION
           UNTIL MAINT-FUNCTION = "Q".
               OPEN I-O CMASTER-FILE
           END-IF.

      *Operator sign-on against the OPERATOR.DAT security file
      *MIDOPER maintains. Three tries, then the session ends. An
      *inactive operator is refused the same as a wrong password.
       110-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE - SEE MIDOPER."
           ELSE
               PERFORM 120-TAKE-SIGN-ON
                   UNTIL SIGNED-ON = "YES" OR SIGN-ON-TRIES = 3
               CLOSE OPERATOR-FILE
           END-IF.
           IF SIGNED-ON = "NO"
               DISPLAY "SIGN-ON FAILED - SESSION ENDED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-TAKE-SIGN-ON.
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
               NOT INVALID KEY PERFORM 130-CHECK-OPERATOR
           END-READ.

       130-CHECK-OPERATOR.
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

      *Master data is changed only by a supervisor or a master
      *data operator - every other role browses.
       140-SET-AUTHORITY.
           IF SIGNON-ROLE = "S" OR SIGNON-ROLE = "M"
               MOVE "YES" TO MAY-UPDATE
           ELSE
               DISPLAY "SIGNED ON FOR INQUIRY ONLY."
           END-IF.

      *Shows the menu, takes the operator's choice, and runs it.
       200-GET-FUNCTION.
           DISPLAY " ".
           DISPLAY "I = INQUIRE   Q = QUIT".
           DISPLAY "FUNCTION: " WITH NO ADVANCING.
           ACCEPT MAINT-FUNCTION.
           IF (MAINT-FUNCTION = "A" OR "C" OR "D")
                   AND MAY-UPDATE = "NO"
               DISPLAY "OPERATOR ROLE DOES NOT ALLOW THIS FUNCTION."
           ELSE
               EVALUATE MAINT-FUNCTION
                   WHEN "A" PERFORM 300-ADD-ENTRY
                   WHEN "C" PERFORM 400-CHANGE-ENTRY
                   WHEN "D" PERFORM 500-DELETE-ENTRY
                   WHEN "I" PERFORM 600-INQUIRE-ENTRY
                   WHEN "Q" CONTINUE
                   WHEN OTHER DISPLAY "FUNCTION NOT RECOGNIZED."
               END-EVALUATE
           END-IF.

      *Adds a new country, refusing a code already on file.
       300-ADD-ENTRY.
                       DISPLAY "MASTER WRITE ERROR: " CM-COUNTRY-CODE
                   NOT INVALID KEY
                       DISPLAY "CODE " CM-COUNTRY-CODE " ADDED."
                       MOVE "ADDED" TO JRN-ACTION
                       MOVE SPACES TO JRN-OLD-VALUE
                       PERFORM 770-BUILD-MASTER-IMAGE
                       MOVE MASTER-IMAGE TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
               END-WRITE
           END-IF.


       410-CHANGE-RECORD.
           PERFORM 760-SHOW-MASTER-RECORD.
           PERFORM 770-BUILD-MASTER-IMAGE.
           MOVE MASTER-IMAGE TO JRN-OLD-VALUE.
           PERFORM 710-GET-MASTER-FIELDS.
           IF FIELDS-ARE-VALID = "YES"
               PERFORM 750-FILL-MASTER-FIELDS
                       DISPLAY "MASTER REWRITE ERROR: " CM-COUNTRY-CODE
                   NOT INVALID KEY
                       DISPLAY "CODE " CM-COUNTRY-CODE " CHANGED."
                       MOVE "CHANGED" TO JRN-ACTION
                       PERFORM 770-BUILD-MASTER-IMAGE
                       MOVE MASTER-IMAGE TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
               END-REWRITE
           END-IF.

           DISPLAY "DELETE THIS ENTRY? (Y/N): " WITH NO ADVANCING.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
               PERFORM 770-BUILD-MASTER-IMAGE
               MOVE MASTER-IMAGE TO JRN-OLD-VALUE
               DELETE CMASTER-FILE
                   INVALID KEY
                       DISPLAY "MASTER DELETE ERROR: " CM-COUNTRY-CODE
                   NOT INVALID KEY
                       DISPLAY "CODE " CM-COUNTRY-CODE " DELETED."
                       MOVE "DELETED" TO JRN-ACTION
                       MOVE SPACES TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
               END-DELETE
           ELSE
               DISPLAY "DELETE NOT CONFIRMED - ENTRY KEPT."
           DISPLAY "REGION:     " CM-REGION.
           DISPLAY "POPULATION: " DISPLAY-POPULATION.

       770-BUILD-MASTER-IMAGE.
           MOVE CM-COUNTRY TO MSI-COUNTRY.
           MOVE CM-SLUG TO MSI-SLUG.
           MOVE CM-REGION TO MSI-REGION.
           MOVE CM-POPULATION TO MSI-POPULATION.

      *Appends one line to the shared maintenance journal. The
      *caller has already set the action and the old and new
      *values.
       950-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE SIGNON-OPERATOR TO JRN-OPERATOR.
           MOVE "MIDCMAST" TO JRN-PROGRAM.
           MOVE CM-COUNTRY-CODE TO JRN-KEY.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       END PROGRAM MIDCMAST.
