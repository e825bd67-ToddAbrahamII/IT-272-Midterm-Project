      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Online maintenance for OPERATOR.DAT - the operator
      *          security file the online maintenance programs
      *          (MIDCMAST, MIDRGNXR, MIDPARM, MIDREJFX) sign on
      *          against. Each operator has an ID, a password, a
      *          role, and an active flag. The role decides what
      *          the operator may do once signed on:
      *            S - supervisor: run controls, master data,
      *                reject repair, and operator maintenance
      *            M - master data: CMASTER.DAT and REGIONXR.TXT,
      *                and reject repair
      *            R - reject repair only
      *            B - browse only
      *          Every role may browse. An inactive operator cannot
      *          sign on at all. Only a supervisor may run this
      *          program, except on a new site with no operators on
      *          file, where the first operator is added without a
      *          sign-on and must be a supervisor. Every add,
      *          change, and delete goes to the MAINTJRN.TXT
      *          maintenance journal the other maintenance programs
      *          write to - the password itself is never journaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDOPER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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
       01 OPER-STATUS                  PIC XX VALUE SPACES.
       01 JOURNAL-STATUS               PIC XX VALUE SPACES.
       01 OPER-EOF                     PIC XXX VALUE "NO".
       01 MAINT-FUNCTION               PIC X VALUE SPACE.
       01 ID-IS-VALID                  PIC XXX VALUE "NO".
       01 FIELDS-ARE-VALID             PIC XXX VALUE "NO".
       01 CONFIRM-ANSWER               PIC X VALUE SPACE.
       01 LISTED-COUNT                 PIC 9(4) VALUE ZERO.
       01 FIRST-OPERATOR-SETUP         PIC XXX VALUE "NO".

      *The operator signed on for this session and the role that
      *decides what the session may do.
       01 SIGNED-ON                    PIC XXX VALUE "NO".
       01 SIGN-ON-TRIES                PIC 9 VALUE ZERO.
       01 SIGNON-OPERATOR              PIC X(8) VALUE SPACES.
       01 SIGNON-PASSWORD              PIC X(8) VALUE SPACES.
       01 SIGNON-ROLE                  PIC X VALUE SPACE.

      *Operator entries are taken into these fields and edited
      *before anything is moved to the record itself.
       01 ENTRY-OPERATOR-ID            PIC X(8) VALUE SPACES.
       01 ENTRY-PASSWORD               PIC X(8) VALUE SPACES.
       01 ENTRY-ROLE                   PIC X VALUE SPACE.
       01 ENTRY-ACTIVE                 PIC X VALUE SPACE.
       01 PASSWORD-CHANGED             PIC XXX VALUE "NO".

       01 ROLE-TEXT                    PIC X(12) VALUE SPACES.

      *What the journal shows for an operator - never the
      *password, only whether it changed.
       01 OPERATOR-IMAGE.
           05 FILLER                   PIC X(5) VALUE 'ROLE '.
           05 OPI-ROLE                 PIC X.
           05 FILLER                   PIC X(8) VALUE ' ACTIVE '.
           05 OPI-ACTIVE               PIC X.
           05 OPI-PASSWORD-NOTE        PIC X(20) VALUE SPACES.

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

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 105-OPEN-OPERATOR-FILE.
           PERFORM 110-CHECK-FIRST-OPERATOR.
           IF FIRST-OPERATOR-SETUP = "YES"
               PERFORM 150-ADD-FIRST-OPERATOR
           ELSE
               PERFORM 120-SIGN-ON
               PERFORM 200-GET-FUNCTION
               UNTIL MAINT-FUNCTION = "Q"
           END-IF.
           CLOSE OPERATOR-FILE.
           STOP RUN.

      *Opens the operator file, creating it on the very first run.
       105-OPEN-OPERATOR-FILE.
           OPEN I-O OPERATOR-FILE.
           IF OPER-STATUS = "35" OR OPER-STATUS = "05"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.

      *A file with no operators at all is a new site - there is
      *nobody to sign on as yet.
       110-CHECK-FIRST-OPERATOR.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
               INVALID KEY MOVE "YES" TO FIRST-OPERATOR-SETUP.
           IF FIRST-OPERATOR-SETUP = "NO"
               READ OPERATOR-FILE NEXT RECORD
                   AT END MOVE "YES" TO FIRST-OPERATOR-SETUP
               END-READ
           END-IF.

      *Operator sign-on against the security file. Three tries,
      *then the session ends. An inactive operator is refused the
      *same as a wrong password, and only a supervisor may
      *maintain operators.
       120-SIGN-ON.
           PERFORM 125-TAKE-SIGN-ON
               UNTIL SIGNED-ON = "YES" OR SIGN-ON-TRIES = 3.
           IF SIGNED-ON = "YES" AND SIGNON-ROLE NOT = "S"
               MOVE "NO" TO SIGNED-ON
               DISPLAY "OPERATOR MAINTENANCE IS FOR SUPERVISORS."
           END-IF.
           IF SIGNED-ON = "NO"
               DISPLAY "SIGN-ON FAILED - SESSION ENDED."
               CLOSE OPERATOR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       125-TAKE-SIGN-ON.
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

      *A new site's first operator is added without a sign-on, and
      *must be a supervisor so someone can maintain the rest.
       150-ADD-FIRST-OPERATOR.
           DISPLAY "NO OPERATORS ON FILE - ADD THE FIRST SUPERVISOR.".
           MOVE "SETUP" TO SIGNON-OPERATOR.
           PERFORM 300-ADD-ENTRY.

      *Shows the menu, takes the operator's choice, and runs it.
       200-GET-FUNCTION.
           DISPLAY " ".
           DISPLAY "OPERATOR SECURITY MAINTENANCE".
           DISPLAY "A = ADD   C = CHANGE   D = DELETE".
           DISPLAY "I = INQUIRE   L = LIST ALL   Q = QUIT".
           DISPLAY "FUNCTION: " WITH NO ADVANCING.
           ACCEPT MAINT-FUNCTION.
           EVALUATE MAINT-FUNCTION
               WHEN "A" PERFORM 300-ADD-ENTRY
               WHEN "C" PERFORM 400-CHANGE-ENTRY
               WHEN "D" PERFORM 500-DELETE-ENTRY
               WHEN "I" PERFORM 600-INQUIRE-ENTRY
               WHEN "L" PERFORM 650-LIST-ENTRIES
               WHEN "Q" CONTINUE
               WHEN OTHER DISPLAY "FUNCTION NOT RECOGNIZED."
           END-EVALUATE.

      *Adds a new operator, refusing an ID already on file.
       300-ADD-ENTRY.
           PERFORM 700-GET-OPERATOR-ID.
           IF ID-IS-VALID = "YES"
               MOVE ENTRY-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY PERFORM 310-ADD-NEW-RECORD
                   NOT INVALID KEY
                       DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
                           " IS ALREADY ON FILE."
               END-READ
           END-IF.

       310-ADD-NEW-RECORD.
           MOVE "YES" TO PASSWORD-CHANGED.
           PERFORM 710-GET-OPERATOR-FIELDS.
           IF FIELDS-ARE-VALID = "YES" AND FIRST-OPERATOR-SETUP = "YES"
                   AND ENTRY-ROLE NOT = "S"
               MOVE "NO" TO FIELDS-ARE-VALID
               DISPLAY "THE FIRST OPERATOR MUST HAVE ROLE S."
           END-IF.
           IF FIELDS-ARE-VALID = "YES"
               MOVE ENTRY-OPERATOR-ID TO OP-OPERATOR-ID
               MOVE ENTRY-PASSWORD TO OP-PASSWORD
               MOVE ENTRY-ROLE TO OP-ROLE
               MOVE ENTRY-ACTIVE TO OP-ACTIVE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "OPERATOR WRITE ERROR: " OP-OPERATOR-ID
                   NOT INVALID KEY
                       DISPLAY "OPERATOR " OP-OPERATOR-ID " ADDED."
                       MOVE "ADDED" TO JRN-ACTION
                       MOVE SPACES TO JRN-OLD-VALUE
                       PERFORM 770-BUILD-OPERATOR-IMAGE
                       MOVE OPERATOR-IMAGE TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
               END-WRITE
           END-IF.

      *Changes an existing operator after showing what is on file.
      *A blank password keeps the one on file.
       400-CHANGE-ENTRY.
           PERFORM 700-GET-OPERATOR-ID.
           IF ID-IS-VALID = "YES"
               MOVE ENTRY-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
                           " IS NOT ON FILE."
                   NOT INVALID KEY PERFORM 410-CHANGE-RECORD
               END-READ
           END-IF.

       410-CHANGE-RECORD.
           PERFORM 760-SHOW-OPERATOR-RECORD.
           MOVE "NO" TO PASSWORD-CHANGED.
           PERFORM 770-BUILD-OPERATOR-IMAGE.
           MOVE OPERATOR-IMAGE TO JRN-OLD-VALUE.
           PERFORM 710-GET-OPERATOR-FIELDS.
      *A supervisor cannot take away their own sign-on - another
      *supervisor has to.
           IF FIELDS-ARE-VALID = "YES"
                   AND OP-OPERATOR-ID = SIGNON-OPERATOR
                   AND (ENTRY-ROLE NOT = "S" OR ENTRY-ACTIVE NOT = "Y")
               MOVE "NO" TO FIELDS-ARE-VALID
               DISPLAY "YOU CANNOT REMOVE YOUR OWN SUPERVISOR ROLE."
           END-IF.
           IF FIELDS-ARE-VALID = "YES"
               IF PASSWORD-CHANGED = "YES"
                   MOVE ENTRY-PASSWORD TO OP-PASSWORD
               END-IF
               MOVE ENTRY-ROLE TO OP-ROLE
               MOVE ENTRY-ACTIVE TO OP-ACTIVE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "OPERATOR REWRITE ERROR: "
                           OP-OPERATOR-ID
                   NOT INVALID KEY
                       DISPLAY "OPERATOR " OP-OPERATOR-ID " CHANGED."
                       MOVE "CHANGED" TO JRN-ACTION
                       PERFORM 770-BUILD-OPERATOR-IMAGE
                       MOVE OPERATOR-IMAGE TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
               END-REWRITE
           END-IF.

      *Deletes an operator after showing it and asking for a
      *confirm. Deactivating keeps the ID on file for the journal
      *report; deleting is for an ID keyed in error.
       500-DELETE-ENTRY.
           PERFORM 700-GET-OPERATOR-ID.
           IF ID-IS-VALID = "YES"
               IF ENTRY-OPERATOR-ID = SIGNON-OPERATOR
                   DISPLAY "YOU CANNOT DELETE YOUR OWN OPERATOR ID."
               ELSE
                   MOVE ENTRY-OPERATOR-ID TO OP-OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
                               " IS NOT ON FILE."
                       NOT INVALID KEY PERFORM 510-DELETE-RECORD
                   END-READ
               END-IF
           END-IF.

       510-DELETE-RECORD.
           PERFORM 760-SHOW-OPERATOR-RECORD.
           DISPLAY "DELETE THIS OPERATOR? (Y/N): " WITH NO ADVANCING.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
               MOVE "NO" TO PASSWORD-CHANGED
               PERFORM 770-BUILD-OPERATOR-IMAGE
               MOVE OPERATOR-IMAGE TO JRN-OLD-VALUE
               DELETE OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR DELETE ERROR: "
                           OP-OPERATOR-ID
                   NOT INVALID KEY
                       DISPLAY "OPERATOR " OP-OPERATOR-ID " DELETED."
                       MOVE "DELETED" TO JRN-ACTION
                       MOVE SPACES TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
               END-DELETE
           ELSE
               DISPLAY "DELETE NOT CONFIRMED - OPERATOR KEPT."
           END-IF.

      *Displays one operator.
       600-INQUIRE-ENTRY.
           PERFORM 700-GET-OPERATOR-ID.
           IF ID-IS-VALID = "YES"
               MOVE ENTRY-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
                           " IS NOT ON FILE."
                   NOT INVALID KEY PERFORM 760-SHOW-OPERATOR-RECORD
               END-READ
           END-IF.

      *Shows every operator in ID order.
       650-LIST-ENTRIES.
           MOVE "NO" TO OPER-EOF.
           MOVE ZERO TO LISTED-COUNT.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPERATOR-ID
               INVALID KEY MOVE "YES" TO OPER-EOF.
           PERFORM 660-LIST-NEXT-ENTRY UNTIL OPER-EOF = "YES".
           IF LISTED-COUNT = ZERO
               DISPLAY "NO OPERATORS ON FILE."
           END-IF.

       660-LIST-NEXT-ENTRY.
           READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "YES" TO OPER-EOF
               NOT AT END
                   ADD 1 TO LISTED-COUNT
                   PERFORM 780-DECODE-ROLE
                   DISPLAY OP-OPERATOR-ID "  " ROLE-TEXT
                       "  ACTIVE: " OP-ACTIVE.

      *Operator IDs are keyed in capitals - a lower-case entry is
      *folded up rather than filed as a different ID.
       700-GET-OPERATOR-ID.
           MOVE "YES" TO ID-IS-VALID.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-OPERATOR-ID.
           ACCEPT ENTRY-OPERATOR-ID.
           INSPECT ENTRY-OPERATOR-ID
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ENTRY-OPERATOR-ID = SPACES
               MOVE "NO" TO ID-IS-VALID
               DISPLAY "OPERATOR ID MUST NOT BE BLANK."
           END-IF.

      *Takes and edits the non-key fields. A new operator must be
      *given a password; on a change a blank one keeps the old.
       710-GET-OPERATOR-FIELDS.
           MOVE "YES" TO FIELDS-ARE-VALID.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-PASSWORD.
           ACCEPT ENTRY-PASSWORD.
           IF ENTRY-PASSWORD = SPACES
               IF PASSWORD-CHANGED = "YES"
                   MOVE "NO" TO FIELDS-ARE-VALID
                   DISPLAY "PASSWORD MUST NOT BE BLANK."
               END-IF
           ELSE
               MOVE "YES" TO PASSWORD-CHANGED
           END-IF.
           DISPLAY "ROLE (S, M, R, B): " WITH NO ADVANCING.
           ACCEPT ENTRY-ROLE.
           INSPECT ENTRY-ROLE
               CONVERTING "smrb" TO "SMRB".
           IF ENTRY-ROLE NOT = "S" AND ENTRY-ROLE NOT = "M"
                   AND ENTRY-ROLE NOT = "R" AND ENTRY-ROLE NOT = "B"
               MOVE "NO" TO FIELDS-ARE-VALID
               DISPLAY "ROLE MUST BE S, M, R, OR B."
           END-IF.
           DISPLAY "ACTIVE (Y/N): " WITH NO ADVANCING.
           ACCEPT ENTRY-ACTIVE.
           INSPECT ENTRY-ACTIVE
               CONVERTING "yn" TO "YN".
           IF ENTRY-ACTIVE NOT = "Y" AND ENTRY-ACTIVE NOT = "N"
               MOVE "NO" TO FIELDS-ARE-VALID
               DISPLAY "ACTIVE MUST BE Y OR N."
           END-IF.

       760-SHOW-OPERATOR-RECORD.
           PERFORM 780-DECODE-ROLE.
           DISPLAY "OPERATOR ID: " OP-OPERATOR-ID.
           DISPLAY "ROLE:        " OP-ROLE " " ROLE-TEXT.
           DISPLAY "ACTIVE:      " OP-ACTIVE.

       770-BUILD-OPERATOR-IMAGE.
           MOVE OP-ROLE TO OPI-ROLE.
           MOVE OP-ACTIVE TO OPI-ACTIVE.
           IF PASSWORD-CHANGED = "YES"
               MOVE " PASSWORD SET" TO OPI-PASSWORD-NOTE
           ELSE
               MOVE SPACES TO OPI-PASSWORD-NOTE
           END-IF.

       780-DECODE-ROLE.
           EVALUATE OP-ROLE
               WHEN "S" MOVE "SUPERVISOR" TO ROLE-TEXT
               WHEN "M" MOVE "MASTER DATA" TO ROLE-TEXT
               WHEN "R" MOVE "REJECT REPAIR" TO ROLE-TEXT
               WHEN "B" MOVE "BROWSE" TO ROLE-TEXT
               WHEN OTHER MOVE "UNKNOWN" TO ROLE-TEXT
           END-EVALUATE.

      *Appends one line to the shared maintenance journal.
       950-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE SIGNON-OPERATOR TO JRN-OPERATOR.
           MOVE "MIDOPER" TO JRN-PROGRAM.
           MOVE OP-OPERATOR-ID TO JRN-KEY.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       END PROGRAM MIDOPER.
