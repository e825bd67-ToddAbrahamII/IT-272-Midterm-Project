      *          assumes (two-letter code, non-blank region), and can
      *          scan the validated feed (ACCEPTED.TXT) to list every
      *          code that would land in the UNASSIGNED bucket before
      *          the report runs. Every session signs on against
      *          the OPERATOR.DAT operator security file. Only a
      *          supervisor or a master data operator may add,
      *          change, or delete; every other role may only list
      *          and scan. Every add, change, and delete is written
      *          to the MAINTJRN.TXT maintenance journal with the
      *          operator ID and the region before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT INPUT-FILE ASSIGN TO "ACCEPTED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

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
      *Cross-reference of country code to continent/region name
                  10 IN-TIME-ALL       PIC X(8).
                  10                   PIC X.

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
       01 REGION-EOF                   PIC XXX VALUE "NO".
       01 END-OF-FILE                  PIC XXX VALUE "NO".
       01 UNASSIGNED-COUNT             PIC 9(3) VALUE ZERO.
       01 UNASSIGNED-EDITED            PIC ZZ9.

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

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 110-SIGN-ON.
           PERFORM 140-SET-AUTHORITY.
           PERFORM 150-LOAD-REGION-TABLE.
           PERFORM 200-GET-FUNCTION
           UNTIL MAINT-FUNCTION = "Q".
           STOP RUN.

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

      *The cross-reference is changed only by a supervisor or a
      *master data operator - every other role lists and scans.
       140-SET-AUTHORITY.
           IF SIGNON-ROLE = "S" OR SIGNON-ROLE = "M"
               MOVE "YES" TO MAY-UPDATE
           ELSE
               DISPLAY "SIGNED ON FOR LIST AND SCAN ONLY."
           END-IF.

      *Loads the region cross-reference file into the table. A site
      *that has never built REGIONXR.TXT starts with an empty table.
       150-LOAD-REGION-TABLE.
           DISPLAY "S = SCAN FOR UNASSIGNED   Q = QUIT".
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
                   WHEN "L" PERFORM 600-LIST-ENTRIES
                   WHEN "S" PERFORM 700-SCAN-UNASSIGNED
                   WHEN "Q" CONTINUE
                   WHEN OTHER DISPLAY "FUNCTION NOT RECOGNIZED."
               END-EVALUATE
           END-IF.

      *Adds a new code-to-region entry, refusing a duplicate code.
       300-ADD-ENTRY.
                       TO RT-REGION-NAME (REGION-ENTRY-COUNT)
                   PERFORM 900-REWRITE-REGION-FILE
                   DISPLAY "CODE " ENTRY-COUNTRY-CODE " ADDED."
                   MOVE "ADDED" TO JRN-ACTION
                   MOVE SPACES TO JRN-OLD-VALUE
                   MOVE ENTRY-REGION-NAME TO JRN-NEW-VALUE
                   PERFORM 950-WRITE-JOURNAL
               END-IF
           END-IF.

                       RT-REGION-NAME (FOUND-ENTRY-NUM)
                   PERFORM 810-GET-REGION-NAME
                   IF REGION-IS-VALID = "YES"
                       MOVE RT-REGION-NAME (FOUND-ENTRY-NUM)
                           TO JRN-OLD-VALUE
                       MOVE ENTRY-REGION-NAME
                           TO RT-REGION-NAME (FOUND-ENTRY-NUM)
                       PERFORM 900-REWRITE-REGION-FILE
                       DISPLAY "CODE " ENTRY-COUNTRY-CODE " CHANGED."
                       MOVE "CHANGED" TO JRN-ACTION
                       MOVE ENTRY-REGION-NAME TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.
                       WITH NO ADVANCING
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER = "Y"
                       MOVE RT-REGION-NAME (FOUND-ENTRY-NUM)
                           TO JRN-OLD-VALUE
                       PERFORM 510-REMOVE-TABLE-ENTRY
                       PERFORM 900-REWRITE-REGION-FILE
                       DISPLAY "CODE " ENTRY-COUNTRY-CODE " DELETED."
                       MOVE "DELETED" TO JRN-ACTION
                       MOVE SPACES TO JRN-NEW-VALUE
                       PERFORM 950-WRITE-JOURNAL
                   ELSE
                       DISPLAY "DELETE NOT CONFIRMED - ENTRY KEPT."
                   END-IF
           MOVE RT-REGION-NAME (ENTRY-NUM) TO XR-REGION-NAME.
           WRITE REGION-RECORD.

      *Appends one line to the shared maintenance journal. The
      *caller has already set the action and the old and new
      *values.
       950-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE SIGNON-OPERATOR TO JRN-OPERATOR.
           MOVE "MIDRGNXR" TO JRN-PROGRAM.
           MOVE ENTRY-COUNTRY-CODE TO JRN-KEY.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       END PROGRAM MIDRGNXR.
