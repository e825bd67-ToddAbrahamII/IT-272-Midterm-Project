      *          stored, so a mistyped line can no longer silently
      *          change behavior. Every add, change, and delete is
      *          logged to PARMLOG.TXT with the date, time, and old
      *          and new values, and to the MAINTJRN.TXT maintenance
      *          journal with the operator ID as well. Every session
      *          signs on against the OPERATOR.DAT operator security
      *          file; only a supervisor may add, change, or delete,
      *          and every other role may only inquire and list.
      *          The nightly programs read their
      *          settings from this file:
      *            MIDNIGHT  EXCEPTOL  - validation exception
      *                                  tolerance (was JOBCTL.DAT)
      *                                  (was AUDCTL.DAT)
      *            MIDPURGE  RETDAYS   - history retention days
      *                                  (new with MIDPURGE)
      *            MIDGAP    SILENTDAYS - missing days before a
      *                                  country is escalated
      *                                  (new with MIDGAP)
      *            MIDACK    ACKDAYS   - days the health board has
      *                                  to acknowledge a
      *                                  transmission (new with
      *                                  MIDACK)
      *            MIDPROJ   LOOKBACK  - days of history a case
      *                                  projection is drawn from
      *                                  (new with MIDPROJ)
      *            SELCRIT   DATEFILT  - report date filter, and
      *            SELCRIT   CODE01-99 - report country filters
      *                                  (both were SELCRIT.DAT,
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOG-STATUS.

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
      *One run control, keyed by the program that reads it and the
           FD LOG-FILE.
           01 LOG-RECORD PIC X(110).

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
       01 PARM-STATUS                  PIC XX VALUE SPACES.
       01 LOG-STATUS                   PIC XX VALUE SPACES.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LOG-ACTION           PIC X(7).

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
           PERFORM 105-OPEN-PARMFILE.
           PERFORM 200-GET-FUNCTION
           UNTIL MAINT-FUNCTION = "Q".
               OPEN I-O PARM-FILE
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

      *Run controls are changed only by a supervisor - every other
      *role inquires and lists.
       140-SET-AUTHORITY.
           IF SIGNON-ROLE = "S"
               MOVE "YES" TO MAY-UPDATE
           ELSE
               DISPLAY "SIGNED ON FOR INQUIRY ONLY."
           END-IF.

      *Shows the menu, takes the operator's choice, and runs it.
       200-GET-FUNCTION.
           DISPLAY " ".
           DISPLAY "I = INQUIRE   L = LIST ALL   Q = QUIT".
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
                   WHEN "L" PERFORM 650-LIST-ENTRIES
                   WHEN "Q" CONTINUE
                   WHEN OTHER DISPLAY "FUNCTION NOT RECOGNIZED."
               END-EVALUATE
           END-IF.

      *Adds a new parameter, refusing a key already on file.
       300-ADD-ENTRY.
           DISPLAY "DESCRIPTION: " PRM-DESC.

      *Appends one line to the change log recording the date,
      *time, and old and new values, and the same change to the
      *shared maintenance journal.
       900-WRITE-LOG-LINE.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           MOVE LOG-LINE TO LOG-RECORD.
           WRITE LOG-RECORD.
           CLOSE LOG-FILE.
           MOVE LOG-ACTION TO JRN-ACTION.
           MOVE SAVED-OLD-VALUE TO JRN-OLD-VALUE.
           MOVE ENTRY-VALUE TO JRN-NEW-VALUE.
           PERFORM 950-WRITE-JOURNAL.

      *Appends one line to the shared maintenance journal. The
      *caller has already set the action and the old and new
      *values.
       950-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT JRN-TIME FROM TIME.
           MOVE SIGNON-OPERATOR TO JRN-OPERATOR.
           MOVE "MIDPARM" TO JRN-PROGRAM.
           MOVE PRM-KEY TO JRN-KEY.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           MOVE JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       END PROGRAM MIDPARM.
