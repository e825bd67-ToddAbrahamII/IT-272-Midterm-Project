      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: One-time conversion of HISTORY.DAT to the layout
      *          carrying the entry type byte. Every history entry
      *          now says whether the feed reported it or MIDGAP
      *          carried it forward for a day the country was
      *          missing, so the history already on file has to be
      *          carried into the new layout. Everything on file
      *          before the change came from the feed, so every
      *          converted entry is marked reported.
      *          To run: rename HISTORY.DAT to HISTORY.OLD, then run
      *          this program. It reads the .OLD file in the layout
      *          the system used to write and loads HISTORY.DAT
      *          fresh in the new layout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDCONV2.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OLD-HISTORY-FILE ASSIGN TO "HISTORY.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OLDH-KEY
                   FILE STATUS IS OLDH-STATUS.

               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *The history layout the system wrote before entries were
      *typed.
           FD OLD-HISTORY-FILE.
           01 OLD-HISTORY-RECORD.
               05 OLDH-KEY.
                   10 OLDH-COUNTRY-CODE    PIC XX.
                   10 OLDH-DATE            PIC X(10).
               05 OLDH-COUNTRY             PIC X(25).
               05 OLDH-TOTAL-CONFIRMED     PIC 9(9).
               05 OLDH-TOTAL-DEATHS        PIC 9(8).
               05 OLDH-TOTAL-RECOVERED     PIC 9(9).

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

       WORKING-STORAGE SECTION.
       01 OLDH-STATUS                  PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 OLDH-EOF                     PIC XXX VALUE "NO".
       01 HISTORY-IN-COUNT             PIC 9(6) VALUE ZERO.
       01 HISTORY-OUT-COUNT            PIC 9(6) VALUE ZERO.
       01 COUNT-EDITED                 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           PERFORM 200-CONVERT-HISTORY.
           PERFORM 800-SHOW-RESULTS.
           STOP RUN.

      *Copies every history entry into the new layout, marked as
      *reported by the feed.
       200-CONVERT-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE.
           IF OLDH-STATUS NOT = "00" AND OLDH-STATUS NOT = "05"
               DISPLAY "HISTORY.OLD NOT FOUND - HISTORY NOT CONVERTED."
               MOVE "YES" TO OLDH-EOF
           ELSE
               OPEN OUTPUT HISTORY-FILE
               MOVE LOW-VALUES TO OLDH-KEY
               START OLD-HISTORY-FILE KEY IS NOT LESS THAN OLDH-KEY
                   INVALID KEY MOVE "YES" TO OLDH-EOF
               END-START
               PERFORM 210-READ-OLD-HISTORY UNTIL OLDH-EOF = "YES"
               CLOSE HISTORY-FILE
               CLOSE OLD-HISTORY-FILE
           END-IF.

       210-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO OLDH-EOF
               NOT AT END PERFORM 220-WRITE-NEW-HISTORY.

       220-WRITE-NEW-HISTORY.
           ADD 1 TO HISTORY-IN-COUNT.
           MOVE OLDH-KEY TO HIST-KEY.
           MOVE OLDH-COUNTRY TO HIST-COUNTRY.
           MOVE OLDH-TOTAL-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE OLDH-TOTAL-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE OLDH-TOTAL-RECOVERED TO HIST-TOTAL-RECOVERED.
           MOVE "R" TO HIST-ENTRY-TYPE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HISTORY CONVERT WRITE ERROR: " HIST-KEY
               NOT INVALID KEY
                   ADD 1 TO HISTORY-OUT-COUNT
           END-WRITE.

       800-SHOW-RESULTS.
           MOVE HISTORY-IN-COUNT TO COUNT-EDITED.
           DISPLAY "HISTORY ENTRIES READ:    " COUNT-EDITED.
           MOVE HISTORY-OUT-COUNT TO COUNT-EDITED.
           DISPLAY "HISTORY ENTRIES WRITTEN: " COUNT-EDITED.

       END PROGRAM MIDCONV2.
