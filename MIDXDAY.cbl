      *          cross-day check. A country with no earlier history
      *          is listed as informational only - a new country's
      *          first day has nothing to be checked against.
      *          When that earlier entry is a placeholder MIDGAP
      *          carried forward for a day the country missed, the
      *          reported new counts may cover more than one day, so
      *          only the shrink check is made and the country is
      *          listed as informational.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(120).
       01 SHRINK-COUNT                 PIC 9(6) VALUE ZERO.
       01 FAILURE-COUNT                PIC 9(6) VALUE ZERO.
       01 NO-PRIOR-COUNT               PIC 9(6) VALUE ZERO.
       01 CARRIED-PRIOR-COUNT          PIC 9(6) VALUE ZERO.

      *Most recent history entry dated before the feed date for
      *the country being checked
       01 LATEST-CONFIRMED             PIC 9(9) VALUE ZERO.
       01 LATEST-DEATHS                PIC 9(8) VALUE ZERO.
       01 LATEST-RECOVERED             PIC 9(9) VALUE ZERO.
       01 LATEST-ENTRY-TYPE            PIC X VALUE SPACE.

      *NO when yesterday's entry was carried forward - the new
      *counts cannot be held to one day's movement.
       01 CHECK-DELTA                  PIC XXX VALUE "YES".

      *One measure at a time is judged through these fields.
       01 MEASURE-NAME                 PIC X(9) VALUE SPACES.
           05 FILLER                   PIC X(45) VALUE
           'NO PRIOR HISTORY - FIRST DAY, NOTHING CHECKED'.

       01 CARRIED-PRIOR-LINE.
           05 CPL-COUNTRY-CODE         PIC XX.
           05 FILLER                   PIC X(4)  VALUE SPACES.
           05 CPL-COUNTRY              PIC X(25).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(34) VALUE
           'PRIOR DAY CARRIED FORWARD - LAST '.
           05 FILLER                   PIC X(19) VALUE
           'REPORTED ON FILE: '.
           05 CPL-DATE                 PIC X(10).
           05 FILLER                   PIC X(24) VALUE
           ' - DELTAS NOT CHECKED'.

       01 CLEAN-LINE.
           05 FILLER                   PIC X(46) VALUE
           'EVERY RECORD AGREED WITH YESTERDAY - FEED OK.'.
           05 FILLER                   PIC X(13) VALUE
           '   NO PRIOR: '.
           05 SUM-NO-PRIOR             PIC Z(5)9.
           05 FILLER                   PIC X(12) VALUE
           '   CARRIED: '.
           05 SUM-CARRIED              PIC Z(5)9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
               MOVE NO-PRIOR-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           ELSE
               MOVE "YES" TO CHECK-DELTA
               IF LATEST-ENTRY-TYPE = "C"
                   MOVE "NO" TO CHECK-DELTA
                   PERFORM 280-WRITE-CARRIED-PRIOR-LINE
               END-IF
               MOVE "CONFIRMED" TO MEASURE-NAME
               MOVE LATEST-CONFIRMED TO MEASURE-PRIOR-TOTAL
               MOVE IN-TOTAL-CONFIRMED TO MEASURE-TODAY-TOTAL
      *already archived - from comparing today with itself.
       250-FIND-LATEST-BEFORE-FEED.
           MOVE "NO" TO LATEST-FOUND.
           MOVE SPACES TO CPL-DATE.
           MOVE "NO" TO HISTORY-EOF.
           MOVE IN-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE LOW-VALUES TO HIST-DATE.
               MOVE HIST-TOTAL-CONFIRMED TO LATEST-CONFIRMED
               MOVE HIST-TOTAL-DEATHS TO LATEST-DEATHS
               MOVE HIST-TOTAL-RECOVERED TO LATEST-RECOVERED
               MOVE HIST-ENTRY-TYPE TO LATEST-ENTRY-TYPE
               IF HIST-ENTRY-TYPE NOT = "C"
                   MOVE HIST-DATE TO CPL-DATE
               END-IF
           END-IF.

      *Lists a country whose day before the feed was a carried-
      *forward placeholder, with the last day it really reported.
       280-WRITE-CARRIED-PRIOR-LINE.
           ADD 1 TO CARRIED-PRIOR-COUNT.
           MOVE IN-COUNTRY-CODE TO CPL-COUNTRY-CODE.
           MOVE IN-COUNTRY TO CPL-COUNTRY.
           MOVE CARRIED-PRIOR-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

      *Judges one measure. A total below yesterday's is a shrink;
      *otherwise the reported new count must equal today's total
      *minus yesterday's. Both conditions list the amounts so the
      *provider can be shown exactly what disagrees. The delta is
      *left alone when yesterday was carried forward.
       400-JUDGE-MEASURE.
           IF MEASURE-TODAY-TOTAL < MEASURE-PRIOR-TOTAL
               ADD 1 TO SHRINK-COUNT
               COMPUTE MEASURE-EXPECTED-NEW =
                   MEASURE-TODAY-TOTAL - MEASURE-PRIOR-TOTAL
               IF MEASURE-REPORTED-NEW NOT = MEASURE-EXPECTED-NEW
                       AND CHECK-DELTA = "YES"
                   ADD 1 TO MISMATCH-COUNT
                   ADD 1 TO FAILURE-COUNT
                   MOVE "DELTA MISMATCH" TO DTL-CONDITION
           MOVE MISMATCH-COUNT TO SUM-MISMATCHES.
           MOVE SHRINK-COUNT TO SUM-SHRINKS.
           MOVE NO-PRIOR-COUNT TO SUM-NO-PRIOR.
           MOVE CARRIED-PRIOR-COUNT TO SUM-CARRIED.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

