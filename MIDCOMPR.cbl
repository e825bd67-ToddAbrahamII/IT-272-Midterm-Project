      *          sorted with the biggest confirmed-case increases
      *          first. A country with history on only one of the
      *          two dates is flagged FROM ONLY or TO ONLY instead
      *          of being dropped silently. A date whose entry was
      *          only carried forward by MIDGAP, because the country
      *          did not report that day, is flagged FROM CFWD, TO
      *          CFWD, or BOTH CFWD so the increase is read with
      *          care.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

           FD CONTROL-FILE.
           01 CONTROL-RECORD               PIC X(10).
       01 TO-CONFIRMED                 PIC 9(9) VALUE ZERO.
       01 TO-DEATHS                    PIC 9(8) VALUE ZERO.
       01 TO-RECOVERED                 PIC 9(9) VALUE ZERO.
       01 FROM-ENTRY-TYPE              PIC X VALUE SPACE.
       01 TO-ENTRY-TYPE                PIC X VALUE SPACE.

       01 COMPARED-COUNT               PIC 9(4) VALUE ZERO.
       01 ONE-SIDED-COUNT              PIC 9(4) VALUE ZERO.
       310-COMPARE-ONE-COUNTRY.
           MOVE "NO" TO HAVE-FROM.
           MOVE "NO" TO HAVE-TO.
           MOVE SPACE TO FROM-ENTRY-TYPE.
           MOVE SPACE TO TO-ENTRY-TYPE.
           MOVE CT-CODE (COUNTRY-IDX) TO HIST-COUNTRY-CODE.
           MOVE FROM-DATE TO HIST-DATE.
           READ HISTORY-FILE
                   MOVE HIST-TOTAL-CONFIRMED TO FROM-CONFIRMED
                   MOVE HIST-TOTAL-DEATHS TO FROM-DEATHS
                   MOVE HIST-TOTAL-RECOVERED TO FROM-RECOVERED
                   MOVE HIST-ENTRY-TYPE TO FROM-ENTRY-TYPE
           END-READ.
           MOVE CT-CODE (COUNTRY-IDX) TO HIST-COUNTRY-CODE.
           MOVE TO-DATE TO HIST-DATE.
                   MOVE HIST-TOTAL-CONFIRMED TO TO-CONFIRMED
                   MOVE HIST-TOTAL-DEATHS TO TO-DEATHS
                   MOVE HIST-TOTAL-RECOVERED TO TO-RECOVERED
                   MOVE HIST-ENTRY-TYPE TO TO-ENTRY-TYPE
           END-READ.
           IF HAVE-FROM = "NO" AND HAVE-TO = "NO"
               ADD 1 TO NEITHER-COUNT
                   COMPUTE SRT-INC-DTH = TO-DEATHS - FROM-DEATHS
                   COMPUTE SRT-INC-REC =
                       TO-RECOVERED - FROM-RECOVERED
                   PERFORM 330-FLAG-CARRIED-DATES
               WHEN HAVE-FROM = "YES"
                   ADD 1 TO ONE-SIDED-COUNT
                   MOVE "FROM ONLY" TO SRT-FLAG
           END-EVALUATE.
           RELEASE SORT-RECORD.

      *A carried-forward entry repeats the last reported day's
      *figures, so an increase measured to or from it is only as
      *good as that earlier day.
       330-FLAG-CARRIED-DATES.
           EVALUATE TRUE
               WHEN FROM-ENTRY-TYPE = "C" AND TO-ENTRY-TYPE = "C"
                   MOVE "BOTH CFWD" TO SRT-FLAG
               WHEN FROM-ENTRY-TYPE = "C"
                   MOVE "FROM CFWD" TO SRT-FLAG
               WHEN TO-ENTRY-TYPE = "C"
                   MOVE "TO CFWD" TO SRT-FLAG
           END-EVALUATE.

       500-WRITE-REPORT.
           MOVE "NO" TO SORT-EOF.
           PERFORM 510-RETURN-COMPARISON UNTIL SORT-EOF = "YES".
