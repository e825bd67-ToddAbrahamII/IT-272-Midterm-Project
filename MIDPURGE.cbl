               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

      *One run control, keyed by program and parameter name - the
      *layout MIDPARM maintains.
               05 ARC-TOTAL-CONFIRMED      PIC 9(9).
               05 ARC-TOTAL-DEATHS         PIC 9(8).
               05 ARC-TOTAL-RECOVERED      PIC 9(9).
               05 ARC-ENTRY-TYPE           PIC X.

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(100).
           MOVE HIST-TOTAL-CONFIRMED TO ARC-TOTAL-CONFIRMED.
           MOVE HIST-TOTAL-DEATHS TO ARC-TOTAL-DEATHS.
           MOVE HIST-TOTAL-RECOVERED TO ARC-TOTAL-RECOVERED.
           MOVE HIST-ENTRY-TYPE TO ARC-ENTRY-TYPE.
           WRITE ARCHIVE-RECORD.
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "ARCHIVE WRITE ERROR " ARCHIVE-STATUS
           MOVE ARC-TOTAL-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE ARC-TOTAL-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE ARC-TOTAL-RECOVERED TO HIST-TOTAL-RECOVERED.
      *Archives written before entries were typed carry no type
      *byte - every one of those was reported by the feed.
           IF ARC-ENTRY-TYPE = "C"
               MOVE "C" TO HIST-ENTRY-TYPE
           ELSE
               MOVE "R" TO HIST-ENTRY-TYPE
           END-IF.

       800-WRITE-PURGE-SUMMARY.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
