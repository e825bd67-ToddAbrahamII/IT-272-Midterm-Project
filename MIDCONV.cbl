               05 HIST-TOTAL-CONFIRMED     PIC 9(9).
               05 HIST-TOTAL-DEATHS        PIC 9(8).
               05 HIST-TOTAL-RECOVERED     PIC 9(9).
      *R - reported by the feed; C - carried forward from the
      *last reported day because the country was missing.
               05 HIST-ENTRY-TYPE          PIC X.

      *The ledger layout the system wrote before the counts were
      *widened.
           MOVE OLDH-TOTAL-CONFIRMED TO HIST-TOTAL-CONFIRMED.
           MOVE OLDH-TOTAL-DEATHS TO HIST-TOTAL-DEATHS.
           MOVE OLDH-TOTAL-RECOVERED TO HIST-TOTAL-RECOVERED.
           MOVE "R" TO HIST-ENTRY-TYPE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HISTORY CONVERT WRITE ERROR: " HIST-KEY
