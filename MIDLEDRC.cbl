      *          history-only countries, and mismatched amounts.
      *          Rebuild mode reconstructs the whole ledger from
      *          history so a corrupted LEDGER.DAT can be recovered
      *          without losing the carry-forward. Placeholder
      *          entries MIDGAP carried forward for days a country
      *          did not report are passed over both ways - the
      *          ledger follows what the feed actually reported.
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
           01 OUTPUT-RECORD PIC X(90).
           IF HIST-COUNTRY-CODE NOT = CHECK-COUNTRY-CODE
               MOVE "YES" TO HISTORY-EOF
           ELSE
               IF HIST-ENTRY-TYPE NOT = "C"
                   MOVE "YES" TO LATEST-FOUND
                   MOVE HIST-DATE TO LATEST-DATE
                   MOVE HIST-TOTAL-CONFIRMED TO LATEST-CONFIRMED
                   MOVE HIST-TOTAL-DEATHS TO LATEST-DEATHS
                   MOVE HIST-TOTAL-RECOVERED TO LATEST-RECOVERED
               END-IF
           END-IF.

      *Walks the whole history file listing countries that have
       510-READ-REBUILD-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END
                   IF HIST-ENTRY-TYPE NOT = "C"
                       PERFORM 520-COLLECT-REBUILD-ENTRY
                   END-IF.

       520-COLLECT-REBUILD-ENTRY.
           IF HIST-COUNTRY-CODE NOT = RBLD-CURRENT-CODE
