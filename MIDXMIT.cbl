      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Builds the night's outbound transmission to the
      *          health board, replacing the hand-mailed midterm.csv
      *          and summary report. The file is fixed format, one
      *          100-byte record per line: a header carrying the
      *          transmission sequence number and the as-of date,
      *          one detail record per country on LEDGER.DAT with
      *          its HISTORY.DAT entry for the as-of date, and a
      *          trailer carrying the detail record count and the
      *          hash totals of total confirmed and total deaths,
      *          the same controls the provider's trailer gives us.
      *          The as-of date is the feed date MIDLOAD left on
      *          LOADSTAT.DAT, unless the XMITCTL.DAT control file
      *          carries a YYYY-MM-DD date - that is how MIDNIGHT
      *          has one transmission built for each feed date of a
      *          catch-up night, and how an earlier night is built
      *          again for a resend. The control file is emptied
      *          once the transmission is logged. The day's new
      *          figures are the ledger's when the ledger stands at
      *          the as-of date; a day built after the ledger has
      *          moved on takes them as the difference from the
      *          country's previous history entry, and a carried-
      *          forward day sends none. Each run takes
      *          the next sequence number from the XMITLOG.DAT
      *          transmission log, writes XMIT_nnnnnn.DAT, and logs
      *          it as sent and awaiting acknowledgment. MIDACK reads
      *          the board's acknowledgments against the same log.
      *          A run for an as-of date with a transmission flagged
      *          for resend is the resend: the old transmission is
      *          marked resent under the new sequence number.
      *          xmit.rpt shows what was built.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDXMIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *MIDLOAD's one-line machine-readable result - carries the
      *feed date the transmission is built as of.
               SELECT LOAD-STATUS-FILE ASSIGN TO "LOADSTAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAD-STATUS.

               SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LED-COUNTRY-CODE
                   FILE STATUS IS LEDGER-STATUS.

               SELECT HISTORY-FILE ASSIGN TO "HISTORY.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HIST-STATUS.

      *Present only when an earlier as-of date is being built
      *again for a resend - one record, the date YYYY-MM-DD.
               SELECT OPTIONAL CONTROL-FILE ASSIGN TO "XMITCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Every transmission ever built, keyed by sequence number
               SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XL-SEQUENCE
                   FILE STATUS IS XMIT-LOG-STATUS.

      *Filename is built at run time from the sequence number so
      *every transmission is kept for a resend.
               SELECT XMIT-FILE ASSIGN TO DYNAMIC XMIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OUTPUT-FILE ASSIGN TO "xmit.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD LOAD-STATUS-FILE.
           01 LOAD-STATUS-RECORD.
               05 LST-RECORDS          PIC 9(6).
               05 FILLER               PIC X.
               05 LST-WRITTEN          PIC 9(6).
               05 FILLER               PIC X.
               05 LST-RESULT           PIC X(10).
               05 FILLER               PIC X.
               05 LST-FEED-DATE        PIC X(10).

           FD CONTROL-FILE.
           01 CONTROL-RECORD               PIC X(10).

      *Persistent ledger of per-country totals.
           FD LEDGER-FILE.
           01 LEDGER-RECORD.
               05 LED-COUNTRY-CODE     PIC XX.
               05 LED-NEWCONF          PIC 9(7).
               05 LED-TTLCONF          PIC 9(9).
               05 LED-NEWDTHS          PIC 9(7).
               05 LED-TTLDTHS          PIC 9(8).
               05 LED-NEWREC           PIC 9(7).
               05 LED-TTLREC           PIC 9(9).
               05 LED-RUN-COMPLETE     PIC X.
               05 LED-RUN-DATE         PIC X(10).

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

      *One transmission. Status S - sent, awaiting acknowledgment;
      *A - acknowledged; R - rejected by the board; N - never
      *acknowledged. The resend flag is Y until a resend is built.
           FD XMIT-LOG-FILE.
           01 XMIT-LOG-RECORD.
               05 XL-SEQUENCE          PIC 9(6).
               05 XL-AS-OF-DATE        PIC X(10).
               05 XL-FILE-NAME         PIC X(20).
               05 XL-SENT-DATE         PIC 9(8).
               05 XL-SENT-TIME         PIC 9(6).
               05 XL-RECORD-COUNT      PIC 9(6).
               05 XL-HASH-CONFIRMED    PIC 9(15).
               05 XL-HASH-DEATHS       PIC 9(15).
               05 XL-STATUS            PIC X.
               05 XL-ACK-DATE          PIC X(10).
               05 XL-ACK-REASON        PIC X(40).
               05 XL-RESEND-FLAG       PIC X.
               05 XL-RESENT-SEQUENCE   PIC 9(6).

      *The three record types of the transmission share one area,
      *told apart by the type byte in column one.
           FD XMIT-FILE.
           01 XMIT-HEADER-RECORD.
               05 XMH-REC-TYPE         PIC X.
               05 XMH-SEQUENCE         PIC 9(6).
               05 XMH-AS-OF-DATE       PIC X(10).
               05 XMH-CREATED-DATE     PIC 9(8).
               05 XMH-CREATED-TIME     PIC 9(6).
               05 XMH-SENDER           PIC X(10).
               05 FILLER               PIC X(59).
           01 XMIT-DETAIL-RECORD.
               05 XMD-REC-TYPE         PIC X.
               05 XMD-COUNTRY-CODE     PIC XX.
               05 XMD-COUNTRY          PIC X(25).
               05 XMD-DATE             PIC X(10).
               05 XMD-TOTAL-CONFIRMED  PIC 9(9).
               05 XMD-TOTAL-DEATHS     PIC 9(8).
               05 XMD-TOTAL-RECOVERED  PIC 9(9).
               05 XMD-NEW-CONFIRMED    PIC 9(7).
               05 XMD-NEW-DEATHS       PIC 9(7).
               05 XMD-NEW-RECOVERED    PIC 9(7).
               05 XMD-ENTRY-TYPE       PIC X.
               05 XMD-LEDGER-DATE      PIC X(10).
               05 FILLER               PIC X(4).
           01 XMIT-TRAILER-RECORD.
               05 XMT-REC-TYPE         PIC X.
               05 XMT-SEQUENCE         PIC 9(6).
               05 XMT-RECORD-COUNT     PIC 9(6).
               05 XMT-HASH-CONFIRMED   PIC 9(15).
               05 XMT-HASH-DEATHS      PIC 9(15).
               05 FILLER               PIC X(57).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 LOAD-STATUS                  PIC XX VALUE SPACES.
       01 LEDGER-STATUS                PIC XX VALUE SPACES.
       01 HIST-STATUS                  PIC XX VALUE SPACES.
       01 XMIT-LOG-STATUS              PIC XX VALUE SPACES.
       01 LEDGER-EOF                   PIC XXX VALUE "NO".
       01 XMIT-LOG-EOF                 PIC XXX VALUE "NO".
       01 HISTORY-AVAILABLE            PIC XXX VALUE "YES".
       01 HISTORY-EOF                  PIC XXX VALUE "NO".
       01 CONTROL-DATE-USED            PIC XXX VALUE "NO".
       01 XMIT-LOGGED                  PIC XXX VALUE "NO".

       01 AS-OF-DATE                   PIC X(10) VALUE SPACES.
       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-TIME                     PIC 9(6) VALUE ZERO.
       01 XMIT-FILENAME                PIC X(20) VALUE SPACES.

      *Sequence numbers - the highest on the log and the one this
      *run takes.
       01 LAST-SEQUENCE                PIC 9(6) VALUE ZERO.
       01 NEW-SEQUENCE                 PIC 9(6) VALUE ZERO.

       01 DETAIL-COUNT                 PIC 9(6) VALUE ZERO.
       01 HASH-CONFIRMED               PIC 9(15) VALUE ZERO.
       01 HASH-DEATHS                  PIC 9(15) VALUE ZERO.
       01 CARRIED-COUNT                PIC 9(6) VALUE ZERO.
       01 NO-ENTRY-COUNT               PIC 9(6) VALUE ZERO.
       01 RESENT-COUNT                 PIC 9(4) VALUE ZERO.

      *Totals of the newest history entry before the as-of date -
      *what a day built after the ledger moved on is measured from.
       01 PRIOR-CONFIRMED              PIC 9(9) VALUE ZERO.
       01 PRIOR-DEATHS                 PIC 9(8) VALUE ZERO.
       01 PRIOR-RECOVERED              PIC 9(9) VALUE ZERO.
       01 PRIOR-FOUND                  PIC XXX VALUE "NO".

       01 DASHED-LINE.
           05 FILLER                   PIC X(100) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(100) VALUE
           'OUTBOUND TRANSMISSION TO THE HEALTH BOARD'.

       01 LABEL-LINE.
           05 LBL-NAME                 PIC X(24).
           05 LBL-VALUE                PIC X(30).

       01 COUNT-LINE.
           05 CNL-NAME                 PIC X(24).
           05 CNL-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 RESENT-LINE.
           05 FILLER                   PIC X(24) VALUE
           'RESEND OF SEQUENCE:     '.
           05 RSL-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X(16) VALUE
           '  FIRST SENT ON '.
           05 RSL-SENT-DATE            PIC 9(8).

       01 NO-DATE-LINE.
           05 FILLER                   PIC X(56) VALUE
           'LOADSTAT.DAT CARRIES NO FEED DATE - NOTHING TRANSMITTED.'.

       01 NO-LEDGER-LINE.
           05 FILLER                   PIC X(50) VALUE
           'LEDGER.DAT NOT AVAILABLE - NOTHING TRANSMITTED.'.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN OUTPUT OUTPUT-FILE.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 110-DETERMINE-AS-OF-DATE.
           IF AS-OF-DATE = SPACES
               MOVE NO-DATE-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               DISPLAY "NO FEED DATE ON LOADSTAT.DAT - NOT SENT."
               CLOSE OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
               MOVE NO-LEDGER-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
               DISPLAY "LEDGER.DAT NOT AVAILABLE - NOT SENT."
               CLOSE OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS NOT = "00" AND HIST-STATUS NOT = "05"
               MOVE "NO" TO HISTORY-AVAILABLE
           END-IF.

           PERFORM 120-OPEN-XMIT-LOG.
           PERFORM 130-FIND-LAST-SEQUENCE.
           COMPUTE NEW-SEQUENCE = LAST-SEQUENCE + 1.
           MOVE SPACES TO XMIT-FILENAME.
           STRING "XMIT_" DELIMITED BY SIZE
                  NEW-SEQUENCE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO XMIT-FILENAME.

           OPEN OUTPUT XMIT-FILE.
           PERFORM 200-WRITE-HEADER.
           PERFORM 300-WRITE-DETAILS.
           PERFORM 400-WRITE-TRAILER.
           CLOSE XMIT-FILE.

           PERFORM 500-LOG-TRANSMISSION.
           IF CONTROL-DATE-USED = "YES" AND XMIT-LOGGED = "YES"
               PERFORM 520-CLEAR-CONTROL-FILE
           END-IF.
           PERFORM 600-MARK-RESENDS.
           PERFORM 800-WRITE-SUMMARY.

           CLOSE LEDGER-FILE
               XMIT-LOG-FILE
               OUTPUT-FILE.
           IF HISTORY-AVAILABLE = "YES"
               CLOSE HISTORY-FILE
           END-IF.
           STOP RUN.

      *The transmission is as of the date on the control file when
      *the driver or a resend has set one, otherwise as of the feed
      *MIDLOAD last loaded.
       110-DETERMINE-AS-OF-DATE.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END CONTINUE
               NOT AT END MOVE CONTROL-RECORD TO AS-OF-DATE.
           CLOSE CONTROL-FILE.
           IF AS-OF-DATE NOT = SPACES
               MOVE "YES" TO CONTROL-DATE-USED
           END-IF.
           IF AS-OF-DATE = SPACES
               PERFORM 115-READ-LOAD-STATUS
           END-IF.

       115-READ-LOAD-STATUS.
           OPEN INPUT LOAD-STATUS-FILE.
           IF LOAD-STATUS = "00"
               READ LOAD-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LST-RESULT = "LOADED"
                           MOVE LST-FEED-DATE TO AS-OF-DATE
                       END-IF
               END-READ
               CLOSE LOAD-STATUS-FILE
           END-IF.

      *Opens the transmission log, creating it on the very first run.
       120-OPEN-XMIT-LOG.
           OPEN I-O XMIT-LOG-FILE.
           IF XMIT-LOG-STATUS = "35" OR XMIT-LOG-STATUS = "05"
               OPEN OUTPUT XMIT-LOG-FILE
               CLOSE XMIT-LOG-FILE
               OPEN I-O XMIT-LOG-FILE
           END-IF.

      *The log is keyed by sequence number, so the last entry read
      *in key order carries the highest number issued.
       130-FIND-LAST-SEQUENCE.
           MOVE ZERO TO LAST-SEQUENCE.
           MOVE "NO" TO XMIT-LOG-EOF.
           MOVE ZERO TO XL-SEQUENCE.
           START XMIT-LOG-FILE KEY IS NOT LESS THAN XL-SEQUENCE
               INVALID KEY MOVE "YES" TO XMIT-LOG-EOF.
           PERFORM 140-READ-LOG-FOR-SEQUENCE
               UNTIL XMIT-LOG-EOF = "YES".

       140-READ-LOG-FOR-SEQUENCE.
           READ XMIT-LOG-FILE NEXT RECORD
               AT END MOVE "YES" TO XMIT-LOG-EOF
               NOT AT END MOVE XL-SEQUENCE TO LAST-SEQUENCE.

       200-WRITE-HEADER.
           MOVE SPACES TO XMIT-HEADER-RECORD.
           MOVE "H" TO XMH-REC-TYPE.
           MOVE NEW-SEQUENCE TO XMH-SEQUENCE.
           MOVE AS-OF-DATE TO XMH-AS-OF-DATE.
           MOVE RUN-DATE TO XMH-CREATED-DATE.
           MOVE RUN-TIME TO XMH-CREATED-TIME.
           MOVE "MIDNIGHT" TO XMH-SENDER.
           WRITE XMIT-HEADER-RECORD.

      *One detail per ledger country. The history entry for the
      *as-of date supplies the name and the day's totals; a
      *country with no entry that day sends its ledger totals,
      *typed L, so the board still receives every country.
       300-WRITE-DETAILS.
           MOVE "NO" TO LEDGER-EOF.
           MOVE LOW-VALUES TO LED-COUNTRY-CODE.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-COUNTRY-CODE
               INVALID KEY MOVE "YES" TO LEDGER-EOF.
           PERFORM 310-READ-LEDGER-ENTRY UNTIL LEDGER-EOF = "YES".

       310-READ-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "YES" TO LEDGER-EOF
               NOT AT END PERFORM 320-BUILD-DETAIL.

       320-BUILD-DETAIL.
           MOVE SPACES TO XMIT-DETAIL-RECORD.
           MOVE "D" TO XMD-REC-TYPE.
           MOVE LED-COUNTRY-CODE TO XMD-COUNTRY-CODE.
           MOVE AS-OF-DATE TO XMD-DATE.
      *The ledger's new figures belong to its own run date only.
           IF AS-OF-DATE = LED-RUN-DATE
               MOVE LED-NEWCONF TO XMD-NEW-CONFIRMED
               MOVE LED-NEWDTHS TO XMD-NEW-DEATHS
               MOVE LED-NEWREC TO XMD-NEW-RECOVERED
           ELSE
               MOVE ZERO TO XMD-NEW-CONFIRMED
               MOVE ZERO TO XMD-NEW-DEATHS
               MOVE ZERO TO XMD-NEW-RECOVERED
           END-IF.
           MOVE LED-RUN-DATE TO XMD-LEDGER-DATE.
           MOVE LED-TTLCONF TO XMD-TOTAL-CONFIRMED.
           MOVE LED-TTLDTHS TO XMD-TOTAL-DEATHS.
           MOVE LED-TTLREC TO XMD-TOTAL-RECOVERED.
           MOVE "L" TO XMD-ENTRY-TYPE.
           IF HISTORY-AVAILABLE = "YES"
               MOVE LED-COUNTRY-CODE TO HIST-COUNTRY-CODE
               MOVE AS-OF-DATE TO HIST-DATE
               READ HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 330-TAKE-HISTORY-ENTRY
               END-READ
           END-IF.
           IF XMD-ENTRY-TYPE = "L"
               ADD 1 TO NO-ENTRY-COUNT
           END-IF.
           WRITE XMIT-DETAIL-RECORD.
           ADD 1 TO DETAIL-COUNT.
           ADD XMD-TOTAL-CONFIRMED TO HASH-CONFIRMED.
           ADD XMD-TOTAL-DEATHS TO HASH-DEATHS.

      *A carried-forward entry goes out typed C so the board can
      *see the country did not report that day - and so it has no
      *new figures to send.
       330-TAKE-HISTORY-ENTRY.
           MOVE HIST-COUNTRY TO XMD-COUNTRY.
           MOVE HIST-TOTAL-CONFIRMED TO XMD-TOTAL-CONFIRMED.
           MOVE HIST-TOTAL-DEATHS TO XMD-TOTAL-DEATHS.
           MOVE HIST-TOTAL-RECOVERED TO XMD-TOTAL-RECOVERED.
           IF HIST-ENTRY-TYPE = "C"
               MOVE "C" TO XMD-ENTRY-TYPE
               ADD 1 TO CARRIED-COUNT
               MOVE ZERO TO XMD-NEW-CONFIRMED
               MOVE ZERO TO XMD-NEW-DEATHS
               MOVE ZERO TO XMD-NEW-RECOVERED
           ELSE
               MOVE "R" TO XMD-ENTRY-TYPE
               IF AS-OF-DATE NOT = LED-RUN-DATE
                   PERFORM 340-DERIVE-NEW-FIGURES
               END-IF
           END-IF.

      *Finds the country's newest history entry before the as-of
      *date the way MIDXDAY does - reading forward from its first
      *entry and stopping at the as-of date - and sends the rise
      *since then. A total revised downward sends no new figures,
      *and so does a country with no earlier entry - its first day
      *on file has no movement to measure, as MIDLEDRC rebuilds it.
      *A rise too large for the detail field is sent as all nines.
       340-DERIVE-NEW-FIGURES.
           MOVE "NO" TO PRIOR-FOUND.
           MOVE ZERO TO PRIOR-CONFIRMED.
           MOVE ZERO TO PRIOR-DEATHS.
           MOVE ZERO TO PRIOR-RECOVERED.
           MOVE "NO" TO HISTORY-EOF.
           MOVE LED-COUNTRY-CODE TO HIST-COUNTRY-CODE.
           MOVE LOW-VALUES TO HIST-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY MOVE "YES" TO HISTORY-EOF.
           PERFORM 350-READ-HISTORY-FORWARD
               UNTIL HISTORY-EOF = "YES".
           MOVE ZERO TO XMD-NEW-CONFIRMED.
           MOVE ZERO TO XMD-NEW-DEATHS.
           MOVE ZERO TO XMD-NEW-RECOVERED.
           IF PRIOR-FOUND = "YES"
               PERFORM 345-MEASURE-RISE
           END-IF.

       345-MEASURE-RISE.
           IF XMD-TOTAL-CONFIRMED > PRIOR-CONFIRMED
               COMPUTE XMD-NEW-CONFIRMED =
                   XMD-TOTAL-CONFIRMED - PRIOR-CONFIRMED
                   ON SIZE ERROR MOVE 9999999 TO XMD-NEW-CONFIRMED
               END-COMPUTE
           END-IF.
           IF XMD-TOTAL-DEATHS > PRIOR-DEATHS
               COMPUTE XMD-NEW-DEATHS =
                   XMD-TOTAL-DEATHS - PRIOR-DEATHS
                   ON SIZE ERROR MOVE 9999999 TO XMD-NEW-DEATHS
               END-COMPUTE
           END-IF.
           IF XMD-TOTAL-RECOVERED > PRIOR-RECOVERED
               COMPUTE XMD-NEW-RECOVERED =
                   XMD-TOTAL-RECOVERED - PRIOR-RECOVERED
                   ON SIZE ERROR MOVE 9999999 TO XMD-NEW-RECOVERED
               END-COMPUTE
           END-IF.

       350-READ-HISTORY-FORWARD.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "YES" TO HISTORY-EOF
               NOT AT END
                   IF HIST-COUNTRY-CODE NOT = LED-COUNTRY-CODE
                           OR HIST-DATE NOT < AS-OF-DATE
                       MOVE "YES" TO HISTORY-EOF
                   ELSE
                       MOVE "YES" TO PRIOR-FOUND
                       MOVE HIST-TOTAL-CONFIRMED TO PRIOR-CONFIRMED
                       MOVE HIST-TOTAL-DEATHS TO PRIOR-DEATHS
                       MOVE HIST-TOTAL-RECOVERED TO PRIOR-RECOVERED
                   END-IF.

       400-WRITE-TRAILER.
           MOVE SPACES TO XMIT-TRAILER-RECORD.
           MOVE "T" TO XMT-REC-TYPE.
           MOVE NEW-SEQUENCE TO XMT-SEQUENCE.
           MOVE DETAIL-COUNT TO XMT-RECORD-COUNT.
           MOVE HASH-CONFIRMED TO XMT-HASH-CONFIRMED.
           MOVE HASH-DEATHS TO XMT-HASH-DEATHS.
           WRITE XMIT-TRAILER-RECORD.

      *Logged as sent and awaiting the board's acknowledgment.
       500-LOG-TRANSMISSION.
           MOVE SPACES TO XMIT-LOG-RECORD.
           MOVE NEW-SEQUENCE TO XL-SEQUENCE.
           MOVE AS-OF-DATE TO XL-AS-OF-DATE.
           MOVE XMIT-FILENAME TO XL-FILE-NAME.
           MOVE RUN-DATE TO XL-SENT-DATE.
           MOVE RUN-TIME TO XL-SENT-TIME.
           MOVE DETAIL-COUNT TO XL-RECORD-COUNT.
           MOVE HASH-CONFIRMED TO XL-HASH-CONFIRMED.
           MOVE HASH-DEATHS TO XL-HASH-DEATHS.
           MOVE "S" TO XL-STATUS.
           MOVE "N" TO XL-RESEND-FLAG.
           MOVE ZERO TO XL-RESENT-SEQUENCE.
           WRITE XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT LOG WRITE ERROR: " XL-SEQUENCE
               NOT INVALID KEY
                   MOVE "YES" TO XMIT-LOGGED.

      *A control-file date has been built and logged - the file is
      *emptied so the next run goes back to the feed date.
       520-CLEAR-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE.
           CLOSE CONTROL-FILE.

      *Any earlier transmission of the same as-of date still
      *waiting for a resend is answered by this one.
       600-MARK-RESENDS.
           MOVE "NO" TO XMIT-LOG-EOF.
           MOVE ZERO TO XL-SEQUENCE.
           START XMIT-LOG-FILE KEY IS NOT LESS THAN XL-SEQUENCE
               INVALID KEY MOVE "YES" TO XMIT-LOG-EOF.
           PERFORM 610-READ-LOG-FOR-RESEND
               UNTIL XMIT-LOG-EOF = "YES".

       610-READ-LOG-FOR-RESEND.
           READ XMIT-LOG-FILE NEXT RECORD
               AT END MOVE "YES" TO XMIT-LOG-EOF
               NOT AT END
                   IF XL-AS-OF-DATE = AS-OF-DATE
                           AND XL-RESEND-FLAG = "Y"
                           AND XL-SEQUENCE NOT = NEW-SEQUENCE
                       PERFORM 620-MARK-ONE-RESENT
                   END-IF.

       620-MARK-ONE-RESENT.
           MOVE "N" TO XL-RESEND-FLAG.
           MOVE NEW-SEQUENCE TO XL-RESENT-SEQUENCE.
           REWRITE XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT LOG REWRITE ERROR: " XL-SEQUENCE.
           ADD 1 TO RESENT-COUNT.
           MOVE XL-SEQUENCE TO RSL-SEQUENCE.
           MOVE XL-SENT-DATE TO RSL-SENT-DATE.
           MOVE RESENT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       800-WRITE-SUMMARY.
           MOVE "SEQUENCE NUMBER:" TO LBL-NAME.
           MOVE NEW-SEQUENCE TO LBL-VALUE.
           MOVE LABEL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "AS-OF DATE:" TO LBL-NAME.
           MOVE AS-OF-DATE TO LBL-VALUE.
           MOVE LABEL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "FILE:" TO LBL-NAME.
           MOVE XMIT-FILENAME TO LBL-VALUE.
           MOVE LABEL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "DETAIL RECORDS:" TO CNL-NAME.
           MOVE DETAIL-COUNT TO CNL-VALUE.
           MOVE COUNT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "HASH TOTAL CONFIRMED:" TO CNL-NAME.
           MOVE HASH-CONFIRMED TO CNL-VALUE.
           MOVE COUNT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "HASH TOTAL DEATHS:" TO CNL-NAME.
           MOVE HASH-DEATHS TO CNL-VALUE.
           MOVE COUNT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "CARRIED FORWARD (C):" TO CNL-NAME.
           MOVE CARRIED-COUNT TO CNL-VALUE.
           MOVE COUNT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "LEDGER ONLY (L):" TO CNL-NAME.
           MOVE NO-ENTRY-COUNT TO CNL-VALUE.
           MOVE COUNT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "EARLIER SENDS ANSWERED:" TO CNL-NAME.
           MOVE RESENT-COUNT TO CNL-VALUE.
           MOVE COUNT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDXMIT.
