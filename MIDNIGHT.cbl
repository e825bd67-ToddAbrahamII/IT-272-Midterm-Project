      * Author:Todd Abraham
      * Date: 8-22-2026
      * Purpose: Job-stream driver for the nightly run. Executes
      *          MIDLOAD, MIDVALID, MIDREFCK, MIDACK, MIDXDAY,
      *          MIDTERM, MIDTERMPT2, MIDGAP, MIDTERMPT3, MIDTOPN,
      *          MIDTERMCSV, MIDXMIT, MIDVAXCV, MIDALERT, MIDBRIEF,
      *          and MIDDIST in that order, halting the remaining
      *          steps when a step ends badly, when MIDLOAD refuses
      *          the feed - out of balance with its trailer, or a
      *          duplicate or stale feed already on the FEEDREG.DAT
      *          feed registry - when MIDVALID finds more exceptions
      *          than the tolerance set in the PARMFILE.DAT parameter
      *          file allows (MIDNIGHT EXCEPTOL, kept by MIDPARM), or
      *          when MIDXDAY finds the feed disagreeing with
      *          yesterday's history. MIDLOAD registers the feed as
      *          pending; once MIDXDAY has passed the newest feed
      *          date the driver confirms it as loaded, so a feed the
      *          night halts on never refuses its corrected copy. The
      *          night's run date is written to RUNDATE.DAT as the
      *          stream starts, and every audit line carries it, so a
      *          night that runs past midnight is still one night to
      *          the steps that read it. One outcome line is appended
      *          to AUDIT.LOG per step, so the morning check is a
      *          single look at one log. Each step that ends OK is
      *          recorded on the CHKPOINT.DAT checkpoint file as the
      *          stream goes, so a restart after a failed step skips
      *          the steps already ended OK tonight and picks up at
      *          the one that failed. A clean night clears the
      *          checkpoint so the next night starts fresh. MIDACK
      *          ending with transmissions to resend is a warning,
      *          like MIDREFCK's reference gaps, and never halts the
      *          night. So is MIDDIST finding a report it expected
      *          missing, or a bad distribution control record - the
      *          bundles it could build still go. MIDVAXCV finding a
      *          country whose vaccination coverage went backwards is
      *          a warning as well. A backlog feed carrying more than
      *          one date is caught up a day at a time: the validated
      *          feed is saved to ACCEPTED.ALL, split back onto
      *          ACCEPTED.TXT one date at a time in ascending order,
      *          and the per-day steps - MIDXDAY through MIDXMIT -
      *          run once per date, so a three-day backlog files
      *          exactly what three clean single nights would have:
      *          its own dated reports, its own ledger finalize, its
      *          own history entries, its own transmission to the
      *          health board.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   RECORD KEY IS PRM-KEY
                   FILE STATUS IS PARM-STATUS.

      *MIDLOAD's one-line machine-readable result
               SELECT LOAD-STATUS-FILE ASSIGN TO "LOADSTAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAD-STATUS.

      *MIDVALID's one-line machine-readable result
               SELECT STATUS-FILE ASSIGN TO "VALSTAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACKUP-STATUS.

      *Tonight's run date, written as the stream starts so the
      *steps date their work by the night, not by the clock.
               SELECT RUN-DATE-FILE ASSIGN TO "RUNDATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUN-DATE-STATUS.

      *The feed registry MIDLOAD keeps - tonight's feed is
      *confirmed here once it has passed the cross-day check.
               SELECT REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FR-FEED-DATE
                   FILE STATUS IS REGISTRY-STATUS.

      *MIDXMIT's as-of date - set to the day being run so each
      *feed date gets its own transmission.
               SELECT XMIT-CONTROL-FILE ASSIGN TO "XMITCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS XMIT-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *One run control, keyed by program and parameter name - the
               05 PRM-MAX              PIC 9(7).
               05 PRM-DESC             PIC X(30).

           FD LOAD-STATUS-FILE.
           01 LOAD-STATUS-RECORD.
               05 LST-RECORDS          PIC 9(6).
               05 FILLER               PIC X.
               05 LST-WRITTEN          PIC 9(6).
               05 FILLER               PIC X.
               05 LST-RESULT           PIC X(10).
               05 FILLER               PIC X.
               05 LST-FEED-DATE        PIC X(10).

           FD STATUS-FILE.
           01 STATUS-RECORD.
               05 STA-RECORDS          PIC 9(6).
               05 BKP-DATE             PIC X(10).
               05 FILLER               PIC X(10).

           FD RUN-DATE-FILE.
           01 RUN-DATE-RECORD.
               05 RDT-RUN-DATE         PIC 9(8).

      *The layout MIDLOAD keeps. P - registered, not yet confirmed;
      *L - loaded; B - backed out by MIDROLLBK.
           FD REGISTRY-FILE.
           01 REGISTRY-RECORD.
               05 FR-FEED-DATE         PIC X(10).
               05 FR-RECORD-COUNT      PIC 9(6).
               05 FR-HASH-CONFIRMED    PIC 9(15).
               05 FR-HASH-DEATHS       PIC 9(15).
               05 FR-LOAD-DATE         PIC 9(8).
               05 FR-LOAD-TIME         PIC 9(6).
               05 FR-STATUS            PIC X.

           FD XMIT-CONTROL-FILE.
           01 XMIT-CONTROL-RECORD      PIC X(10).

       WORKING-STORAGE SECTION.
       01 LOAD-STATUS                  PIC XX VALUE SPACES.
       01 STATUS-STATUS                PIC XX VALUE SPACES.
       01 XDAY-STATUS                  PIC XX VALUE SPACES.
       01 AUDIT-STATUS                 PIC XX VALUE SPACES.
       01 PARM-STATUS                  PIC XX VALUE SPACES.
       01 ACCEPTED-STATUS              PIC XX VALUE SPACES.
       01 BACKUP-STATUS                PIC XX VALUE SPACES.
       01 RUN-DATE-STATUS              PIC XX VALUE SPACES.
       01 REGISTRY-STATUS              PIC XX VALUE SPACES.
       01 XMIT-CONTROL-STATUS          PIC XX VALUE SPACES.
       01 CHECKPOINT-EOF               PIC XXX VALUE "NO".
       01 ACCEPTED-EOF                 PIC XXX VALUE "NO".
       01 BACKUP-EOF                   PIC XXX VALUE "NO".
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT STREAM-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 105-WRITE-RUN-DATE.
           PERFORM 110-LOAD-TOLERANCE.
           PERFORM 140-LOAD-CHECKPOINT.
           PERFORM 500-RUN-STREAM.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 980-CLEAR-CHECKPOINT
               PERFORM 985-CLEAR-RUN-DATE
               DISPLAY "NIGHTLY STREAM COMPLETE."
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Leaves tonight's run date for the steps that date their
      *work - MIDTERM, MIDTERMPT2, MIDGAP, and MIDDIST read it in
      *place of the clock, which may pass midnight mid-stream.
       105-WRITE-RUN-DATE.
           OPEN OUTPUT RUN-DATE-FILE.
           MOVE STREAM-RUN-DATE TO RDT-RUN-DATE.
           WRITE RUN-DATE-RECORD.
           CLOSE RUN-DATE-FILE.

      *Reads the exception tolerance from the parameter file kept
      *by MIDPARM. MIDPARM edits the value before storing it, but
      *the digits are still rebuilt here so a hand-edited file
                           TO DONE-DAY (DONE-STEP-COUNT)
                   END-IF.

      *The whole night, in step order. The feed load, validation,
      *the reference check, and the acknowledgment match run once;
      *the per-day steps - the transmission among them - run once
      *per feed date so a backlog is caught up a day at a time;
      *the alert sweep and the briefing close the night out, and
      *the distribution bundles up everything the night produced.
       500-RUN-STREAM.
           MOVE SPACES TO STEP-DAY.
           MOVE "MIDLOAD" TO STEP-NAME.
           MOVE "./MIDLOAD" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.

           MOVE "MIDVALID" TO STEP-NAME.
           MOVE "./MIDVALID" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE "./MIDREFCK" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.

      *The board's acknowledgments of earlier transmissions are
      *matched before tonight's transmissions are built.
           MOVE "MIDACK" TO STEP-NAME.
           MOVE "./MIDACK" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.

           PERFORM 650-RUN-ONE-DAY
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > FEED-DAY-COUNT.
               PERFORM 690-RESTORE-ACCEPTED
           END-IF.

      *The vaccination figures are not split by day - MIDVAXCV
      *files every date the feed carried in one pass.
           MOVE SPACES TO STEP-DAY.
           MOVE "MIDVAXCV" TO STEP-NAME.
           MOVE "./MIDVAXCV" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.

           MOVE "MIDALERT" TO STEP-NAME.
           MOVE "./MIDALERT" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE "./MIDBRIEF" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.

           MOVE "MIDDIST" TO STEP-NAME.
           MOVE "./MIDDIST" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.

      *Runs one step of the stream, or records it as skipped when
      *an earlier step has already halted the night, or when the
      *checkpoint shows it already ended OK tonight.
           END-IF.

       300-EXECUTE-STEP.
           IF STEP-NAME = "MIDXMIT" AND STEP-DAY NOT = SPACES
               PERFORM 310-SET-XMIT-DAY
           END-IF.
           MOVE SPACES TO COMMAND-TEXT.
           STRING STEP-COMMAND DELIMITED BY SPACE
               INTO COMMAND-TEXT.
      *A reference-data gap warns the morning check but never
      *holds the night's reports - the rows print N/A or land in
      *UNASSIGNED the way they always did until the master and
      *cross-reference catch up. A transmission the board rejected
      *or never acknowledged is the same kind of warning - it is
      *resent, and the night goes on. A report missing from the
      *distribution is flagged on its log the same way, and so is
      *vaccination coverage that went backwards.
               IF STEP-NAME = "MIDREFCK" OR STEP-NAME = "MIDACK"
                       OR STEP-NAME = "MIDDIST"
                       OR STEP-NAME = "MIDVAXCV"
                   MOVE "WARNING" TO AUD-STEP-STATUS
                   EVALUATE STEP-NAME
                       WHEN "MIDREFCK"
                           MOVE "REFERENCE GAPS - SEE refcheck.rpt"
                               TO AUD-STEP-NOTE
                       WHEN "MIDACK"
                           MOVE "TRANSMISSIONS TO RESEND - SEE ack.rpt"
                               TO AUD-STEP-NOTE
                       WHEN "MIDVAXCV"
                           MOVE "COVERAGE FELL - SEE vaxcov.rpt"
                               TO AUD-STEP-NOTE
                       WHEN OTHER
                           MOVE "DISTRIBUTION FLAGS - SEE DISTLOG.TXT"
                               TO AUD-STEP-NOTE
                   END-EVALUATE
                   PERFORM 950-WRITE-CHECKPOINT
                   PERFORM 900-WRITE-AUDIT-LINE
               ELSE
           ELSE
               MOVE "OK" TO AUD-STEP-STATUS
               MOVE SPACES TO AUD-STEP-NOTE
               IF STEP-NAME = "MIDLOAD"
                   PERFORM 380-CHECK-LOAD-RESULT
               END-IF
               IF STEP-NAME = "MIDVALID"
                   MOVE "YES" TO MIDVALID-RAN
                   PERFORM 400-CHECK-VALIDATION-RESULT
               END-IF
               IF STEP-NAME = "MIDXDAY"
                   PERFORM 450-CHECK-CROSSDAY-RESULT
                   IF AUD-STEP-STATUS = "OK"
                           AND DAY-IDX = FEED-DAY-COUNT
                       PERFORM 460-CONFIRM-FEED
                   END-IF
               END-IF
      *Only a step still standing OK after its result checks is
      *checkpointed - a HALTED step must run again on the restart.
               PERFORM 900-WRITE-AUDIT-LINE
           END-IF.

      *Has MIDXMIT build the day being run - it empties the control
      *file again once the transmission is logged.
       310-SET-XMIT-DAY.
           OPEN OUTPUT XMIT-CONTROL-FILE.
           MOVE STEP-DAY TO XMIT-CONTROL-RECORD.
           WRITE XMIT-CONTROL-RECORD.
           CLOSE XMIT-CONTROL-FILE.

      *Reads MIDLOAD's result and holds every later step back when
      *the feed was refused - a feed that does not balance to its
      *own trailer, or one already loaded, must not be validated,
      *let alone reported on.
       380-CHECK-LOAD-RESULT.
           OPEN INPUT LOAD-STATUS-FILE.
           IF LOAD-STATUS NOT = "00"
               MOVE "YES" TO STREAM-HALTED
               MOVE "LOAD RESULT NOT READABLE" TO HALT-REASON
               MOVE "HALTED" TO AUD-STEP-STATUS
               MOVE HALT-REASON TO AUD-STEP-NOTE
           ELSE
               READ LOAD-STATUS-FILE
                   AT END
                       MOVE "YES" TO STREAM-HALTED
                       MOVE "LOAD RESULT NOT READABLE" TO HALT-REASON
                       MOVE "HALTED" TO AUD-STEP-STATUS
                       MOVE HALT-REASON TO AUD-STEP-NOTE
                   NOT AT END PERFORM 390-APPLY-LOAD-RESULT
               END-READ
               CLOSE LOAD-STATUS-FILE
           END-IF.

       390-APPLY-LOAD-RESULT.
           IF LST-RESULT NOT = "LOADED"
               MOVE "YES" TO STREAM-HALTED
               EVALUATE LST-RESULT
                   WHEN "NOTRAILER"
                       MOVE "FEED HAS NO TRAILER - MAY BE TRUNCATED"
                           TO HALT-REASON
                   WHEN "DUPLICATE"
                       MOVE "DUPLICATE FEED - ALREADY LOADED"
                           TO HALT-REASON
                   WHEN "STALE"
                       MOVE "STALE FEED - OLDER THAN LAST LOADED"
                           TO HALT-REASON
                   WHEN OTHER
                       MOVE "FEED OUT OF BALANCE WITH ITS TRAILER"
                           TO HALT-REASON
               END-EVALUATE
               MOVE "HALTED" TO AUD-STEP-STATUS
               MOVE HALT-REASON TO AUD-STEP-NOTE
           END-IF.

      *Reads MIDVALID's result and holds the report steps back
      *when the exception count is over the tolerance. The bad
      *records are already quarantined, but a feed that dirty
               CLOSE XDAY-STATUS-FILE
           END-IF.

      *The newest feed date has passed the cross-day check, so the
      *feed MIDLOAD registered as pending is confirmed as loaded -
      *from here on a second copy of it is refused as a duplicate.
      *A feed left pending by a halted night stays reloadable.
       460-CONFIRM-FEED.
           OPEN INPUT LOAD-STATUS-FILE.
           IF LOAD-STATUS = "00"
               READ LOAD-STATUS-FILE
                   AT END MOVE SPACES TO LST-FEED-DATE
               END-READ
               CLOSE LOAD-STATUS-FILE
               IF LST-FEED-DATE NOT = SPACES
                   PERFORM 470-MARK-FEED-LOADED
               END-IF
           END-IF.

       470-MARK-FEED-LOADED.
           OPEN I-O REGISTRY-FILE.
           IF REGISTRY-STATUS = "00"
               MOVE LST-FEED-DATE TO FR-FEED-DATE
               READ REGISTRY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FR-STATUS = "P"
                           PERFORM 480-REWRITE-FEED-LOADED
                       END-IF
               END-READ
               CLOSE REGISTRY-FILE
           END-IF.

       480-REWRITE-FEED-LOADED.
           MOVE "L" TO FR-STATUS.
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "REGISTRY REWRITE ERROR: " FR-FEED-DATE.

       410-APPLY-TOLERANCE.
           MOVE STA-EXCEPTIONS TO SAVED-EXCEPTIONS.
           IF SAVED-EXCEPTIONS > EXCEPTION-TOLERANCE
           MOVE FEED-DAY-ENTRY (FEED-DAY-SHIFT-IDX)
               TO FEED-DAY-ENTRY (FEED-DAY-SHIFT-IDX + 1).

      *One full day of the stream: the cross-day check, the
      *five report steps, the non-reporting check after the
      *history is filed, and the day's transmission, run against
      *that day's records only when the night is a catch-up. Each
      *step checkpoints under its day, so a restart resumes inside
      *the right day.
       650-RUN-ONE-DAY.
           MOVE FEED-DAY-ENTRY (DAY-IDX) TO STEP-DAY.
           IF SPLIT-NEEDED = "YES" AND STREAM-HALTED = "NO"
           MOVE "MIDTERMPT2" TO STEP-NAME.
           MOVE "./MIDTERMPT2" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE "MIDGAP" TO STEP-NAME.
           MOVE "./MIDGAP" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE "MIDTERMPT3" TO STEP-NAME.
           MOVE "./MIDTERMPT3" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE "MIDTERMCSV" TO STEP-NAME.
           MOVE "./MIDTERMCSV" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE "MIDXMIT" TO STEP-NAME.
           MOVE "./MIDXMIT" TO STEP-COMMAND.
           PERFORM 200-RUN-ONE-STEP.
           MOVE SPACES TO STEP-DAY.

      *Rewrites ACCEPTED.TXT with only this day's records, pulled
                   MOVE BACKUP-RECORD TO ACCEPTED-RECORD
                   WRITE ACCEPTED-RECORD.

      *Appends one outcome line to the shared audit log, dated by
      *the night rather than the clock so every step of one night
      *carries the same run date.
       900-WRITE-AUDIT-LINE.
           MOVE STEP-NAME TO AUD-STEP-NAME.
           MOVE STREAM-RUN-DATE TO AUD-RUN-DATE.
           ACCEPT AUD-RUN-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "35"
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      *Empties the run-date file after a clean night, so a step run
      *on its own during the day goes by the clock again.
       985-CLEAR-RUN-DATE.
           OPEN OUTPUT RUN-DATE-FILE.
           CLOSE RUN-DATE-FILE.

       END PROGRAM MIDNIGHT.
