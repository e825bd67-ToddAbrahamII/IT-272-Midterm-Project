      ******************************************************************
      * Author:Todd Abraham
      * Date: 10-15-2026
      * Purpose: Reads the health board's acknowledgment file,
      *          ACK.TXT, and matches each acknowledgment to the
      *          transmission MIDXMIT logged on XMITLOG.DAT under
      *          the same sequence number. An ACCEPTED
      *          acknowledgment whose record count agrees with what
      *          was sent marks the transmission acknowledged. A
      *          REJECTED one, or one whose count disagrees, marks
      *          it rejected and flags it for resend. Any
      *          transmission still awaiting acknowledgment more
      *          than MIDACK ACKDAYS days (PARMFILE.DAT, standing
      *          value 1) after it was sent is marked never
      *          acknowledged and flagged for resend as well.
      *          ack.rpt lists every acknowledgment read and every
      *          transmission still waiting on a resend, which
      *          MIDXMIT builds the next time it runs for that
      *          as-of date. Ends with return code 4 when anything
      *          is waiting on a resend so the nightly stream can
      *          warn without halting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDACK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      *The board's acknowledgments - absent on a night when none
      *came back.
               SELECT OPTIONAL ACK-FILE ASSIGN TO "ACK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACK-STATUS.

               SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS XL-SEQUENCE
                   FILE STATUS IS XMIT-LOG-STATUS.

      *Run controls, maintained by MIDPARM. The MIDACK ACKDAYS
      *parameter holds the days the board has to acknowledge a
      *transmission before it is treated as lost.
               SELECT PARM-FILE ASSIGN TO "PARMFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRM-KEY
                   FILE STATUS IS PARM-STATUS.

               SELECT OUTPUT-FILE ASSIGN TO "ack.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *One acknowledgment per transmission the board processed.
           FD ACK-FILE.
           01 ACK-RECORD.
               05 ACK-SEQUENCE         PIC 9(6).
               05 FILLER               PIC X.
               05 ACK-CODE             PIC X(8).
               05 FILLER               PIC X.
               05 ACK-DATE             PIC X(10).
               05 FILLER               PIC X.
               05 ACK-RECORD-COUNT     PIC 9(6).
               05 FILLER               PIC X.
               05 ACK-REASON           PIC X(40).

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

      *One run control, keyed by program and parameter name - the
      *layout MIDPARM maintains.
           FD PARM-FILE.
           01 PARM-RECORD.
               05 PRM-KEY.
                   10 PRM-PROGRAM      PIC X(10).
                   10 PRM-NAME         PIC X(10).
               05 PRM-VALUE            PIC X(10).
               05 PRM-TYPE             PIC X.
               05 PRM-MIN              PIC 9(7).
               05 PRM-MAX              PIC 9(7).
               05 PRM-DESC             PIC X(30).

           FD OUTPUT-FILE.
           01 OUTPUT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 ACK-STATUS                   PIC XX VALUE SPACES.
       01 XMIT-LOG-STATUS              PIC XX VALUE SPACES.
       01 PARM-STATUS                  PIC XX VALUE SPACES.
       01 ACK-EOF                      PIC XXX VALUE "NO".
       01 XMIT-LOG-EOF                 PIC XXX VALUE "NO".

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-DATE-INTEGER             PIC 9(7) VALUE ZERO.
       01 SENT-DATE-INTEGER            PIC 9(7) VALUE ZERO.
       01 DAYS-WAITING                 PIC S9(7) VALUE ZERO.

      *Standing acknowledgment window, replaced by whatever the
      *parameter file carries.
       01 ACK-DAYS                     PIC 9(4) VALUE 1.
       01 ACK-DAYS-TEXT                PIC X(10) VALUE SPACES.
       01 THR-CHAR-IDX                 PIC 9(2) VALUE ZERO.
       01 THR-VALUE                    PIC 9(7) VALUE ZERO.
       01 THR-DIGIT-X                  PIC X VALUE ZERO.
       01 THR-DIGIT REDEFINES THR-DIGIT-X
                                       PIC 9.
       01 THR-DIGITS-SEEN              PIC XXX VALUE "NO".

       01 ACK-READ-COUNT               PIC 9(6) VALUE ZERO.
       01 ACCEPTED-COUNT               PIC 9(6) VALUE ZERO.
       01 REJECTED-COUNT               PIC 9(6) VALUE ZERO.
       01 UNMATCHED-COUNT              PIC 9(6) VALUE ZERO.
       01 OVERDUE-COUNT                PIC 9(6) VALUE ZERO.
       01 RESEND-COUNT                 PIC 9(6) VALUE ZERO.
       01 ACK-RESULT                   PIC X(20) VALUE SPACES.

       01 DASHED-LINE.
           05 FILLER                   PIC X(120) VALUES ALL '*'.

       01 TITLE-LINE.
           05 FILLER                   PIC X(120) VALUE
           'HEALTH BOARD ACKNOWLEDGMENTS'.

       01 ACK-HEADER-LINE.
           05 FILLER                   PIC X(8) VALUE 'SEQUENCE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'CODE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'ACK DATE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'RECORDS'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'RESULT'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE 'REASON'.

       01 ACK-DETAIL-LINE.
           05 ADL-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 ADL-CODE                 PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ADL-DATE                 PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ADL-RECORDS              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 ADL-RESULT               PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 ADL-REASON               PIC X(40).

       01 RESEND-TITLE-LINE.
           05 FILLER                   PIC X(120) VALUE
           'TRANSMISSIONS TO RESEND'.

       01 RESEND-HEADER-LINE.
           05 FILLER                   PIC X(8) VALUE 'SEQUENCE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'AS OF'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE 'SENT'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'FILE'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE 'STATUS'.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE 'REASON'.

       01 RESEND-DETAIL-LINE.
           05 RDL-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 RDL-AS-OF-DATE           PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RDL-SENT-DATE            PIC 9(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RDL-FILE-NAME            PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RDL-STATUS               PIC X(18).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 RDL-REASON               PIC X(40).

       01 NO-ACK-LINE.
           05 FILLER                   PIC X(40) VALUE
           'NO ACKNOWLEDGMENTS RECEIVED.'.

       01 NO-RESEND-LINE.
           05 FILLER                   PIC X(40) VALUE
           'NOTHING WAITING ON A RESEND.'.

       01 SUMMARY-LINE.
           05 FILLER                   PIC X(6) VALUE 'READ: '.
           05 SUM-READ                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
           '   ACCEPTED: '.
           05 SUM-ACCEPTED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
           '   REJECTED: '.
           05 SUM-REJECTED             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15) VALUE
           '   UNMATCHED: '.
           05 SUM-UNMATCHED            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE
           '   OVERDUE: '.
           05 SUM-OVERDUE              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE
           '   RESEND: '.
           05 SUM-RESEND               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
      *Runs the program
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           PERFORM 110-LOAD-ACK-DAYS.

           OPEN OUTPUT OUTPUT-FILE.
           MOVE TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

           PERFORM 140-OPEN-XMIT-LOG.
           PERFORM 200-READ-ACKNOWLEDGMENTS.
           PERFORM 300-CHECK-OVERDUE.
           PERFORM 400-LIST-RESENDS.
           PERFORM 800-WRITE-SUMMARY.

           CLOSE XMIT-LOG-FILE
               OUTPUT-FILE.
           IF RESEND-COUNT > ZERO
               DISPLAY "TRANSMISSIONS TO RESEND: " RESEND-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Reads the acknowledgment window from the parameter file
      *maintained by MIDPARM. MIDPARM edits the value before
      *storing it, but it is checked again here so a bad value
      *can never mark every transmission lost.
       110-LOAD-ACK-DAYS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00" OR PARM-STATUS = "05"
               MOVE "MIDACK" TO PRM-PROGRAM
               MOVE "ACKDAYS" TO PRM-NAME
               READ PARM-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRM-VALUE TO ACK-DAYS-TEXT
                       PERFORM 120-EDIT-ACK-DAYS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *A zero window would mark tonight's transmission lost before
      *the board could answer - the standing window stays then.
       120-EDIT-ACK-DAYS.
           MOVE ZERO TO THR-VALUE.
           MOVE "NO" TO THR-DIGITS-SEEN.
           PERFORM 130-EDIT-ACK-DAYS-CHAR
               VARYING THR-CHAR-IDX FROM 1 BY 1
               UNTIL THR-CHAR-IDX > 10.
           IF THR-DIGITS-SEEN = "YES" AND THR-VALUE > ZERO
                   AND THR-VALUE < 10000
               MOVE THR-VALUE TO ACK-DAYS
           END-IF.

       130-EDIT-ACK-DAYS-CHAR.
           IF ACK-DAYS-TEXT (THR-CHAR-IDX:1) NUMERIC
               MOVE "YES" TO THR-DIGITS-SEEN
               MOVE ACK-DAYS-TEXT (THR-CHAR-IDX:1) TO THR-DIGIT-X
               COMPUTE THR-VALUE = THR-VALUE * 10 + THR-DIGIT
                   ON SIZE ERROR MOVE 9999999 TO THR-VALUE
               END-COMPUTE
           END-IF.

      *Opens the transmission log, creating it if MIDXMIT has not
      *yet sent anything.
       140-OPEN-XMIT-LOG.
           OPEN I-O XMIT-LOG-FILE.
           IF XMIT-LOG-STATUS = "35" OR XMIT-LOG-STATUS = "05"
               OPEN OUTPUT XMIT-LOG-FILE
               CLOSE XMIT-LOG-FILE
               OPEN I-O XMIT-LOG-FILE
           END-IF.

       200-READ-ACKNOWLEDGMENTS.
           MOVE ACK-HEADER-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "NO" TO ACK-EOF.
           OPEN INPUT ACK-FILE.
           PERFORM 210-READ-ACK UNTIL ACK-EOF = "YES".
           CLOSE ACK-FILE.
           IF ACK-READ-COUNT = ZERO
               MOVE NO-ACK-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       210-READ-ACK.
           READ ACK-FILE
               AT END MOVE "YES" TO ACK-EOF
               NOT AT END PERFORM 220-MATCH-ACK.

      *An acknowledgment for a sequence never logged is reported
      *and otherwise ignored. A late acknowledgment of a
      *transmission already marked lost still counts - if the
      *resend has not been built, it is no longer needed.
       220-MATCH-ACK.
           ADD 1 TO ACK-READ-COUNT.
           MOVE ACK-SEQUENCE TO XL-SEQUENCE.
           READ XMIT-LOG-FILE
               INVALID KEY
                   MOVE "NO SUCH SEQUENCE" TO ACK-RESULT
                   ADD 1 TO UNMATCHED-COUNT
               NOT INVALID KEY
                   PERFORM 230-APPLY-ACK
           END-READ.
           MOVE ACK-SEQUENCE TO ADL-SEQUENCE.
           MOVE ACK-CODE TO ADL-CODE.
           MOVE ACK-DATE TO ADL-DATE.
           MOVE ACK-RECORD-COUNT TO ADL-RECORDS.
           MOVE ACK-RESULT TO ADL-RESULT.
           MOVE ACK-REASON TO ADL-REASON.
           MOVE ACK-DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       230-APPLY-ACK.
           MOVE ACK-DATE TO XL-ACK-DATE.
           MOVE ACK-REASON TO XL-ACK-REASON.
           IF ACK-CODE = "ACCEPTED"
                   AND ACK-RECORD-COUNT = XL-RECORD-COUNT
               MOVE "A" TO XL-STATUS
               MOVE "N" TO XL-RESEND-FLAG
               MOVE "ACKNOWLEDGED" TO ACK-RESULT
               ADD 1 TO ACCEPTED-COUNT
           ELSE
               MOVE "R" TO XL-STATUS
               IF XL-RESENT-SEQUENCE = ZERO
                   MOVE "Y" TO XL-RESEND-FLAG
               END-IF
               IF ACK-CODE = "ACCEPTED"
                   MOVE "COUNT DISAGREES" TO ACK-RESULT
                   MOVE "RECORD COUNT DISAGREES WITH TRAILER"
                       TO XL-ACK-REASON
               ELSE
                   MOVE "REJECTED" TO ACK-RESULT
               END-IF
               ADD 1 TO REJECTED-COUNT
           END-IF.
           REWRITE XMIT-LOG-RECORD
               INVALID KEY
                   DISPLAY "XMIT LOG REWRITE ERROR: " XL-SEQUENCE.

      *Anything still awaiting an answer past the window is lost.
       300-CHECK-OVERDUE.
           MOVE "NO" TO XMIT-LOG-EOF.
           MOVE ZERO TO XL-SEQUENCE.
           START XMIT-LOG-FILE KEY IS NOT LESS THAN XL-SEQUENCE
               INVALID KEY MOVE "YES" TO XMIT-LOG-EOF.
           PERFORM 310-READ-LOG-FOR-OVERDUE
               UNTIL XMIT-LOG-EOF = "YES".

       310-READ-LOG-FOR-OVERDUE.
           READ XMIT-LOG-FILE NEXT RECORD
               AT END MOVE "YES" TO XMIT-LOG-EOF
               NOT AT END
                   IF XL-STATUS = "S"
                       PERFORM 320-AGE-TRANSMISSION
                   END-IF.

       320-AGE-TRANSMISSION.
           COMPUTE SENT-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (XL-SENT-DATE).
           COMPUTE DAYS-WAITING =
               RUN-DATE-INTEGER - SENT-DATE-INTEGER.
           IF DAYS-WAITING > ACK-DAYS
               MOVE "N" TO XL-STATUS
               MOVE "Y" TO XL-RESEND-FLAG
               MOVE "NO ACKNOWLEDGMENT RECEIVED" TO XL-ACK-REASON
               REWRITE XMIT-LOG-RECORD
                   INVALID KEY
                       DISPLAY "XMIT LOG REWRITE ERROR: " XL-SEQUENCE
               END-REWRITE
               ADD 1 TO OVERDUE-COUNT
           END-IF.

      *Every transmission still flagged - tonight's and any left
      *from earlier nights that have not been resent.
       400-LIST-RESENDS.
           MOVE RESEND-TITLE-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE RESEND-HEADER-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.
           MOVE "NO" TO XMIT-LOG-EOF.
           MOVE ZERO TO XL-SEQUENCE.
           START XMIT-LOG-FILE KEY IS NOT LESS THAN XL-SEQUENCE
               INVALID KEY MOVE "YES" TO XMIT-LOG-EOF.
           PERFORM 410-READ-LOG-FOR-RESEND
               UNTIL XMIT-LOG-EOF = "YES".
           IF RESEND-COUNT = ZERO
               MOVE NO-RESEND-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DASHED-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       410-READ-LOG-FOR-RESEND.
           READ XMIT-LOG-FILE NEXT RECORD
               AT END MOVE "YES" TO XMIT-LOG-EOF
               NOT AT END
                   IF XL-RESEND-FLAG = "Y"
                       PERFORM 420-WRITE-RESEND-LINE
                   END-IF.

       420-WRITE-RESEND-LINE.
           ADD 1 TO RESEND-COUNT.
           MOVE XL-SEQUENCE TO RDL-SEQUENCE.
           MOVE XL-AS-OF-DATE TO RDL-AS-OF-DATE.
           MOVE XL-SENT-DATE TO RDL-SENT-DATE.
           MOVE XL-FILE-NAME TO RDL-FILE-NAME.
           IF XL-STATUS = "R"
               MOVE "REJECTED" TO RDL-STATUS
           ELSE
               MOVE "NEVER ACKNOWLEDGED" TO RDL-STATUS
           END-IF.
           MOVE XL-ACK-REASON TO RDL-REASON.
           MOVE RESEND-DETAIL-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       800-WRITE-SUMMARY.
           MOVE ACK-READ-COUNT TO SUM-READ.
           MOVE ACCEPTED-COUNT TO SUM-ACCEPTED.
           MOVE REJECTED-COUNT TO SUM-REJECTED.
           MOVE UNMATCHED-COUNT TO SUM-UNMATCHED.
           MOVE OVERDUE-COUNT TO SUM-OVERDUE.
           MOVE RESEND-COUNT TO SUM-RESEND.
           MOVE SUMMARY-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD AFTER ADVANCING 1 LINE.

       END PROGRAM MIDACK.
