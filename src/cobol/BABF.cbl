       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLDREQ-FILE ASSIGN TO BABFIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLDAUD-FILE ASSIGN TO BABFAUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO ACCTHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO ACCTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads - this run
       *> honors:
       *>   BUSINESS-DATE=20260821   (the business day being started -
       *>                             holds whose expiry date is
       *>                             before it lapse; default is
       *>                             the run date)
       *>   HOLD-EXPIRY-USER-ID=SYSPOST (user lapsed holds are
       *>                             audited under)
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> Hold requests, one per record, raised against a filed
       *> change ticket. Amounts are in the account's own currency.
       *>   PLACE   - account must be on the master and not closed,
       *>             hold ID new on the account; amount positive,
       *>             reason code GARN, CARD, PLDG or OTHR; expiry
       *>             date blank or zeros for a hold that stands
       *>             until released
       *>   AMEND   - hold must be on file; amount replaces the held
       *>             amount; a reason code, reason text or expiry
       *>             date given replaces the one held (zeros
       *>             remove the expiry)
       *>   RELEASE - hold must be on file; it is removed whole
       *>             (amount, reason and expiry ignored)
       FD  HOLDREQ-FILE.
       01  HOLDREQ-RECORD.
           05 HRQ-ACTION                    PIC X(8).
           05 HRQ-ACCOUNT-NUMBER            PIC X(10).
           05 HRQ-HOLD-ID                   PIC X(8).
           05 HRQ-AMOUNT                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 HRQ-REASON-CODE               PIC X(4).
               88 HRQ-REASON-VALID          VALUE 'GARN' 'CARD'
                                                  'PLDG' 'OTHR'.
           05 HRQ-EXPIRY-DATE               PIC X(8).
           05 HRQ-USER-ID                   PIC X(8).
           05 HRQ-TICKET                    PIC X(10).
           05 HRQ-REASON-TEXT               PIC X(30).

       *> Hold audit trail - appended DISP=MOD, one record per hold
       *> placed, amended, released or lapsed, carrying who did it
       *> under which ticket and the held amount before and after,
       *> so any hold's history can be produced after its row is
       *> gone from the holds file.
       FD  HOLDAUD-FILE.
       01  HOLDAUD-RECORD.
           05 HAU-EYE-CATCHER               PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-USER-ID                   PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-ACTION                    PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-ACCOUNT-NUMBER            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-HOLD-ID                   PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-BEFORE-AMOUNT             PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-AFTER-AMOUNT              PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-REASON-CODE               PIC X(4).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-EXPIRY-DATE               PIC 9(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-TICKET                    PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 HAU-RUN-TIMESTAMP             PIC X(16).

       *> Hold report - the lapsed holds, then one block per request,
       *> filed with the change tickets.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       *> Account holds file - the rows behind each account's held
       *> total.
       FD  HOLD-FILE.
       COPY ACCTHLD.

       *> Account balance master - same layout BAM0 posts against;
       *> only ACT-HELD-AMOUNT is changed here.
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       *> Account master journal shared with BAM0 - one record per
       *> held total changed here, so forward recovery replays it.
       FD  JOURNAL-FILE.
       COPY ACCTJRN.

       WORKING-STORAGE SECTION.

       77 WS-HOLD-FILE-STATUS              PIC X(2)  VALUE SPACES.
           88 WS-HOLD-OK                   VALUE '00'.
           88 WS-HOLD-NOT-FOUND            VALUE '23'.
       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.
       77 WS-JOURNAL-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-JOURNAL-OK                VALUE '00'.

       *> With no holds file, account master or journal there is
       *> nothing to maintain - no hold lapses, no request is applied
       *> and the step ends RC=16.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.

       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.
       77 WS-REQ-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-REQ-END-OF-FILE           VALUE 'Y'.
       77 WS-HLD-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-HLD-END-OF-FILE           VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.

       77 WS-BUSINESS-DATE                 PIC 9(8)  VALUE 0.
       77 WS-EXPIRY-USER-ID                PIC X(8)  VALUE 'SYSPOST'.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> Outcome of the request in hand - a rejected request leaves
       *> both files untouched and carries its reason to the report.
       77 WS-REJECT-SWITCH                 PIC X(1)  VALUE 'N'.
           88 WS-REQUEST-REJECTED          VALUE 'Y'.
       77 WS-REJECT-REASON-TEXT            PIC X(40) VALUE SPACES.

       77 WS-EXISTS-SWITCH                 PIC X(1)  VALUE 'N'.
           88 WS-ACCOUNT-ON-MASTER        VALUE 'Y'.
       77 WS-HOLD-EXISTS-SWITCH            PIC X(1)  VALUE 'N'.
           88 WS-HOLD-ON-FILE             VALUE 'Y'.

       *> The change in hand, whether a request or a lapse - the hold
       *> action, who it is recorded under, and the ticket it is
       *> journaled and audited against.
       77 WS-HOLD-ACTION                   PIC X(8)  VALUE SPACES.
       77 WS-ACTING-USER-ID                PIC X(8)  VALUE SPACES.
       77 WS-ACTING-TICKET                 PIC X(10) VALUE SPACES.

      *> The hold row as it stood before the change, put back if the
      *> account's held total cannot be rewritten to match.
       01 WS-SAVED-HOLD-RECORD             PIC X(133).

       *> Before and after images for the audit and the report - the
       *> hold's own amount, and the account's held total.
       77 WS-BEFORE-HOLD-AMOUNT            PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-AFTER-HOLD-AMOUNT             PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-BEFORE-HELD-TOTAL             PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-HOLD-DELTA                    PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-AVAILABLE-BALANCE             PIC S9(11)V99 COMP-3
                                           VALUE 0.

       *> Expiry date on a request, checked as a calendar date.
       01 WS-EXPIRY-WORK.
           05 WS-EXPIRY-YEAR                PIC 9(4).
           05 WS-EXPIRY-MONTH               PIC 9(2).
           05 WS-EXPIRY-DAY                 PIC 9(2).
       01 WS-EXPIRY-NUMBER REDEFINES WS-EXPIRY-WORK
                                            PIC 9(8).

       *> Counters and totals for the summary block.
       77 WS-COUNT-HOLDS-READ              PIC 9(6)  VALUE 0.
       77 WS-COUNT-EXPIRED                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-EXPIRE-ERRORS           PIC 9(6)  VALUE 0.
       77 WS-COUNT-READ                    PIC 9(6)  VALUE 0.
       77 WS-COUNT-APPLIED                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-REJECTED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-OUT-OF-STEP             PIC 9(6)  VALUE 0.
       77 WS-COUNT-JOURNAL-FAILED          PIC 9(6)  VALUE 0.
       77 WS-TOT-EXPIRED-AMOUNT            PIC S9(13)V99 COMP-3
                                           VALUE 0.

       *> Print masks for the report lines.
       77 WS-AMOUNT-DISPLAY                PIC -(9)9.99.
       77 WS-BEFORE-DISPLAY                PIC -(11)9.99.
       77 WS-AFTER-DISPLAY                 PIC -(11)9.99.
       77 WS-LEDGER-DISPLAY                PIC -(11)9.99.
       77 WS-HELD-DISPLAY                  PIC -(11)9.99.
       77 WS-AVAILABLE-DISPLAY             PIC -(11)9.99.
       77 WS-TOTAL-DISPLAY                 PIC -(13)9.99.

       01 WS-REPORT-LINE                   PIC X(80).

       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM READ-CONTROL-FILE
           PERFORM GET-CURRENT-TIMESTAMP
           IF WS-BUSINESS-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           IF WS-RUN-ABORTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOLDS FILE, ACCOUNT MASTER OR JOURNAL "
                   "UNAVAILABLE - STATUS " WS-HOLD-FILE-STATUS
                   "/" WS-ACCOUNT-FILE-STATUS
                   "/" WS-JOURNAL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM EXPIRE-LAPSED-HOLDS
               PERFORM WRITE-REQUEST-HEADING
               PERFORM READ-HOLD-REQUEST
               PERFORM PROCESS-HOLD-REQUEST
                   UNTIL WS-REQ-END-OF-FILE OR WS-RUN-ABORTED
           END-IF
           PERFORM PRODUCE-HOLD-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       OPEN-FILES.

           OPEN INPUT HOLDREQ-FILE
           OPEN EXTEND HOLDAUD-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN I-O HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "Error opening holds file, status: "
                   WS-HOLD-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "Error opening account master, status: "
                   WS-ACCOUNT-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF
      *> A held total that cannot be journaled cannot be recovered -
      *> with no journal, nothing is applied.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "Error opening account journal, status: "
                   WS-JOURNAL-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       CLOSE-FILES.

           CLOSE HOLDREQ-FILE
           CLOSE HOLDAUD-FILE
           CLOSE REPORT-FILE
           CLOSE HOLD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE.

       SET-JOB-RETURN-CODE.

      *> A hold and its account's total out of step must be repaired
      *> before BAB1 posts against the account - that is as serious
      *> as not running at all. Rejected requests and holds that
      *> could not be lapsed need a human back at the ticket.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-OUT-OF-STEP > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-EXPIRE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       READ-CONTROL-FILE.

           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-RECORD
           PERFORM APPLY-CONTROL-RECORD UNTIL WS-CTL-END-OF-FILE
           CLOSE CONTROL-FILE.

       READ-CONTROL-RECORD.

           READ CONTROL-FILE
               AT END
                   SET WS-CTL-END-OF-FILE TO TRUE
           END-READ.

       APPLY-CONTROL-RECORD.

           UNSTRING CONTROL-RECORD DELIMITED BY '='
               INTO WS-CONTROL-KEY WS-CONTROL-VALUE
           EVALUATE WS-CONTROL-KEY
               WHEN 'BUSINESS-DATE'
                   IF WS-CONTROL-VALUE (1:8) IS NUMERIC
                       MOVE WS-CONTROL-VALUE (1:8) TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "BUSINESS-DATE not valid: "
                           WS-CONTROL-VALUE (1:8)
                           " - run date used"
                   END-IF
               WHEN 'HOLD-EXPIRY-USER-ID'
                   MOVE WS-CONTROL-VALUE (1:8) TO WS-EXPIRY-USER-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

      *> ------------------------------------------------------------
      *> Start of day - one pass over the holds file in key order.
      *> A hold whose expiry date is before the business date being
      *> started has lapsed: its row is removed and its amount comes
      *> off the account's held total, so the day's postings see the
      *> money as available again.
      *> ------------------------------------------------------------
       EXPIRE-LAPSED-HOLDS.

           MOVE 'EXPIRE' TO WS-HOLD-ACTION
           MOVE WS-EXPIRY-USER-ID TO WS-ACTING-USER-ID
           MOVE 'HOLDEXPIRY' TO WS-ACTING-TICKET
           MOVE LOW-VALUES TO HLD-KEY
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   SET WS-HLD-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-HLD-END-OF-FILE
               PERFORM READ-NEXT-HOLD
               PERFORM ASSESS-HOLD-EXPIRY
                   UNTIL WS-HLD-END-OF-FILE OR WS-RUN-ABORTED
           END-IF.

       READ-NEXT-HOLD.

           READ HOLD-FILE NEXT
               AT END
                   SET WS-HLD-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-HLD-END-OF-FILE AND NOT WS-HOLD-OK
               DISPLAY "Holds file read error mid-walk, status: "
                   WS-HOLD-FILE-STATUS " - ending run"
               SET WS-HLD-END-OF-FILE TO TRUE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       ASSESS-HOLD-EXPIRY.

           ADD 1 TO WS-COUNT-HOLDS-READ
           IF NOT HLD-NO-EXPIRY
               AND HLD-EXPIRY-DATE < WS-BUSINESS-DATE
               PERFORM EXPIRE-ONE-HOLD
           END-IF
           PERFORM READ-NEXT-HOLD.

       EXPIRE-ONE-HOLD.

           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE HOLD-RECORD TO WS-SAVED-HOLD-RECORD
           MOVE HLD-AMOUNT TO WS-BEFORE-HOLD-AMOUNT
           MOVE 0 TO WS-AFTER-HOLD-AMOUNT
           COMPUTE WS-HOLD-DELTA = 0 - HLD-AMOUNT
           MOVE HLD-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
           PERFORM FETCH-HOLD-ACCOUNT
           IF NOT WS-REQUEST-REJECTED AND NOT WS-ACCOUNT-ON-MASTER
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT WS-REQUEST-REJECTED
               DELETE HOLD-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT WS-HOLD-OK
                   MOVE SPACES TO WS-REJECT-REASON-TEXT
                   STRING 'HOLDS FILE DELETE ERROR '
                       WS-HOLD-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM POST-HELD-TOTAL
           END-IF
           IF WS-REQUEST-REJECTED
               ADD 1 TO WS-COUNT-EXPIRE-ERRORS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT LAPSED " HLD-ACCOUNT-NUMBER
                   " " HLD-HOLD-ID " - " WS-REJECT-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-COUNT-EXPIRED
               ADD WS-BEFORE-HOLD-AMOUNT TO WS-TOT-EXPIRED-AMOUNT
               PERFORM WRITE-HOLD-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-BEFORE-HOLD-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LAPSED " HLD-ACCOUNT-NUMBER
                   " " HLD-HOLD-ID
                   " " HLD-REASON-CODE
                   " AMT " WS-AMOUNT-DISPLAY
                   " EXPIRED " HLD-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> ------------------------------------------------------------
      *> The day's PLACE / AMEND / RELEASE requests.
      *> ------------------------------------------------------------
       READ-HOLD-REQUEST.

           READ HOLDREQ-FILE
               AT END
                   SET WS-REQ-END-OF-FILE TO TRUE
           END-READ.

       PROCESS-HOLD-REQUEST.

           ADD 1 TO WS-COUNT-READ
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE HRQ-ACTION TO WS-HOLD-ACTION
           MOVE HRQ-USER-ID TO WS-ACTING-USER-ID
           MOVE HRQ-TICKET TO WS-ACTING-TICKET
           PERFORM WRITE-REQUEST-LINE
           PERFORM VALIDATE-HOLD-REQUEST
           IF NOT WS-REQUEST-REJECTED
               MOVE HRQ-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
               PERFORM FETCH-HOLD-ACCOUNT
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM FETCH-HOLD-ROW
           END-IF
           IF NOT WS-REQUEST-REJECTED
               EVALUATE HRQ-ACTION
                   WHEN 'PLACE'
                       PERFORM APPLY-PLACE-REQUEST
                   WHEN 'AMEND'
                       PERFORM APPLY-AMEND-REQUEST
                   WHEN 'RELEASE'
                       PERFORM APPLY-RELEASE-REQUEST
               END-EVALUATE
           END-IF
           IF WS-REQUEST-REJECTED
               ADD 1 TO WS-COUNT-REJECTED
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-COUNT-APPLIED
               PERFORM WRITE-HOLD-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-BEFORE-AFTER-LINES
           END-IF
           PERFORM READ-HOLD-REQUEST.

       VALIDATE-HOLD-REQUEST.

           EVALUATE TRUE
               WHEN HRQ-ACTION NOT = 'PLACE'
                   AND HRQ-ACTION NOT = 'AMEND'
                   AND HRQ-ACTION NOT = 'RELEASE'
                   MOVE 'UNRECOGNIZED ACTION' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
                   MOVE 'ACCOUNT NUMBER MISSING'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-HOLD-ID = SPACES OR LOW-VALUES
                   MOVE 'HOLD ID MISSING' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
      *> A hold nobody can be asked about is the thing a garnishment
      *> audit finds - no user or ticket, no change.
               WHEN HRQ-USER-ID = SPACES OR LOW-VALUES
                   MOVE 'USER ID MISSING' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-TICKET = SPACES OR LOW-VALUES
                   MOVE 'CHANGE TICKET MISSING'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-ACTION = 'RELEASE'
                   CONTINUE
               WHEN NOT HRQ-AMOUNT IS NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
      *> A hold of nothing is a release by another name - it goes
      *> through RELEASE, under its own ticket.
               WHEN HRQ-AMOUNT NOT > 0
                   MOVE 'HOLD AMOUNT NOT POSITIVE'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-ACTION = 'PLACE' AND HRQ-REASON-CODE = SPACES
                   MOVE 'REASON CODE MISSING' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-REASON-CODE NOT = SPACES
                   AND NOT HRQ-REASON-VALID
                   MOVE 'REASON CODE INVALID' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN HRQ-EXPIRY-DATE = SPACES
                   CONTINUE
               WHEN HRQ-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 'EXPIRY DATE NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   PERFORM VALIDATE-EXPIRY-DATE
           END-EVALUATE.

       VALIDATE-EXPIRY-DATE.

      *> Zeros mean no expiry. Any other date must be a real one and
      *> still ahead - a hold that lapsed before it was placed would
      *> only drop off again at the next start of day.
           MOVE HRQ-EXPIRY-DATE TO WS-EXPIRY-WORK
           EVALUATE TRUE
               WHEN WS-EXPIRY-NUMBER = 0
                   CONTINUE
               WHEN WS-EXPIRY-MONTH < 1 OR WS-EXPIRY-MONTH > 12
                   OR WS-EXPIRY-DAY < 1 OR WS-EXPIRY-DAY > 31
                   MOVE 'EXPIRY DATE INVALID' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN WS-EXPIRY-NUMBER < WS-BUSINESS-DATE
                   MOVE 'EXPIRY DATE ALREADY PASSED'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FETCH-HOLD-ACCOUNT.

      *> The caller has put the account number in the key. The held
      *> total on a row written before holds existed reads as zero.
           MOVE 'N' TO WS-EXISTS-SWITCH
           MOVE 0 TO WS-BEFORE-HELD-TOTAL
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ACCOUNT-OK
                       SET WS-ACCOUNT-ON-MASTER TO TRUE
                       IF ACT-HELD-AMOUNT IS NUMERIC
                           MOVE ACT-HELD-AMOUNT
                               TO WS-BEFORE-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ
      *> A hard I/O error raises neither branch's condition - nothing
      *> may be applied against a record that could not be read clean.
           IF NOT WS-ACCOUNT-OK AND NOT WS-ACCOUNT-NOT-FOUND
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'MASTER READ ERROR ' WS-ACCOUNT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

       FETCH-HOLD-ROW.

           MOVE 'N' TO WS-HOLD-EXISTS-SWITCH
           MOVE 0 TO WS-BEFORE-HOLD-AMOUNT
           MOVE HRQ-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
           MOVE HRQ-HOLD-ID TO HLD-HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-HOLD-OK
                       SET WS-HOLD-ON-FILE TO TRUE
                       MOVE HLD-AMOUNT TO WS-BEFORE-HOLD-AMOUNT
                       MOVE HOLD-RECORD TO WS-SAVED-HOLD-RECORD
                   END-IF
           END-READ
           IF NOT WS-HOLD-OK AND NOT WS-HOLD-NOT-FOUND
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'HOLDS FILE READ ERROR ' WS-HOLD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

       APPLY-PLACE-REQUEST.

      *> A hold may be larger than the balance - a garnishment order
      *> for more than the account holds ring-fences every credit
      *> that arrives until the order is met.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-ON-MASTER
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN ACT-ACCOUNT-CLOSED
                   MOVE 'ACCOUNT IS CLOSED'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN WS-HOLD-ON-FILE
                   MOVE 'HOLD ID ALREADY ON ACCOUNT'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   PERFORM GET-CURRENT-TIMESTAMP
                   MOVE SPACES TO HOLD-RECORD
                   MOVE HRQ-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
                   MOVE HRQ-HOLD-ID TO HLD-HOLD-ID
                   MOVE HRQ-AMOUNT TO HLD-AMOUNT
                   MOVE HRQ-REASON-CODE TO HLD-REASON-CODE
                   MOVE HRQ-REASON-TEXT TO HLD-REASON-TEXT
                   MOVE HRQ-USER-ID TO HLD-PLACED-BY
                   MOVE WS-CURRENT-TIMESTAMP TO HLD-PLACED-TIMESTAMP
                   IF HRQ-EXPIRY-DATE = SPACES
                       MOVE 0 TO HLD-EXPIRY-DATE
                   ELSE
                       MOVE HRQ-EXPIRY-DATE TO HLD-EXPIRY-DATE
                   END-IF
                   PERFORM STAMP-HOLD-ROW
                   WRITE HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-HOLD-OK
                       MOVE HLD-AMOUNT TO WS-AFTER-HOLD-AMOUNT
                       MOVE HLD-AMOUNT TO WS-HOLD-DELTA
                       PERFORM POST-HELD-TOTAL
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON-TEXT
                       STRING 'HOLDS FILE WRITE ERROR '
                           WS-HOLD-FILE-STATUS
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   END-IF
           END-EVALUATE.

       APPLY-AMEND-REQUEST.

           EVALUATE TRUE
               WHEN NOT WS-HOLD-ON-FILE
                   MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN NOT WS-ACCOUNT-ON-MASTER
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   COMPUTE WS-HOLD-DELTA = HRQ-AMOUNT - HLD-AMOUNT
                   MOVE HRQ-AMOUNT TO HLD-AMOUNT
                   IF HRQ-REASON-CODE NOT = SPACES
                       MOVE HRQ-REASON-CODE TO HLD-REASON-CODE
                   END-IF
                   IF HRQ-REASON-TEXT NOT = SPACES
                       MOVE HRQ-REASON-TEXT TO HLD-REASON-TEXT
                   END-IF
                   IF HRQ-EXPIRY-DATE NOT = SPACES
                       MOVE HRQ-EXPIRY-DATE TO HLD-EXPIRY-DATE
                   END-IF
                   PERFORM STAMP-HOLD-ROW
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-HOLD-OK
                       MOVE HLD-AMOUNT TO WS-AFTER-HOLD-AMOUNT
                       PERFORM POST-HELD-TOTAL
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON-TEXT
                       STRING 'HOLDS FILE REWRITE ERROR '
                           WS-HOLD-FILE-STATUS
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   END-IF
           END-EVALUATE.

       APPLY-RELEASE-REQUEST.

           EVALUATE TRUE
               WHEN NOT WS-HOLD-ON-FILE
                   MOVE 'HOLD NOT ON FILE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN NOT WS-ACCOUNT-ON-MASTER
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   MOVE 0 TO WS-AFTER-HOLD-AMOUNT
                   COMPUTE WS-HOLD-DELTA = 0 - HLD-AMOUNT
                   DELETE HOLD-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-HOLD-OK
                       PERFORM POST-HELD-TOTAL
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON-TEXT
                       STRING 'HOLDS FILE DELETE ERROR '
                           WS-HOLD-FILE-STATUS
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   END-IF
           END-EVALUATE.

       STAMP-HOLD-ROW.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE HRQ-ACTION TO HLD-LAST-ACTION
           MOVE HRQ-USER-ID TO HLD-LAST-USER-ID
           MOVE HRQ-TICKET TO HLD-LAST-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO HLD-LAST-UPDATE-TIMESTAMP.

       POST-HELD-TOTAL.

      *> The holds file has already changed - the account's held
      *> total follows it. If the account will not rewrite, the hold
      *> row is put back the way it was, so the two still agree and
      *> the change is simply not made.
           PERFORM GET-CURRENT-TIMESTAMP
           COMPUTE ACT-HELD-AMOUNT =
               WS-BEFORE-HELD-TOTAL + WS-HOLD-DELTA
           REWRITE ACCOUNT-RECORD
           IF NOT WS-ACCOUNT-OK
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'MASTER REWRITE ERROR ' WS-ACCOUNT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
               PERFORM UNDO-HOLD-CHANGE
           END-IF.

       UNDO-HOLD-CHANGE.

           EVALUATE WS-HOLD-ACTION
               WHEN 'PLACE'
                   DELETE HOLD-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN 'AMEND'
                   MOVE WS-SAVED-HOLD-RECORD TO HOLD-RECORD
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN OTHER
                   MOVE WS-SAVED-HOLD-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-EVALUATE
           IF NOT WS-HOLD-OK
               ADD 1 TO WS-COUNT-OUT-OF-STEP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  OUT OF STEP - HOLD " HLD-HOLD-ID
                   " ACCOUNT " HLD-ACCOUNT-NUMBER
                   " - HELD TOTAL NOT MATCHED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "Hold " HLD-HOLD-ID " on account "
                   HLD-ACCOUNT-NUMBER " could not be put back, "
                   "status " WS-HOLD-FILE-STATUS
                   " - held total out of step"
           END-IF.

       WRITE-HOLD-AUDIT-RECORD.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO HOLDAUD-RECORD
           MOVE 'BABF' TO HAU-EYE-CATCHER
           MOVE WS-ACTING-USER-ID TO HAU-USER-ID
           MOVE WS-HOLD-ACTION TO HAU-ACTION
           MOVE ACT-ACCOUNT-NUMBER TO HAU-ACCOUNT-NUMBER
           MOVE HLD-HOLD-ID TO HAU-HOLD-ID
           MOVE WS-BEFORE-HOLD-AMOUNT TO HAU-BEFORE-AMOUNT
           MOVE WS-AFTER-HOLD-AMOUNT TO HAU-AFTER-AMOUNT
           MOVE HLD-REASON-CODE TO HAU-REASON-CODE
           MOVE HLD-EXPIRY-DATE TO HAU-EXPIRY-DATE
           MOVE WS-ACTING-TICKET TO HAU-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO HAU-RUN-TIMESTAMP
           WRITE HOLDAUD-RECORD.

       WRITE-JOURNAL-RECORD.

      *> The balance never moves here - before and after are the
      *> same and the held total travels in the after-image.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE ACT-ACCOUNT-NUMBER TO JRN-ACCOUNT-NUMBER
           MOVE ACT-CURRENT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE ACT-CURRENT-BALANCE TO JRN-AFTER-BALANCE
           MOVE 0 TO JRN-AMOUNT
           MOVE 'BABF' TO JRN-PROGRAM
           MOVE WS-ACTING-TICKET TO JRN-TRANSACTION-ID
           MOVE WS-CURRENT-TIMESTAMP TO JRN-TIMESTAMP
           MOVE WS-HOLD-ACTION TO JRN-ACTION
           MOVE ACT-ACCOUNT-STATUS TO JRN-AFTER-STATUS
           MOVE ACT-OVERDRAFT-LIMIT TO JRN-AFTER-LIMIT
           MOVE ACT-LAST-UPDATE-TIMESTAMP
               TO JRN-AFTER-ACTIVITY-TIMESTAMP
           MOVE ACT-CURRENCY-CODE TO JRN-AFTER-CURRENCY-CODE
           MOVE ACT-HELD-AMOUNT TO JRN-AFTER-HELD-AMOUNT
           WRITE JOURNAL-RECORD
      *> A held total the journal would not take cannot be rebuilt
      *> by BABE - the run stops there and ends RC=16.
           IF NOT WS-JOURNAL-OK
               DISPLAY "Account journal write failed, status "
                   WS-JOURNAL-FILE-STATUS " - account "
                   ACT-ACCOUNT-NUMBER " changed unjournaled"
                   " - ending run"
               ADD 1 TO WS-COUNT-JOURNAL-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "JOURNAL WRITE FAILED - STATUS "
                   WS-JOURNAL-FILE-STATUS " - " ACT-ACCOUNT-NUMBER
                   " HELD TOTAL UNJOURNALED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       WRITE-REQUEST-LINE.

           IF HRQ-AMOUNT IS NUMERIC
               MOVE HRQ-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING HRQ-ACTION " " HRQ-ACCOUNT-NUMBER
               " " HRQ-HOLD-ID
               " AMT " WS-AMOUNT-DISPLAY
               " " HRQ-REASON-CODE
               " EXP " HRQ-EXPIRY-DATE
               " USER " HRQ-USER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TICKET " HRQ-TICKET " " HRQ-REASON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-BEFORE-AFTER-LINES.

           MOVE WS-BEFORE-HOLD-AMOUNT TO WS-BEFORE-DISPLAY
           MOVE WS-AFTER-HOLD-AMOUNT TO WS-AFTER-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  HOLD AMOUNT BEFORE " WS-BEFORE-DISPLAY
               "  AFTER " WS-AFTER-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE WS-AVAILABLE-BALANCE =
               ACT-CURRENT-BALANCE - ACT-HELD-AMOUNT
           MOVE ACT-CURRENT-BALANCE TO WS-LEDGER-DISPLAY
           MOVE ACT-HELD-AMOUNT TO WS-HELD-DISPLAY
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAILABLE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LEDGER " WS-LEDGER-DISPLAY
               " HELD " WS-HELD-DISPLAY
               " AVAIL " WS-AVAILABLE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REJECT-LINE.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REJECTED - " WS-REJECT-REASON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABF ACCOUNT HOLDS MAINTENANCE REPORT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  BUSINESS DATE: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLDS EXPIRING BEFORE " WS-BUSINESS-DATE
               " LAPSE AT START OF DAY:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REQUEST-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLD REQUESTS:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-HOLD-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-EXPIRED-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLDS READ: " WS-COUNT-HOLDS-READ
               "  LAPSED: " WS-COUNT-EXPIRED
               "  AMOUNT " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REQUESTS READ: " WS-COUNT-READ
               "  APPLIED: " WS-COUNT-APPLIED
               "  REJECTED: " WS-COUNT-REJECTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOT LAPSED: " WS-COUNT-EXPIRE-ERRORS
               "  OUT OF STEP: " WS-COUNT-OUT-OF-STEP
               "  UNJOURNALED: " WS-COUNT-JOURNAL-FAILED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.
