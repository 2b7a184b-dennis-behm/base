       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS WS-CURRENCY-CHARS IS "A" THRU "I" "J" THRU "R"
                                      "S" THRU "Z".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDREQ-FILE ASSIGN TO BABJIN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDAUD-FILE ASSIGN TO BABJAUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABJRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-FILE ASSIGN TO BABSTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads - this run
       *> honors:
       *>   BUSINESS-DATE=20260821   (the business day being started -
       *>                             no order may be set up or
       *>                             re-dated to fall due before it;
       *>                             default is the run date)
       *>   BASE-CURRENCY=USD        (currency of an account opened
       *>                             without one)
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> Standing-order requests, one per record, raised against a
       *> filed change ticket. Dates are YYYYMMDD; amounts are in the
       *> order's currency.
       *>   SETUP   - order number new; paying account on the master
       *>             and not closed; beneficiary type I (account
       *>             here - on the master, not closed, not the
       *>             paying account) or E (account elsewhere -
       *>             account and name required); amount positive;
       *>             currency blank (the paying account's own) or a
       *>             currency code; frequency W, M or Q; due date
       *>             of the first payment, not before the business
       *>             date; end date and payment count each blank or
       *>             zeros for none - the order ends at whichever
       *>             comes first
       *>   AMEND   - order on file, not cancelled or ended; each
       *>             field given replaces the one held - the due date
       *>             re-dates the next payment, zeros remove the end
       *>             date or count limit. The paying account cannot
       *>             change: cancel and set up a new order
       *>   SUSPEND - order must be active; no payment falls due
       *>             until it is resumed
       *>   RESUME  - order must be suspended; payments that fell due
       *>             while it was suspended are not made - the next
       *>             due date moves on to the business date or after,
       *>             or to the due date given
       *>   CANCEL  - order must be active or suspended; no further
       *>             payment is made (the row stays, status C)
       FD  ORDREQ-FILE.
       01  ORDREQ-RECORD.
           05 SRQ-ACTION                    PIC X(8).
           05 SRQ-ORDER-NUMBER              PIC X(5).
           05 SRQ-ACCOUNT-NUMBER            PIC X(10).
           05 SRQ-BENEFICIARY-TYPE          PIC X(1).
               88 SRQ-BENEFICIARY-VALID     VALUE 'I' 'E'.
           05 SRQ-BENEFICIARY-ACCOUNT       PIC X(10).
           05 SRQ-AMOUNT                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 SRQ-AMOUNT-TEXT REDEFINES SRQ-AMOUNT
                                            PIC X(12).
           05 SRQ-CURRENCY-CODE             PIC X(3).
           05 SRQ-FREQUENCY                 PIC X(1).
               88 SRQ-FREQUENCY-VALID       VALUE 'W' 'M' 'Q'.
           05 SRQ-DUE-DATE                  PIC X(8).
           05 SRQ-END-DATE                  PIC X(8).
           05 SRQ-PAYMENT-COUNT             PIC X(4).
           05 SRQ-USER-ID                   PIC X(8).
           05 SRQ-TICKET                    PIC X(10).
           05 SRQ-BENEFICIARY-NAME          PIC X(30).
           05 SRQ-PAYMENT-REFERENCE         PIC X(18).

       *> Standing-order audit trail - appended DISP=MOD, one record
       *> per order set up, amended, suspended, resumed or cancelled
       *> here, and per order BABK suspends or ends, with the status
       *> and amount before and after, so any order's history can be
       *> produced.
       FD  ORDAUD-FILE.
       01  ORDAUD-RECORD.
           05 SAU-EYE-CATCHER               PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-USER-ID                   PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-ACTION                    PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-ORDER-NUMBER              PIC 9(5).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-ACCOUNT-NUMBER            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-BEFORE-STATUS             PIC X(1).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-AFTER-STATUS              PIC X(1).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-BEFORE-AMOUNT             PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-AFTER-AMOUNT              PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-NEXT-DUE-DATE             PIC 9(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-TICKET                    PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SAU-RUN-TIMESTAMP             PIC X(16).

       *> Maintenance report - one block per request, filed with the
       *> change tickets.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       FD  ORDER-FILE.
       COPY BABSTO.

       *> Account balance master - read only, to prove the paying and
       *> beneficiary accounts.
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       WORKING-STORAGE SECTION.

       77 WS-ORDER-FILE-STATUS             PIC X(2)  VALUE SPACES.
           88 WS-ORDER-OK                  VALUE '00'.
           88 WS-ORDER-NOT-FOUND           VALUE '23'.
       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.

       *> With no standing-order master or account master nothing is
       *> applied and the step ends RC=16.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.

       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.
       77 WS-REQ-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-REQ-END-OF-FILE           VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.

       77 WS-BUSINESS-DATE                 PIC 9(8)  VALUE 0.
       77 WS-BASE-CURRENCY                 PIC X(3)  VALUE 'USD'.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> Outcome of the request in hand - a rejected request leaves
       *> the order untouched and carries its reason to the report.
       77 WS-REJECT-SWITCH                 PIC X(1)  VALUE 'N'.
           88 WS-REQUEST-REJECTED          VALUE 'Y'.
       77 WS-REJECT-REASON-TEXT            PIC X(40) VALUE SPACES.

       77 WS-ORDER-EXISTS-SWITCH           PIC X(1)  VALUE 'N'.
           88 WS-ORDER-ON-FILE            VALUE 'Y'.
       77 WS-EXISTS-SWITCH                 PIC X(1)  VALUE 'N'.
           88 WS-ACCOUNT-ON-MASTER        VALUE 'Y'.

       77 WS-ORDER-NUMBER                  PIC 9(5)  VALUE 0.
       77 WS-CHECK-ACCOUNT                 PIC X(10) VALUE SPACES.
       77 WS-BENEFICIARY-TYPE              PIC X(1)  VALUE SPACE.

       *> A type I order is paid by transfer, and BAM0 moves a
       *> transfer between accounts held in one currency only - an
       *> account with no currency of its own is held in the base
       *> currency.
       77 WS-PAYER-CURRENCY                PIC X(3)  VALUE SPACES.
       77 WS-ACCOUNT-CURRENCY              PIC X(3)  VALUE SPACES.

       *> Before images for the audit and the report.
       77 WS-BEFORE-STATUS                 PIC X(1)  VALUE SPACE.
       77 WS-BEFORE-AMOUNT                 PIC S9(9)V99 COMP-3
                                           VALUE 0.

       *> A date from a request, proven a real calendar date.
       01 WS-DATE-WORK.
           05 WS-DATE-YEAR                  PIC 9(4).
           05 WS-DATE-MONTH                 PIC 9(2).
           05 WS-DATE-DAY                   PIC 9(2).
       01 WS-DATE-NUMBER REDEFINES WS-DATE-WORK PIC 9(8).
       77 WS-DATE-VALID-SWITCH             PIC X(1)  VALUE 'N'.
           88 WS-DATE-VALID                VALUE 'Y'.

       *> Due date moved on one payment at a time - seven days, or a
       *> month or a quarter to the order's payment day.
       01 WS-DUE-WORK.
           05 WS-DUE-YEAR                   PIC 9(4).
           05 WS-DUE-MONTH                  PIC 9(2).
           05 WS-DUE-DAY                    PIC 9(2).
       01 WS-DUE-NUMBER REDEFINES WS-DUE-WORK PIC 9(8).
       77 WS-STEP-INDEX                    PIC 9(2)  VALUE 0.
       77 WS-MISSED-PAYMENTS               PIC 9(4)  VALUE 0.
       77 WS-LEAP-YEAR-NUMBER              PIC 9(4)  VALUE 0.
       77 WS-LEAP-MONTH-NUMBER             PIC 9(2)  VALUE 0.
       77 WS-DAYS-IN-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-LEAP-REMAINDER                PIC 9(4)  VALUE 0.
       77 WS-LEAP-QUOTIENT                 PIC 9(4)  VALUE 0.
       77 WS-LEAP-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-LEAP-YEAR                 VALUE 'Y'.

       01 WS-MONTH-DAYS-DATA               PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       *> Counters for the summary block.
       77 WS-COUNT-READ                    PIC 9(6)  VALUE 0.
       77 WS-COUNT-APPLIED                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-REJECTED                PIC 9(6)  VALUE 0.

       *> Print masks for the report lines.
       77 WS-AMOUNT-DISPLAY                PIC -(9)9.99.
       77 WS-BEFORE-DISPLAY                PIC -(9)9.99.
       77 WS-AFTER-DISPLAY                 PIC -(9)9.99.

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
               STRING "STANDING-ORDER MASTER OR ACCOUNT MASTER "
                   "UNAVAILABLE - STATUS " WS-ORDER-FILE-STATUS
                   "/" WS-ACCOUNT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM READ-ORDER-REQUEST
               PERFORM PROCESS-ORDER-REQUEST
                   UNTIL WS-REQ-END-OF-FILE
           END-IF
           PERFORM PRODUCE-ORDER-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       OPEN-FILES.

           OPEN INPUT ORDREQ-FILE
           OPEN EXTEND ORDAUD-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN I-O ORDER-FILE
           IF NOT WS-ORDER-OK
               DISPLAY "Error opening standing-order master, status: "
                   WS-ORDER-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "Error opening account master, status: "
                   WS-ACCOUNT-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       CLOSE-FILES.

           CLOSE ORDREQ-FILE
           CLOSE ORDAUD-FILE
           CLOSE REPORT-FILE
           CLOSE ORDER-FILE
           CLOSE ACCOUNT-FILE.

       SET-JOB-RETURN-CODE.

      *> A rejected request needs a human back at the ticket.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-REJECTED > 0
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
               WHEN 'BASE-CURRENCY'
                   IF WS-CONTROL-VALUE (1:3) IS WS-CURRENCY-CHARS
                       MOVE WS-CONTROL-VALUE (1:3) TO WS-BASE-CURRENCY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       READ-ORDER-REQUEST.

           READ ORDREQ-FILE
               AT END
                   SET WS-REQ-END-OF-FILE TO TRUE
           END-READ.

       PROCESS-ORDER-REQUEST.

           ADD 1 TO WS-COUNT-READ
           MOVE 'N' TO WS-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           PERFORM WRITE-REQUEST-LINE
           PERFORM VALIDATE-ORDER-REQUEST
           IF NOT WS-REQUEST-REJECTED
               PERFORM FETCH-ORDER-ROW
           END-IF
           IF NOT WS-REQUEST-REJECTED
               EVALUATE SRQ-ACTION
                   WHEN 'SETUP'
                       PERFORM APPLY-SETUP-REQUEST
                   WHEN 'AMEND'
                       PERFORM APPLY-AMEND-REQUEST
                   WHEN 'SUSPEND'
                       PERFORM APPLY-SUSPEND-REQUEST
                   WHEN 'RESUME'
                       PERFORM APPLY-RESUME-REQUEST
                   WHEN 'CANCEL'
                       PERFORM APPLY-CANCEL-REQUEST
               END-EVALUATE
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM STORE-ORDER-ROW
           END-IF
           IF WS-REQUEST-REJECTED
               ADD 1 TO WS-COUNT-REJECTED
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-COUNT-APPLIED
               PERFORM WRITE-ORDER-AUDIT-RECORD
               PERFORM WRITE-BEFORE-AFTER-LINES
           END-IF
           PERFORM READ-ORDER-REQUEST.

       VALIDATE-ORDER-REQUEST.

           EVALUATE TRUE
               WHEN SRQ-ACTION NOT = 'SETUP'
                   AND SRQ-ACTION NOT = 'AMEND'
                   AND SRQ-ACTION NOT = 'SUSPEND'
                   AND SRQ-ACTION NOT = 'RESUME'
                   AND SRQ-ACTION NOT = 'CANCEL'
                   MOVE 'UNRECOGNIZED ACTION' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SRQ-ORDER-NUMBER IS NOT NUMERIC
                   MOVE 'ORDER NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SRQ-ORDER-NUMBER = '00000'
                   MOVE 'ORDER NUMBER ZERO' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
      *> An instruction to move a customer's money every month is
      *> not changed on nobody's say-so - no user or ticket, no
      *> change.
               WHEN SRQ-USER-ID = SPACES OR LOW-VALUES
                   MOVE 'USER ID MISSING' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SRQ-TICKET = SPACES OR LOW-VALUES
                   MOVE 'CHANGE TICKET MISSING'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   MOVE SRQ-ORDER-NUMBER TO WS-ORDER-NUMBER
           END-EVALUATE.

       FETCH-ORDER-ROW.

           MOVE 'N' TO WS-ORDER-EXISTS-SWITCH
           MOVE SPACE TO WS-BEFORE-STATUS
           MOVE 0 TO WS-BEFORE-AMOUNT
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER
           READ ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ORDER-OK
                       SET WS-ORDER-ON-FILE TO TRUE
                       MOVE SO-STATUS TO WS-BEFORE-STATUS
                       MOVE SO-AMOUNT TO WS-BEFORE-AMOUNT
                   END-IF
           END-READ
           IF NOT WS-ORDER-OK AND NOT WS-ORDER-NOT-FOUND
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'ORDER MASTER READ ERROR ' WS-ORDER-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

      *> ------------------------------------------------------------
      *> SETUP - every detail of the order is required.
      *> ------------------------------------------------------------
       APPLY-SETUP-REQUEST.

           IF WS-ORDER-ON-FILE
               MOVE 'ORDER NUMBER ALREADY ON FILE'
                   TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT WS-REQUEST-REJECTED
               MOVE SRQ-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
               PERFORM CHECK-PAYING-ACCOUNT
           END-IF
           IF NOT WS-REQUEST-REJECTED
               MOVE SRQ-BENEFICIARY-TYPE TO WS-BENEFICIARY-TYPE
               PERFORM CHECK-BENEFICIARY
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-REQUEST-AMOUNT
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-REQUEST-CURRENCY
           END-IF
           IF NOT WS-REQUEST-REJECTED
               AND NOT SRQ-FREQUENCY-VALID
               MOVE 'FREQUENCY NOT W, M OR Q' TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF
           IF NOT WS-REQUEST-REJECTED
               IF SRQ-DUE-DATE = SPACES
                   MOVE 'FIRST DUE DATE MISSING'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               ELSE
                   PERFORM CHECK-REQUEST-DUE-DATE
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM BUILD-NEW-ORDER-ROW
               PERFORM CHECK-REQUEST-END-DATE
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-REQUEST-COUNT
           END-IF.

       BUILD-NEW-ORDER-ROW.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE SRQ-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER
           MOVE SRQ-BENEFICIARY-TYPE TO SO-BENEFICIARY-TYPE
           MOVE SRQ-BENEFICIARY-ACCOUNT TO SO-BENEFICIARY-ACCOUNT
           MOVE SRQ-BENEFICIARY-NAME TO SO-BENEFICIARY-NAME
           MOVE SRQ-PAYMENT-REFERENCE TO SO-PAYMENT-REFERENCE
           MOVE SRQ-AMOUNT TO SO-AMOUNT
           MOVE SRQ-CURRENCY-CODE TO SO-CURRENCY-CODE
           MOVE SRQ-FREQUENCY TO SO-FREQUENCY
           MOVE WS-DATE-NUMBER TO SO-FIRST-DUE-DATE
           MOVE WS-DATE-NUMBER TO SO-NEXT-DUE-DATE
           MOVE WS-DATE-DAY TO SO-PAYMENT-DAY
           MOVE 0 TO SO-END-DATE
           MOVE 0 TO SO-PAYMENTS-REMAINING
           SET SO-ACTIVE TO TRUE
           MOVE 0 TO SO-PAYMENTS-MADE
           MOVE 0 TO SO-LAST-PAYMENT-DATE
           MOVE 0 TO SO-CONSECUTIVE-RETURNS
           MOVE 0 TO SO-LAST-RETURNED-PAYMENT
           MOVE SRQ-USER-ID TO SO-SET-UP-BY
           MOVE WS-CURRENT-TIMESTAMP TO SO-SET-UP-TIMESTAMP.

      *> ------------------------------------------------------------
      *> AMEND - only the fields given change.
      *> ------------------------------------------------------------
       APPLY-AMEND-REQUEST.

           PERFORM CHECK-ORDER-OPEN
           IF NOT WS-REQUEST-REJECTED
               AND SRQ-ACCOUNT-NUMBER NOT = SPACES
               AND SRQ-ACCOUNT-NUMBER NOT = SO-ACCOUNT-NUMBER
               MOVE 'PAYING ACCOUNT CANNOT CHANGE'
                   TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF
      *> A new beneficiary account is proven under the type given, or
      *> the order's own when none is given.
           IF NOT WS-REQUEST-REJECTED
               AND (SRQ-BENEFICIARY-TYPE NOT = SPACE
                    OR SRQ-BENEFICIARY-ACCOUNT NOT = SPACES)
               IF SRQ-BENEFICIARY-TYPE = SPACE
                   MOVE SO-BENEFICIARY-TYPE TO WS-BENEFICIARY-TYPE
               ELSE
                   MOVE SRQ-BENEFICIARY-TYPE TO WS-BENEFICIARY-TYPE
               END-IF
               PERFORM CHECK-BENEFICIARY
               IF NOT WS-REQUEST-REJECTED
                   MOVE WS-BENEFICIARY-TYPE TO SO-BENEFICIARY-TYPE
                   MOVE SRQ-BENEFICIARY-ACCOUNT
                       TO SO-BENEFICIARY-ACCOUNT
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               AND SRQ-AMOUNT-TEXT NOT = SPACES
               PERFORM CHECK-REQUEST-AMOUNT
               IF NOT WS-REQUEST-REJECTED
                   MOVE SRQ-AMOUNT TO SO-AMOUNT
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               AND SRQ-CURRENCY-CODE NOT = SPACES
               PERFORM CHECK-REQUEST-CURRENCY
               IF NOT WS-REQUEST-REJECTED
                   MOVE SRQ-CURRENCY-CODE TO SO-CURRENCY-CODE
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               AND SRQ-FREQUENCY NOT = SPACE
               IF SRQ-FREQUENCY-VALID
                   MOVE SRQ-FREQUENCY TO SO-FREQUENCY
               ELSE
                   MOVE 'FREQUENCY NOT W, M OR Q'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               AND SRQ-DUE-DATE NOT = SPACES
               PERFORM CHECK-REQUEST-DUE-DATE
               IF NOT WS-REQUEST-REJECTED
                   MOVE WS-DATE-NUMBER TO SO-NEXT-DUE-DATE
                   MOVE WS-DATE-DAY TO SO-PAYMENT-DAY
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-REQUEST-END-DATE
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-REQUEST-COUNT
           END-IF
           IF NOT WS-REQUEST-REJECTED
               IF SRQ-BENEFICIARY-NAME NOT = SPACES
                   MOVE SRQ-BENEFICIARY-NAME TO SO-BENEFICIARY-NAME
               END-IF
               IF SRQ-PAYMENT-REFERENCE NOT = SPACES
                   MOVE SRQ-PAYMENT-REFERENCE TO SO-PAYMENT-REFERENCE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> SUSPEND / RESUME / CANCEL - status changes.
      *> ------------------------------------------------------------
       APPLY-SUSPEND-REQUEST.

           EVALUATE TRUE
               WHEN NOT WS-ORDER-ON-FILE
                   MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN NOT SO-ACTIVE
                   MOVE 'ORDER IS NOT ACTIVE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   SET SO-SUSPENDED TO TRUE
                   SET SO-SUSPENDED-BY-REQUEST TO TRUE
           END-EVALUATE.

       APPLY-RESUME-REQUEST.

           EVALUATE TRUE
               WHEN NOT WS-ORDER-ON-FILE
                   MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN NOT SO-SUSPENDED
                   MOVE 'ORDER IS NOT SUSPENDED'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SRQ-DUE-DATE NOT = SPACES
                   PERFORM CHECK-REQUEST-DUE-DATE
                   IF NOT WS-REQUEST-REJECTED
                       MOVE WS-DATE-NUMBER TO SO-NEXT-DUE-DATE
                       MOVE WS-DATE-DAY TO SO-PAYMENT-DAY
                   END-IF
               WHEN OTHER
                   PERFORM SKIP-MISSED-PAYMENTS
           END-EVALUATE
           IF NOT WS-REQUEST-REJECTED
               SET SO-ACTIVE TO TRUE
               MOVE SPACES TO SO-SUSPEND-REASON
      *> A fresh start - returns before the suspension no longer
      *> count towards the next one.
               MOVE 0 TO SO-CONSECUTIVE-RETURNS
               IF NOT SO-NO-END-DATE
                   AND SO-NEXT-DUE-DATE > SO-END-DATE
                   SET SO-ENDED TO TRUE
               END-IF
           END-IF.

       SKIP-MISSED-PAYMENTS.

      *> Due dates passed while the order was suspended are stepped
      *> over unpaid; the first one on or after the business date is
      *> the next payment.
           MOVE 0 TO WS-MISSED-PAYMENTS
           MOVE SO-NEXT-DUE-DATE TO WS-DUE-NUMBER
           PERFORM STEP-PAST-MISSED-DUE-DATE
               UNTIL WS-DUE-NUMBER NOT < WS-BUSINESS-DATE
           MOVE WS-DUE-NUMBER TO SO-NEXT-DUE-DATE
           IF WS-MISSED-PAYMENTS > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-MISSED-PAYMENTS
                   " PAYMENT(S) FELL DUE WHILE SUSPENDED - NOT MADE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       STEP-PAST-MISSED-DUE-DATE.

           ADD 1 TO WS-MISSED-PAYMENTS
           PERFORM ADVANCE-DUE-DATE.

       APPLY-CANCEL-REQUEST.

           PERFORM CHECK-ORDER-OPEN
           IF NOT WS-REQUEST-REJECTED
               SET SO-CANCELLED TO TRUE
           END-IF.

       CHECK-ORDER-OPEN.

           EVALUATE TRUE
               WHEN NOT WS-ORDER-ON-FILE
                   MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SO-CANCELLED
                   MOVE 'ORDER IS CANCELLED' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SO-ENDED
                   MOVE 'ORDER HAS ENDED' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Field checks shared by SETUP and AMEND.
      *> ------------------------------------------------------------
       CHECK-PAYING-ACCOUNT.

           IF WS-CHECK-ACCOUNT = SPACES OR LOW-VALUES
               MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           ELSE
               PERFORM FETCH-ACCOUNT
               IF NOT WS-REQUEST-REJECTED
                   EVALUATE TRUE
                       WHEN NOT WS-ACCOUNT-ON-MASTER
                           MOVE 'ACCOUNT NOT ON MASTER'
                               TO WS-REJECT-REASON-TEXT
                           SET WS-REQUEST-REJECTED TO TRUE
                       WHEN ACT-ACCOUNT-CLOSED
                           MOVE 'ACCOUNT IS CLOSED'
                               TO WS-REJECT-REASON-TEXT
                           SET WS-REQUEST-REJECTED TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-BENEFICIARY.

      *> Type I pays an account on this master by transfer, so the
      *> account must be there, open and held in the paying account's
      *> currency; type E pays out of the bank and needs a name to
      *> pay.
           EVALUATE TRUE
               WHEN WS-BENEFICIARY-TYPE NOT = 'I'
                   AND WS-BENEFICIARY-TYPE NOT = 'E'
                   MOVE 'BENEFICIARY TYPE NOT I OR E'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SRQ-BENEFICIARY-ACCOUNT = SPACES OR LOW-VALUES
                   MOVE 'BENEFICIARY ACCOUNT MISSING'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN WS-BENEFICIARY-TYPE = 'E'
                   IF SRQ-BENEFICIARY-NAME = SPACES
                       AND (SRQ-ACTION = 'SETUP'
                            OR SO-BENEFICIARY-NAME = SPACES)
                       MOVE 'BENEFICIARY NAME MISSING'
                           TO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   END-IF
               WHEN OTHER
                   IF SRQ-ACTION = 'SETUP'
                       IF SRQ-BENEFICIARY-ACCOUNT = SRQ-ACCOUNT-NUMBER
                           MOVE 'BENEFICIARY IS THE PAYING ACCOUNT'
                               TO WS-REJECT-REASON-TEXT
                           SET WS-REQUEST-REJECTED TO TRUE
                       END-IF
                   ELSE
                       IF SRQ-BENEFICIARY-ACCOUNT = SO-ACCOUNT-NUMBER
                           MOVE 'BENEFICIARY IS THE PAYING ACCOUNT'
                               TO WS-REJECT-REASON-TEXT
                           SET WS-REQUEST-REJECTED TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-REQUEST-REJECTED
                       PERFORM FETCH-PAYER-CURRENCY
                   END-IF
                   IF NOT WS-REQUEST-REJECTED
                       MOVE SRQ-BENEFICIARY-ACCOUNT TO WS-CHECK-ACCOUNT
                       PERFORM CHECK-PAYING-ACCOUNT
                       IF WS-REQUEST-REJECTED
                           MOVE SPACES TO WS-REJECT-REASON-TEXT
                           STRING 'BENEFICIARY ACCOUNT NOT ON '
                               'MASTER OR CLOSED'
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON-TEXT
                       END-IF
                   END-IF
                   IF NOT WS-REQUEST-REJECTED
                       PERFORM RESOLVE-ACCOUNT-CURRENCY
                       IF WS-ACCOUNT-CURRENCY NOT = WS-PAYER-CURRENCY
                           MOVE SPACES TO WS-REJECT-REASON-TEXT
                           STRING 'BENEFICIARY ACCOUNT IN ANOTHER '
                               'CURRENCY'
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON-TEXT
                           SET WS-REQUEST-REJECTED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       FETCH-PAYER-CURRENCY.

      *> An AMEND names no paying account - it is the order's own.
           IF SRQ-ACTION = 'SETUP'
               MOVE SRQ-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           ELSE
               MOVE SO-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
           END-IF
           PERFORM FETCH-ACCOUNT
           IF NOT WS-REQUEST-REJECTED
               IF WS-ACCOUNT-ON-MASTER
                   PERFORM RESOLVE-ACCOUNT-CURRENCY
                   MOVE WS-ACCOUNT-CURRENCY TO WS-PAYER-CURRENCY
               ELSE
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               END-IF
           END-IF.

       RESOLVE-ACCOUNT-CURRENCY.

           IF ACT-CURRENCY-CODE = SPACES OR LOW-VALUES
               MOVE WS-BASE-CURRENCY TO WS-ACCOUNT-CURRENCY
           ELSE
               MOVE ACT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
           END-IF.

       FETCH-ACCOUNT.

           MOVE 'N' TO WS-EXISTS-SWITCH
           MOVE WS-CHECK-ACCOUNT TO ACT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-ACCOUNT-OK
                       SET WS-ACCOUNT-ON-MASTER TO TRUE
                   END-IF
           END-READ
           IF NOT WS-ACCOUNT-OK AND NOT WS-ACCOUNT-NOT-FOUND
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'MASTER READ ERROR ' WS-ACCOUNT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

       CHECK-REQUEST-AMOUNT.

           EVALUATE TRUE
               WHEN NOT SRQ-AMOUNT IS NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN SRQ-AMOUNT NOT > 0
                   MOVE 'AMOUNT NOT POSITIVE' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-REQUEST-CURRENCY.

           IF SRQ-CURRENCY-CODE NOT = SPACES
               AND SRQ-CURRENCY-CODE IS NOT WS-CURRENCY-CHARS
               MOVE 'CURRENCY CODE INVALID' TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

       CHECK-REQUEST-DUE-DATE.

      *> A payment may fall due today - BABK raises it on today's
      *> feed - but never in the past.
           IF SRQ-DUE-DATE IS NOT NUMERIC
               MOVE 'DUE DATE NOT NUMERIC' TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           ELSE
               MOVE SRQ-DUE-DATE TO WS-DATE-WORK
               PERFORM VALIDATE-WORK-DATE
               EVALUATE TRUE
                   WHEN NOT WS-DATE-VALID
                       MOVE 'DUE DATE INVALID' TO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   WHEN WS-DATE-NUMBER < WS-BUSINESS-DATE
                       MOVE 'DUE DATE BEFORE BUSINESS DATE'
                           TO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-REQUEST-END-DATE.

      *> Zeros remove the end date; any other date must be real and
      *> leave at least the next payment to make.
           IF SRQ-END-DATE NOT = SPACES
               IF SRQ-END-DATE IS NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               ELSE
                   MOVE SRQ-END-DATE TO WS-DATE-WORK
                   IF WS-DATE-NUMBER = 0
                       MOVE 0 TO SO-END-DATE
                   ELSE
                       PERFORM VALIDATE-WORK-DATE
                       IF WS-DATE-VALID
                           MOVE WS-DATE-NUMBER TO SO-END-DATE
                       ELSE
                           MOVE 'END DATE INVALID'
                               TO WS-REJECT-REASON-TEXT
                           SET WS-REQUEST-REJECTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-REQUEST-REJECTED
               AND NOT SO-NO-END-DATE
               AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE 'END DATE BEFORE NEXT DUE DATE'
                   TO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

       CHECK-REQUEST-COUNT.

      *> The number of payments still to make - zeros remove the
      *> count limit.
           IF SRQ-PAYMENT-COUNT NOT = SPACES
               IF SRQ-PAYMENT-COUNT IS NUMERIC
                   MOVE SRQ-PAYMENT-COUNT TO SO-PAYMENTS-REMAINING
               ELSE
                   MOVE 'PAYMENT COUNT NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               END-IF
           END-IF.

       VALIDATE-WORK-DATE.

           MOVE 'N' TO WS-DATE-VALID-SWITCH
           IF WS-DATE-YEAR > 1900
               AND WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
               AND WS-DATE-DAY > 0
               MOVE WS-DATE-YEAR TO WS-LEAP-YEAR-NUMBER
               MOVE WS-DATE-MONTH TO WS-LEAP-MONTH-NUMBER
               PERFORM SET-DAYS-IN-MONTH
               IF WS-DATE-DAY NOT > WS-DAYS-IN-MONTH
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Writing the order back.
      *> ------------------------------------------------------------
       STORE-ORDER-ROW.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SRQ-ACTION TO SO-LAST-ACTION
           MOVE SRQ-USER-ID TO SO-LAST-USER-ID
           MOVE SRQ-TICKET TO SO-LAST-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO SO-LAST-UPDATE-TIMESTAMP
           IF SRQ-ACTION = 'SETUP'
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF NOT WS-ORDER-OK
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING 'ORDER MASTER WRITE ERROR ' WS-ORDER-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               SET WS-REQUEST-REJECTED TO TRUE
           END-IF.

       WRITE-ORDER-AUDIT-RECORD.

           MOVE SPACES TO ORDAUD-RECORD
           MOVE 'BABJ' TO SAU-EYE-CATCHER
           MOVE SRQ-USER-ID TO SAU-USER-ID
           MOVE SRQ-ACTION TO SAU-ACTION
           MOVE SO-ORDER-NUMBER TO SAU-ORDER-NUMBER
           MOVE SO-ACCOUNT-NUMBER TO SAU-ACCOUNT-NUMBER
           MOVE WS-BEFORE-STATUS TO SAU-BEFORE-STATUS
           MOVE SO-STATUS TO SAU-AFTER-STATUS
           MOVE WS-BEFORE-AMOUNT TO SAU-BEFORE-AMOUNT
           MOVE SO-AMOUNT TO SAU-AFTER-AMOUNT
           MOVE SO-NEXT-DUE-DATE TO SAU-NEXT-DUE-DATE
           MOVE SRQ-TICKET TO SAU-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO SAU-RUN-TIMESTAMP
           WRITE ORDAUD-RECORD.

      *> ------------------------------------------------------------
      *> Due-date arithmetic - one payment on from WS-DUE-WORK.
      *> ------------------------------------------------------------
       ADVANCE-DUE-DATE.

           EVALUATE TRUE
               WHEN SO-WEEKLY
                   PERFORM STEP-FORWARD-ONE-DAY
                       VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > 7
               WHEN SO-QUARTERLY
                   ADD 3 TO WS-DUE-MONTH
                   PERFORM SET-PAYMENT-DAY
               WHEN OTHER
                   ADD 1 TO WS-DUE-MONTH
                   PERFORM SET-PAYMENT-DAY
           END-EVALUATE.

       SET-PAYMENT-DAY.

           IF WS-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-DUE-YEAR TO WS-LEAP-YEAR-NUMBER
           MOVE WS-DUE-MONTH TO WS-LEAP-MONTH-NUMBER
           PERFORM SET-DAYS-IN-MONTH
           IF SO-PAYMENT-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
           ELSE
               MOVE SO-PAYMENT-DAY TO WS-DUE-DAY
           END-IF.

       STEP-FORWARD-ONE-DAY.

           MOVE WS-DUE-YEAR TO WS-LEAP-YEAR-NUMBER
           MOVE WS-DUE-MONTH TO WS-LEAP-MONTH-NUMBER
           PERFORM SET-DAYS-IN-MONTH
           IF WS-DUE-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DUE-DAY
           ELSE
               MOVE 1 TO WS-DUE-DAY
               IF WS-DUE-MONTH < 12
                   ADD 1 TO WS-DUE-MONTH
               ELSE
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.

           MOVE WS-MONTH-DAYS (WS-LEAP-MONTH-NUMBER)
               TO WS-DAYS-IN-MONTH
           IF WS-LEAP-MONTH-NUMBER = 2
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.

           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-LEAP-YEAR-NUMBER BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-LEAP-YEAR-NUMBER BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-LEAP-YEAR-NUMBER BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Report.
      *> ------------------------------------------------------------
       WRITE-REQUEST-LINE.

           IF SRQ-AMOUNT IS NUMERIC
               MOVE SRQ-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING SRQ-ACTION " " SRQ-ORDER-NUMBER
               " " SRQ-ACCOUNT-NUMBER
               " " SRQ-BENEFICIARY-TYPE
               " " SRQ-BENEFICIARY-ACCOUNT
               " AMT " WS-AMOUNT-DISPLAY
               " " SRQ-CURRENCY-CODE
               " " SRQ-FREQUENCY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DUE " SRQ-DUE-DATE
               " END " SRQ-END-DATE
               " COUNT " SRQ-PAYMENT-COUNT
               " USER " SRQ-USER-ID
               " TICKET " SRQ-TICKET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF SRQ-BENEFICIARY-NAME NOT = SPACES
               OR SRQ-PAYMENT-REFERENCE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " SRQ-BENEFICIARY-NAME
                   " REF " SRQ-PAYMENT-REFERENCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-BEFORE-AFTER-LINES.

           MOVE WS-BEFORE-AMOUNT TO WS-BEFORE-DISPLAY
           MOVE SO-AMOUNT TO WS-AFTER-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  STATUS " WS-BEFORE-STATUS " -> " SO-STATUS
               "  AMOUNT " WS-BEFORE-DISPLAY
               " -> " WS-AFTER-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NEXT DUE " SO-NEXT-DUE-DATE
               "  END " SO-END-DATE
               "  PAYMENTS LEFT " SO-PAYMENTS-REMAINING
               "  FREQUENCY " SO-FREQUENCY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REJECT-LINE.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REJECTED - " WS-REJECT-REASON-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABJ STANDING-ORDER MAINTENANCE REPORT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  BUSINESS DATE: " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-ORDER-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REQUESTS READ: " WS-COUNT-READ
               "  APPLIED: " WS-COUNT-APPLIED
               "  REJECTED: " WS-COUNT-REJECTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.
