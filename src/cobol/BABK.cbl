       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURNED-FILE ASSIGN TO BAB1RTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO BAB1SUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEQCTL-IN-FILE ASSIGN TO BABKSQI
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEQCTL-OUT-FILE ASSIGN TO BABKSQO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-FILE ASSIGN TO BABKOUT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDAUD-FILE ASSIGN TO BABJAUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-FILE ASSIGN TO BABSTO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-ORDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads - this run
       *> honors:
       *>   BUSINESS-DATE=20260821         (the day the feed is for -
       *>                                   default is the run date)
       *>   STANDING-ORDER-SOURCE=STANDORD (source system on the feed
       *>                                   header - BAB1 proves its
       *>                                   file sequence)
       *>   STANDING-ORDER-USER-ID=SYSPOST (user the payments post
       *>                                   under - must be entitled
       *>                                   to XFER and WDL on BABENT)
       *>   STANDING-ORDER-MAX-RETURNS=3   (payments of one order
       *>                                   returned in a row before
       *>                                   the order is suspended)
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> BAB1's returned-items report - items that stayed unpaid
       *> through every presentation. A payment raised here is known
       *> by its transaction ID, 9 + order number + payment number.
       FD  RETURNED-FILE.
       01  RETURNED-RECORD.
           05 RTN-LITERAL                   PIC X(15).
               88 RTN-RETURNED-ITEM         VALUE 'RETURNED AFTER '.
           05 FILLER                        PIC X(18).
           05 RTN-TRANSACTION-ID.
               10 RTN-ID-PREFIX             PIC X(1).
                   88 RTN-STANDING-ORDER-ID VALUE '9'.
               10 RTN-ORDER-NUMBER          PIC X(5).
               10 RTN-PAYMENT-NUMBER        PIC X(4).
           05 FILLER                        PIC X(37).

       *> BAB1's suspense file - a payment refused outright (dormant
       *> account, no rate for its currency, posting user not
       *> entitled, or any other fatal refusal) never reaches the
       *> returned-items report, but it went unpaid all the same and
       *> counts against its order just as a return does. Only the
       *> fields read here are named.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 FILLER                        PIC X(8).
           05 SUS-TRANSACTION-ID.
               10 SUS-ID-PREFIX             PIC X(1).
                   88 SUS-STANDING-ORDER-ID VALUE '9'.
               10 SUS-ORDER-NUMBER          PIC X(5).
               10 SUS-PAYMENT-NUMBER        PIC X(4).
           05 FILLER                        PIC X(26).
           05 SUS-REJECT-REASON             PIC X(4).
               88 SUS-OTHER-PARTITION       VALUE 'XPAR'.
           05 FILLER                        PIC X(31).

       *> This generator's own file-sequence control, carried run to
       *> run: the source system, the sequence of the last feed
       *> written and the business date it was written for. A second
       *> run for the same business date regenerates that feed under
       *> the same sequence; a failed run writes it back unchanged.
       FD  SEQCTL-IN-FILE.
       01  SEQCTL-IN-RECORD.
           05 SQI-SOURCE-SYSTEM             PIC X(8).
           05 FILLER                        PIC X(1).
           05 SQI-LAST-SEQUENCE             PIC 9(4).
           05 FILLER                        PIC X(1).
           05 SQI-LAST-BUSINESS-DATE        PIC 9(8).

       FD  SEQCTL-OUT-FILE.
       01  SEQCTL-OUT-RECORD.
           05 SQO-SOURCE-SYSTEM             PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SQO-LAST-SEQUENCE             PIC 9(4).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SQO-LAST-BUSINESS-DATE        PIC 9(8).

       *> The day's standing-order payments, in the BAB1IN layout
       *> between a header and a trailer BAB1 proves like any other
       *> source system's.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05 TI-USER-ID                    PIC X(8).
           05 TI-TRANSACTION-ID             PIC X(10).
           05 TI-TRANSACTION-TYPE           PIC X(4).
           05 TI-ACCOUNT-NUMBER             PIC X(10).
           05 TI-AMOUNT                     PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 TI-SUSPENSE-DATA              PIC X(14).
           05 TI-EFFECTIVE-DATE             PIC X(8).
           05 TI-TO-ACCOUNT-NUMBER          PIC X(10).
           05 TI-CURRENCY-CODE              PIC X(3).

       01  FEED-HEADER-REC.
           05 TH-RECORD-TYPE                PIC X(3).
           05 TH-BUSINESS-DATE              PIC 9(8).
           05 TH-SOURCE-SYSTEM              PIC X(8).
           05 TH-SEQUENCE-NUMBER            PIC 9(4).
           05 FILLER                        PIC X(56).

       01  FEED-TRAILER-REC.
           05 TT-RECORD-TYPE                PIC X(3).
           05 TT-RECORD-COUNT               PIC 9(9).
           05 TT-HASH-TOTAL                 PIC 9(11)V99.
           05 FILLER                        PIC X(54).

       *> Standing-order audit trail shared with BABJ - one record
       *> per order this run suspends or ends.
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

       *> Generation report - returns applied, orders suspended,
       *> payments raised, orders ended, and the feed's control
       *> totals.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       FD  ORDER-FILE.
       COPY BABSTO.

       WORKING-STORAGE SECTION.

       77 WS-ORDER-FILE-STATUS             PIC X(2)  VALUE SPACES.
           88 WS-ORDER-OK                  VALUE '00'.
           88 WS-ORDER-NOT-FOUND           VALUE '23'.

       *> With no standing-order master, a feed already written for
       *> a later business date, or a master read failing part way
       *> through, no usable feed is produced: the trailer is left
       *> off so BAB1 refuses the file, the sequence control is
       *> written back unchanged and the step ends RC=16.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.

       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.
       77 WS-RTN-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-RTN-END-OF-FILE           VALUE 'Y'.
       77 WS-SUS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-SUS-END-OF-FILE           VALUE 'Y'.
       77 WS-SEQ-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-SEQ-END-OF-FILE           VALUE 'Y'.
       77 WS-ORD-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-ORD-END-OF-FILE           VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.

       77 WS-BUSINESS-DATE                 PIC 9(8)  VALUE 0.
       77 WS-SOURCE-SYSTEM                 PIC X(8)  VALUE 'STANDORD'.
       77 WS-POSTING-USER-ID               PIC X(8)  VALUE 'SYSPOST'.
       77 WS-MAX-RETURNS                   PIC 9(2)  VALUE 3.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> File sequence of the feed being written, and whether it
       *> replaces one already written for this business date.
       77 WS-LAST-SEQUENCE                 PIC 9(4)  VALUE 0.
       77 WS-LAST-BUSINESS-DATE            PIC 9(8)  VALUE 0.
       77 WS-FEED-SEQUENCE                 PIC 9(4)  VALUE 0.
       77 WS-REGENERATE-SWITCH             PIC X(1)  VALUE 'N'.
           88 WS-REGENERATING              VALUE 'Y'.

       *> Payment in hand - its number and the transaction ID built
       *> from it.
       77 WS-PAYMENT-NUMBER                PIC 9(4)  VALUE 0.
       01 WS-PAYMENT-ID.
           05 WS-PAYMENT-ID-PREFIX          PIC X(1)  VALUE '9'.
           05 WS-PAYMENT-ID-ORDER           PIC 9(5).
           05 WS-PAYMENT-ID-NUMBER          PIC 9(4).
       77 WS-RETURNED-PAYMENT              PIC 9(4)  VALUE 0.

       *> The unpaid payment being counted and where it was found -
       *> RETURNED, or SUSPENSE and BAB1's reason.
       77 WS-FAILED-PAYMENT-ID             PIC X(10) VALUE SPACES.
       01 WS-FAILURE-LABEL.
           05 WS-FAILURE-SOURCE             PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 WS-FAILURE-REASON             PIC X(4).

       *> Before images for the audit.
       77 WS-BEFORE-STATUS                 PIC X(1)  VALUE SPACE.
       77 WS-AUDIT-ACTION                  PIC X(8)  VALUE SPACES.

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

       *> Feed control totals - count of details and the sum of their
       *> absolute amounts, as BAB1 proves them.
       77 WS-FEED-RECORD-COUNT             PIC 9(9)  VALUE 0.
       77 WS-FEED-HASH-TOTAL               PIC 9(11)V99 COMP-3
                                           VALUE 0.

       *> Counters for the summary block.
       77 WS-COUNT-RETURNS-READ            PIC 9(6)  VALUE 0.
       77 WS-COUNT-SUSPENSE-READ           PIC 9(6)  VALUE 0.
       77 WS-COUNT-RETURNS-APPLIED         PIC 9(6)  VALUE 0.
       77 WS-COUNT-RETURNS-UNKNOWN         PIC 9(6)  VALUE 0.
       77 WS-COUNT-AUTO-SUSPENDED          PIC 9(6)  VALUE 0.
       77 WS-COUNT-ORDERS-READ             PIC 9(6)  VALUE 0.
       77 WS-COUNT-PAYMENTS                PIC 9(6)  VALUE 0.
       77 WS-COUNT-REGENERATED             PIC 9(6)  VALUE 0.
       77 WS-COUNT-MISSED                  PIC 9(6)  VALUE 0.
       77 WS-COUNT-ENDED                   PIC 9(6)  VALUE 0.
       77 WS-COUNT-ERRORS                  PIC 9(6)  VALUE 0.

       *> Print masks for the report lines.
       77 WS-AMOUNT-DISPLAY                PIC -(9)9.99.
       77 WS-HASH-DISPLAY                  PIC Z(10)9.99.

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
           IF NOT WS-RUN-ABORTED
               PERFORM ESTABLISH-FEED-SEQUENCE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM APPLY-RETURNED-PAYMENTS
               PERFORM WRITE-FEED-HEADER
               PERFORM GENERATE-DUE-PAYMENTS
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM WRITE-FEED-TRAILER
           END-IF
           PERFORM WRITE-SEQUENCE-CONTROL
           PERFORM PRODUCE-GENERATION-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       OPEN-FILES.

           OPEN INPUT RETURNED-FILE
           OPEN INPUT SUSPENSE-FILE
           OPEN INPUT SEQCTL-IN-FILE
           OPEN OUTPUT SEQCTL-OUT-FILE
           OPEN OUTPUT FEED-FILE
           OPEN EXTEND ORDAUD-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN I-O ORDER-FILE
           IF NOT WS-ORDER-OK
               DISPLAY "Error opening standing-order master, status: "
                   WS-ORDER-FILE-STATUS " - ending run"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STANDING-ORDER MASTER UNAVAILABLE - STATUS "
                   WS-ORDER-FILE-STATUS " - NO FEED PRODUCED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       CLOSE-FILES.

           CLOSE RETURNED-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SEQCTL-IN-FILE
           CLOSE SEQCTL-OUT-FILE
           CLOSE FEED-FILE
           CLOSE ORDAUD-FILE
           CLOSE REPORT-FILE
           CLOSE ORDER-FILE.

       SET-JOB-RETURN-CODE.

      *> RC=8 - a payment could not be raised or an order not moved
      *> on; RC=4 - orders suspended for returns, payments missed or
      *> returns that match no order, for someone to look at.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-AUTO-SUSPENDED > 0
                   OR WS-COUNT-MISSED > 0
                   OR WS-COUNT-RETURNS-UNKNOWN > 0
                   MOVE 4 TO RETURN-CODE
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
               WHEN 'STANDING-ORDER-SOURCE'
                   IF WS-CONTROL-VALUE (1:8) NOT = SPACES
                       MOVE WS-CONTROL-VALUE (1:8) TO WS-SOURCE-SYSTEM
                   END-IF
               WHEN 'STANDING-ORDER-USER-ID'
                   IF WS-CONTROL-VALUE (1:8) NOT = SPACES
                       MOVE WS-CONTROL-VALUE (1:8)
                           TO WS-POSTING-USER-ID
                   END-IF
               WHEN 'STANDING-ORDER-MAX-RETURNS'
                   IF WS-CONTROL-VALUE (1:2) IS NUMERIC
                       AND WS-CONTROL-VALUE (1:2) NOT = '00'
                       MOVE WS-CONTROL-VALUE (1:2) TO WS-MAX-RETURNS
                   ELSE
                       DISPLAY "Unusable return limit ignored: "
                           WS-CONTROL-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

      *> ------------------------------------------------------------
      *> File sequence - one up from the last feed, or the same
      *> sequence again when this business date's feed is being
      *> regenerated.
      *> ------------------------------------------------------------
       ESTABLISH-FEED-SEQUENCE.

           PERFORM READ-SEQCTL-RECORD
           PERFORM STORE-SEQCTL-RECORD UNTIL WS-SEQ-END-OF-FILE
           EVALUATE TRUE
               WHEN WS-LAST-BUSINESS-DATE > WS-BUSINESS-DATE
                   DISPLAY "Feed already written for "
                       WS-LAST-BUSINESS-DATE " - business date "
                       WS-BUSINESS-DATE " is behind it - ending run"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "LAST FEED WAS FOR " WS-LAST-BUSINESS-DATE
                       " - AFTER THE BUSINESS DATE - NO FEED PRODUCED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   SET WS-RUN-ABORTED TO TRUE
               WHEN WS-LAST-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND WS-LAST-SEQUENCE > 0
                   SET WS-REGENERATING TO TRUE
                   MOVE WS-LAST-SEQUENCE TO WS-FEED-SEQUENCE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REGENERATING FEED SEQUENCE "
                       WS-FEED-SEQUENCE " FOR " WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-LAST-SEQUENCE = 9999
                   MOVE 1 TO WS-FEED-SEQUENCE
               WHEN OTHER
                   COMPUTE WS-FEED-SEQUENCE = WS-LAST-SEQUENCE + 1
           END-EVALUATE.

       READ-SEQCTL-RECORD.

           READ SEQCTL-IN-FILE
               AT END
                   SET WS-SEQ-END-OF-FILE TO TRUE
           END-READ.

       STORE-SEQCTL-RECORD.

      *> An empty control dataset starts the source at sequence 1,
      *> which BAB1 takes as a new source's baseline.
           IF SQI-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
               IF SQI-LAST-SEQUENCE IS NUMERIC
                   MOVE SQI-LAST-SEQUENCE TO WS-LAST-SEQUENCE
               END-IF
               IF SQI-LAST-BUSINESS-DATE IS NUMERIC
                   MOVE SQI-LAST-BUSINESS-DATE
                       TO WS-LAST-BUSINESS-DATE
               END-IF
           END-IF
           PERFORM READ-SEQCTL-RECORD.

       WRITE-SEQUENCE-CONTROL.

           MOVE SPACES TO SEQCTL-OUT-RECORD
           MOVE WS-SOURCE-SYSTEM TO SQO-SOURCE-SYSTEM
           IF WS-RUN-ABORTED
               MOVE WS-LAST-SEQUENCE TO SQO-LAST-SEQUENCE
               MOVE WS-LAST-BUSINESS-DATE TO SQO-LAST-BUSINESS-DATE
           ELSE
               MOVE WS-FEED-SEQUENCE TO SQO-LAST-SEQUENCE
               MOVE WS-BUSINESS-DATE TO SQO-LAST-BUSINESS-DATE
           END-IF
           WRITE SEQCTL-OUT-RECORD.

      *> ------------------------------------------------------------
      *> Returned payments - count the returns in a row against each
      *> order and suspend it at the limit. A payment BAB1 put in
      *> suspense is a return by another name and counts the same.
      *> ------------------------------------------------------------
       APPLY-RETURNED-PAYMENTS.

           PERFORM READ-RETURNED-RECORD
           PERFORM APPLY-RETURNED-RECORD UNTIL WS-RTN-END-OF-FILE
           PERFORM READ-SUSPENSE-RECORD
           PERFORM APPLY-SUSPENSE-RECORD UNTIL WS-SUS-END-OF-FILE.

       READ-RETURNED-RECORD.

           READ RETURNED-FILE
               AT END
                   SET WS-RTN-END-OF-FILE TO TRUE
           END-READ.

       APPLY-RETURNED-RECORD.

           IF RTN-RETURNED-ITEM
               AND RTN-STANDING-ORDER-ID
               AND RTN-ORDER-NUMBER IS NUMERIC
               AND RTN-PAYMENT-NUMBER IS NUMERIC
               ADD 1 TO WS-COUNT-RETURNS-READ
               MOVE RTN-ORDER-NUMBER TO SO-ORDER-NUMBER
               MOVE RTN-PAYMENT-NUMBER TO WS-RETURNED-PAYMENT
               MOVE RTN-TRANSACTION-ID TO WS-FAILED-PAYMENT-ID
               MOVE 'RETURNED' TO WS-FAILURE-SOURCE
               MOVE SPACES TO WS-FAILURE-REASON
               PERFORM APPLY-FAILED-PAYMENT
           END-IF
           PERFORM READ-RETURNED-RECORD.

       READ-SUSPENSE-RECORD.

           READ SUSPENSE-FILE
               AT END
                   SET WS-SUS-END-OF-FILE TO TRUE
           END-READ.

       APPLY-SUSPENSE-RECORD.

      *> A transfer refused only because its other leg fell in
      *> another partition is re-fed single-stream the same day - it
      *> is not the payer's failure.
           IF SUS-STANDING-ORDER-ID
               AND NOT SUS-OTHER-PARTITION
               AND SUS-ORDER-NUMBER IS NUMERIC
               AND SUS-PAYMENT-NUMBER IS NUMERIC
               ADD 1 TO WS-COUNT-SUSPENSE-READ
               MOVE SUS-ORDER-NUMBER TO SO-ORDER-NUMBER
               MOVE SUS-PAYMENT-NUMBER TO WS-RETURNED-PAYMENT
               MOVE SUS-TRANSACTION-ID TO WS-FAILED-PAYMENT-ID
               MOVE 'SUSPENSE' TO WS-FAILURE-SOURCE
               MOVE SUS-REJECT-REASON TO WS-FAILURE-REASON
               PERFORM APPLY-FAILED-PAYMENT
           END-IF
           PERFORM READ-SUSPENSE-RECORD.

       APPLY-FAILED-PAYMENT.

           READ ORDER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ORDER-OK
                   PERFORM COUNT-RETURNED-PAYMENT
               WHEN WS-ORDER-NOT-FOUND
                   ADD 1 TO WS-COUNT-RETURNS-UNKNOWN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-FAILURE-LABEL " " WS-FAILED-PAYMENT-ID
                       " - NO SUCH STANDING ORDER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM REPORT-ORDER-ERROR
           END-EVALUATE.

       COUNT-RETURNED-PAYMENT.

      *> Each return is counted once, however often the report is
      *> read. A return for the payment straight after the last one
      *> returned lengthens the run; any other starts a new one.
           IF WS-RETURNED-PAYMENT > SO-LAST-RETURNED-PAYMENT
               ADD 1 TO WS-COUNT-RETURNS-APPLIED
               IF WS-RETURNED-PAYMENT = SO-LAST-RETURNED-PAYMENT + 1
                   AND SO-CONSECUTIVE-RETURNS < 99
                   ADD 1 TO SO-CONSECUTIVE-RETURNS
               ELSE
                   MOVE 1 TO SO-CONSECUTIVE-RETURNS
               END-IF
               MOVE WS-RETURNED-PAYMENT TO SO-LAST-RETURNED-PAYMENT
               MOVE SO-STATUS TO WS-BEFORE-STATUS
               MOVE SPACES TO WS-AUDIT-ACTION
               IF SO-ACTIVE
                   AND SO-CONSECUTIVE-RETURNS NOT < WS-MAX-RETURNS
                   SET SO-SUSPENDED TO TRUE
                   SET SO-SUSPENDED-FOR-RETURNS TO TRUE
                   MOVE 'AUTOSUSP' TO WS-AUDIT-ACTION
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-FAILURE-LABEL " " WS-FAILED-PAYMENT-ID
                   " ORDER " SO-ORDER-NUMBER
                   " ACCT " SO-ACCOUNT-NUMBER
                   " IN A ROW: " SO-CONSECUTIVE-RETURNS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM REWRITE-ORDER-ROW
               IF WS-ORDER-OK AND WS-AUDIT-ACTION NOT = SPACES
                   ADD 1 TO WS-COUNT-AUTO-SUSPENDED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ORDER " SO-ORDER-NUMBER
                       " SUSPENDED - " SO-CONSECUTIVE-RETURNS
                       " PAYMENTS UNPAID IN A ROW"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> The day's payments - one walk of the master.
      *> ------------------------------------------------------------
       GENERATE-DUE-PAYMENTS.

           MOVE 0 TO SO-ORDER-NUMBER
           START ORDER-FILE KEY NOT < SO-ORDER-NUMBER
               INVALID KEY
                   SET WS-ORD-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-ORD-END-OF-FILE
               PERFORM READ-NEXT-ORDER
               PERFORM GENERATE-ORDER-PAYMENT
                   UNTIL WS-ORD-END-OF-FILE
           END-IF.

       READ-NEXT-ORDER.

           READ ORDER-FILE NEXT
               AT END
                   SET WS-ORD-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-ORD-END-OF-FILE AND NOT WS-ORDER-OK
               DISPLAY "Error reading standing-order master, status: "
                   WS-ORDER-FILE-STATUS " - ending run"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STANDING-ORDER MASTER READ ERROR - STATUS "
                   WS-ORDER-FILE-STATUS " - FEED LEFT WITHOUT TRAILER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-RUN-ABORTED TO TRUE
               SET WS-ORD-END-OF-FILE TO TRUE
           END-IF.

       GENERATE-ORDER-PAYMENT.

           ADD 1 TO WS-COUNT-ORDERS-READ
      *> A payment already raised for this business date (the feed
      *> is being regenerated, or an earlier run stopped part way)
      *> goes out again under the same ID - the order itself has
      *> already moved on.
           EVALUATE TRUE
               WHEN SO-LAST-PAYMENT-DATE = WS-BUSINESS-DATE
                   AND SO-PAYMENTS-MADE > 0
                   AND NOT SO-CANCELLED
                   MOVE SO-PAYMENTS-MADE TO WS-PAYMENT-NUMBER
                   PERFORM WRITE-PAYMENT-DETAIL
                   ADD 1 TO WS-COUNT-REGENERATED
               WHEN SO-ACTIVE
                   AND SO-NEXT-DUE-DATE NOT > WS-BUSINESS-DATE
                   PERFORM RAISE-DUE-PAYMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-NEXT-ORDER.

       RAISE-DUE-PAYMENT.

           IF SO-PAYMENTS-MADE = 9999
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ORDER " SO-ORDER-NUMBER
                   " HAS USED EVERY PAYMENT NUMBER - NOT PAID"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-COUNT-ERRORS
           ELSE
               MOVE SO-STATUS TO WS-BEFORE-STATUS
               MOVE SPACES TO WS-AUDIT-ACTION
               ADD 1 TO SO-PAYMENTS-MADE
               MOVE SO-PAYMENTS-MADE TO WS-PAYMENT-NUMBER
               MOVE WS-BUSINESS-DATE TO SO-LAST-PAYMENT-DATE
               PERFORM MOVE-ORDER-ON
               PERFORM REWRITE-ORDER-ROW
      *> Only a payment the master records as made goes on the
      *> feed, so a rerun can never pay it twice.
               IF WS-ORDER-OK
                   PERFORM WRITE-PAYMENT-DETAIL
                   ADD 1 TO WS-COUNT-PAYMENTS
                   IF WS-AUDIT-ACTION NOT = SPACES
                       ADD 1 TO WS-COUNT-ENDED
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  ORDER " SO-ORDER-NUMBER
                           " ENDED - LAST PAYMENT " WS-PAYMENT-NUMBER
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       MOVE-ORDER-ON.

      *> The next due date moves past the business date. Due dates
      *> stepped over on the way (runs missed) are not paid - they
      *> are reported for data control to raise by hand if owed.
           MOVE SO-NEXT-DUE-DATE TO WS-DUE-NUMBER
           PERFORM ADVANCE-DUE-DATE
           MOVE 0 TO WS-MISSED-PAYMENTS
           PERFORM STEP-PAST-MISSED-DUE-DATE
               UNTIL WS-DUE-NUMBER > WS-BUSINESS-DATE
           MOVE WS-DUE-NUMBER TO SO-NEXT-DUE-DATE
           IF WS-MISSED-PAYMENTS > 0
               ADD WS-MISSED-PAYMENTS TO WS-COUNT-MISSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ORDER " SO-ORDER-NUMBER " "
                   WS-MISSED-PAYMENTS
                   " EARLIER DUE DATE(S) PASSED - NOT PAID"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT SO-NO-COUNT-LIMIT
               SUBTRACT 1 FROM SO-PAYMENTS-REMAINING
               IF SO-NO-COUNT-LIMIT
                   SET SO-ENDED TO TRUE
               END-IF
           END-IF
           IF NOT SO-NO-END-DATE
               AND SO-NEXT-DUE-DATE > SO-END-DATE
               SET SO-ENDED TO TRUE
           END-IF
           IF SO-ENDED
               MOVE 'ENDED' TO WS-AUDIT-ACTION
           END-IF.

       STEP-PAST-MISSED-DUE-DATE.

           ADD 1 TO WS-MISSED-PAYMENTS
           PERFORM ADVANCE-DUE-DATE.

       REWRITE-ORDER-ROW.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE 'BABK' TO SO-LAST-ACTION
           MOVE WS-POSTING-USER-ID TO SO-LAST-USER-ID
           MOVE SPACES TO SO-LAST-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO SO-LAST-UPDATE-TIMESTAMP
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-ORDER-OK
               IF WS-AUDIT-ACTION NOT = SPACES
                   PERFORM WRITE-ORDER-AUDIT-RECORD
               END-IF
           ELSE
               PERFORM REPORT-ORDER-ERROR
           END-IF.

       REPORT-ORDER-ERROR.

           DISPLAY "Standing order " SO-ORDER-NUMBER
               " not updated, status: " WS-ORDER-FILE-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ORDER " SO-ORDER-NUMBER
               " NOT UPDATED - MASTER STATUS " WS-ORDER-FILE-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-COUNT-ERRORS.

       WRITE-ORDER-AUDIT-RECORD.

           MOVE SPACES TO ORDAUD-RECORD
           MOVE 'BABK' TO SAU-EYE-CATCHER
           MOVE WS-POSTING-USER-ID TO SAU-USER-ID
           MOVE WS-AUDIT-ACTION TO SAU-ACTION
           MOVE SO-ORDER-NUMBER TO SAU-ORDER-NUMBER
           MOVE SO-ACCOUNT-NUMBER TO SAU-ACCOUNT-NUMBER
           MOVE WS-BEFORE-STATUS TO SAU-BEFORE-STATUS
           MOVE SO-STATUS TO SAU-AFTER-STATUS
           MOVE SO-AMOUNT TO SAU-BEFORE-AMOUNT
           MOVE SO-AMOUNT TO SAU-AFTER-AMOUNT
           MOVE SO-NEXT-DUE-DATE TO SAU-NEXT-DUE-DATE
           MOVE SPACES TO SAU-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO SAU-RUN-TIMESTAMP
           WRITE ORDAUD-RECORD.

      *> ------------------------------------------------------------
      *> Feed records.
      *> ------------------------------------------------------------
       WRITE-FEED-HEADER.

           MOVE SPACES TO FEED-HEADER-REC
           MOVE 'HDR' TO TH-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE
           MOVE WS-SOURCE-SYSTEM TO TH-SOURCE-SYSTEM
           MOVE WS-FEED-SEQUENCE TO TH-SEQUENCE-NUMBER
           WRITE FEED-HEADER-REC.

       WRITE-PAYMENT-DETAIL.

      *> A payment to an account here is a transfer of the positive
      *> sum; a payment out of the bank debits the paying account.
           MOVE SPACES TO FEED-RECORD
           MOVE SO-ORDER-NUMBER TO WS-PAYMENT-ID-ORDER
           MOVE WS-PAYMENT-NUMBER TO WS-PAYMENT-ID-NUMBER
           MOVE WS-POSTING-USER-ID TO TI-USER-ID
           MOVE WS-PAYMENT-ID TO TI-TRANSACTION-ID
           MOVE SO-ACCOUNT-NUMBER TO TI-ACCOUNT-NUMBER
           MOVE SO-CURRENCY-CODE TO TI-CURRENCY-CODE
           IF SO-BENEFICIARY-INTERNAL
               MOVE 'XFER' TO TI-TRANSACTION-TYPE
               MOVE SO-AMOUNT TO TI-AMOUNT
               MOVE SO-BENEFICIARY-ACCOUNT TO TI-TO-ACCOUNT-NUMBER
           ELSE
               MOVE 'WDL' TO TI-TRANSACTION-TYPE
               COMPUTE TI-AMOUNT = 0 - SO-AMOUNT
           END-IF
           WRITE FEED-RECORD
           ADD 1 TO WS-FEED-RECORD-COUNT
           ADD SO-AMOUNT TO WS-FEED-HASH-TOTAL
           MOVE SO-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAY " TI-TRANSACTION-ID
               " " TI-TRANSACTION-TYPE
               " " SO-ACCOUNT-NUMBER
               " TO " SO-BENEFICIARY-ACCOUNT
               " " WS-AMOUNT-DISPLAY
               " " SO-CURRENCY-CODE
               " NEXT " SO-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-FEED-TRAILER.

           MOVE SPACES TO FEED-TRAILER-REC
           MOVE 'TRL' TO TT-RECORD-TYPE
           MOVE WS-FEED-RECORD-COUNT TO TT-RECORD-COUNT
           MOVE WS-FEED-HASH-TOTAL TO TT-HASH-TOTAL
           WRITE FEED-TRAILER-REC.

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
       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABK STANDING-ORDER PAYMENT GENERATION REPORT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  BUSINESS DATE: " WS-BUSINESS-DATE
               "  SOURCE: " WS-SOURCE-SYSTEM
               "  USER: " WS-POSTING-USER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-GENERATION-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNS READ: " WS-COUNT-RETURNS-READ
               "  SUSPENSE READ: " WS-COUNT-SUSPENSE-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNPAID COUNTED: " WS-COUNT-RETURNS-APPLIED
               "  NO SUCH ORDER: " WS-COUNT-RETURNS-UNKNOWN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ORDERS SUSPENDED FOR RETURNS: "
               WS-COUNT-AUTO-SUSPENDED
               "  (LIMIT " WS-MAX-RETURNS " IN A ROW)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ORDERS READ: " WS-COUNT-ORDERS-READ
               "  PAYMENTS RAISED: " WS-COUNT-PAYMENTS
               "  RAISED AGAIN: " WS-COUNT-REGENERATED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DUE DATES MISSED: " WS-COUNT-MISSED
               "  ORDERS ENDED: " WS-COUNT-ENDED
               "  ERRORS: " WS-COUNT-ERRORS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RUN-ABORTED
               STRING "NO FEED PRODUCED - SEQUENCE CONTROL "
                   "WRITTEN BACK UNCHANGED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-FEED-HASH-TOTAL TO WS-HASH-DISPLAY
               STRING "FEED " WS-SOURCE-SYSTEM
                   " SEQUENCE " WS-FEED-SEQUENCE
                   "  RECORDS: " WS-FEED-RECORD-COUNT
                   "  HASH: " WS-HASH-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.
