       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS WS-VALID-USERID-CHARS IS
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 "
           CLASS WS-CURRENCY-CHARS IS "A" THRU "I" "J" THRU "R"
                                      "S" THRU "Z".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQCTL-OUT-FILE ASSIGN TO BAB1SQO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-FILE ASSIGN TO BAB1HLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVED-FILE ASSIGN TO BAB1API
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO BAB1RAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-FILE ASSIGN TO BAB1MST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRANSACTION-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO BABENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-USER-ID
               FILE STATUS IS WS-ENTITLEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *> Only on reversal requests (transaction type REV) - the
      *> master row of the completed posting to back out.
           05 TI-ORIGINAL-TRANS-ID          PIC X(10).
      *> On transfer requests (type XFER) the same ten bytes carry
      *> the account the money moves to - TI-ACCOUNT-NUMBER is the
      *> account it moves from and TI-AMOUNT the positive sum moved.
           05 TI-TO-ACCOUNT-NUMBER REDEFINES TI-ORIGINAL-TRANS-ID
                                            PIC X(10).
      *> Currency TI-AMOUNT is in - blank for the account's own. Any
      *> other currency is converted into the account's currency at
      *> the business date's rate from the rate file before posting.
      *> Ignored on reversals, which back out the original's posted
      *> amount as it stands.
           05 TI-CURRENCY-CODE              PIC X(3).

      *> File-transfer control records carried on the same feed: a
      *> header as the first record and a trailer as the last, both
       *>   MAX-SUSPENSE-CYCLES=03
       *>   MAX-REPRESENT-CYCLES=03
       *>   PARTITION=1/2
       *>   APPROVAL-THRESHOLD=000250000
       *>   APPROVAL-THRESHOLD-XFER=000100000
       *>   BASE-CURRENCY=USD
       *> The approval thresholds are whole units of the base
       *> currency; a type-specific one overrides the general one for
       *> that type, and zero (or no threshold at all) posts
       *> everything unheld. BASE-CURRENCY is the currency the rate
       *> file quotes against, and the currency of any account opened
       *> without one - USD when not supplied.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

           05 SUS-CYCLE-COUNT               PIC 9(2).
           05 SUS-EFFECTIVE-DATE            PIC X(8).
           05 SUS-ORIGINAL-TRANS-ID         PIC X(10).
           05 SUS-CURRENCY-CODE             PIC X(3).

       *> Machine-readable partition summary, one per run - the BAB6
       *> consolidation step merges these across partition steps into
           05 PSC-COUNT-REQUEUED            PIC 9(6).
           05 PSC-COUNT-RETURNED            PIC 9(6).
           05 PSC-COUNT-REVERSALS           PIC 9(6).
           05 PSC-COUNT-TRANSFERS           PIC 9(6).
           05 PSC-COUNT-HELD                PIC 9(6).
           05 PSC-COUNT-APPROVED            PIC 9(6).
      *> 'Y' when the partition processed its work; 'N' when input
      *> controls failed or the run aborted, so the consolidation
      *> step can flag a half-processed day instead of publishing
           05 PNI-DETAIL                    PIC X(58).
           05 PNI-EFFECTIVE-DATE            PIC X(8).
           05 PNI-ORIGINAL-TRANS-ID         PIC X(10).
           05 PNI-CURRENCY-CODE             PIC X(3).

       FD  PENDING-OUT-FILE.
       01  PENDING-OUT-RECORD               PIC X(79).

       *> Re-presentation dataset carried run to run - debits that
       *> ended NOFUNDS or EARMARKED, in the input record layout plus
       *> how many times they have been presented. This run retries
       *> the prior run's items after the day's feed has posted its
       *> credits; items that fail again are re-queued until the
       *> presentation counter passes MAX-REPRESENT-CYCLES, when they
       *> drop to the returned-items report instead.
       FD  REPRESENT-IN-FILE.
       01  REPRESENT-IN-RECORD.
           05 RPI-DETAIL                    PIC X(79).
           05 RPI-PRESENT-COUNT             PIC 9(2).

       FD  REPRESENT-OUT-FILE.
       01  REPRESENT-OUT-RECORD.
           05 RPO-DETAIL                    PIC X(79).
           05 RPO-PRESENT-COUNT             PIC 9(2).

       *> Returned-items report - one line per debit given up on, for
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 SQO-DAILY-FLAG                PIC X(1).

       *> Approval-pending dataset - items over their approval
       *> threshold, held in the input record layout instead of
       *> posting. A new generation per run; the BABC release step
       *> folds it into the standing approval queue and works the
       *> supervisors' decisions against it.
       FD  HELD-FILE.
       01  HELD-RECORD                      PIC X(79).

       *> Approved items released by BABC, in the input record layout
       *> - swept ahead of the feed like matured pending items. Only
       *> an item whose master row still reads APPROVED is released,
       *> so re-reading a generation can never post anything twice.
       FD  APPROVED-FILE.
       01  APPROVED-RECORD                  PIC X(79).

       *> Daily exchange rates - one record per currency per business
       *> date, each quoted as units of the base currency to one unit
       *> of the currency (seven decimal places, no point), e.g.
       *>   EUR 20260821 000010854300
       *> Only the business date's rows are loaded; a row that fails
       *> validation is reported and left out, and a currency quoted
       *> twice that day at two different rates is not used at all.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RAT-CURRENCY-CODE             PIC X(3).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-DATE                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-TO-BASE              PIC 9(5)V9(7).

       *> Reconciliation master - record layout shared with the
       *> programs that read it back (BAB2, BAB4, BAB7).
       FD  MASTER-FILE.
       COPY BABMST.

       *> Operator entitlements master - what each user ID may submit.
       FD  ENTITLEMENT-FILE.
       COPY BABENT.

       WORKING-STORAGE SECTION.

       *> Include the communication area copybook (BAM1)
       01 BAM1-PGM                         PIC X(8) VALUE 'BAM1'.
       01 BAM2-PGM                         PIC X(8) VALUE 'BAM2'.
       77 WS-TARGET-PGM                    PIC X(8) VALUE SPACES.
       01 BAM3-PGM                         PIC X(8) VALUE 'BAM3'.

       *> Request/result area for the common business-day calendar
       *> module - value dates falling on a weekend or bank holiday
       *> are moved on to the next business day.
       COPY BAM3.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
       77 WS-PARTITION-NUMBER              PIC 9(2)  VALUE 1.
       77 WS-PARTITION-COUNT               PIC 9(2)  VALUE 1.
       77 WS-RECORD-PARTITION              PIC 9(2)  VALUE 1.
       77 WS-PARTITION-ACCOUNT             PIC X(10) VALUE SPACES.
       77 WS-ACCOUNT-PARTITION             PIC 9(2)  VALUE 1.
       77 WS-PARTITION-WORK-ID             PIC 9(10) VALUE 0.
       77 WS-PARTITION-QUOTIENT            PIC 9(10) VALUE 0.
       77 WS-PARTITION-REMAINDER           PIC 9(2)  VALUE 0.
           88 WS-DEFER-ITEM                VALUE 'Y'.
       77 WS-EFFECTIVE-DATE-NUM            PIC 9(8)  VALUE 0.
       77 WS-COUNT-DEFERRED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-VALUE-DATES-MOVED       PIC 9(6)  VALUE 0.
      *> Without the holiday calendar, value dates are moved off
      *> weekends only - the run says so once and ends RC=4. A
      *> business date that is itself no business day is run as
      *> given (the feed headers carry it) but ends RC=4 too.
       77 WS-CALENDAR-SWITCH               PIC X(1)  VALUE 'Y'.
           88 WS-CALENDAR-AVAILABLE        VALUE 'Y'.
           88 WS-CALENDAR-DOWN             VALUE 'N'.
       77 WS-BUSINESS-DAY-SWITCH           PIC X(1)  VALUE 'Y'.
           88 WS-RUN-ON-BUSINESS-DAY       VALUE 'Y'.
           88 WS-RUN-ON-NON-BUSINESS-DAY   VALUE 'N'.
       77 WS-NON-BUSINESS-DAY-NAME         PIC X(30) VALUE SPACES.
       77 WS-COUNT-RELEASED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-CARRIED                 PIC 9(6)  VALUE 0.

      *> so they never muddy the genuine NOFUNDS pile.
       77 WS-COUNT-OVERDRAFT               PIC 9(6)  VALUE 0.

      *> Debits refused because they would have reached held funds -
      *> inside the warning count, reported on their own line.
       77 WS-COUNT-EARMARKED               PIC 9(6)  VALUE 0.

      *> Entitlement controls - every detail record is proven against
      *> its user's row on the entitlements master (status, allowed
      *> types, per-item ceiling) before it goes any further. An item
      *> its user may not submit is refused to suspense under reason
      *> ENTL with return code 95; with no entitlements master the
      *> run ends, since nothing could be proven.
       77 WS-ENTITLEMENT-FILE-STATUS       PIC X(2)  VALUE SPACES.
           88 WS-ENTITLEMENT-OK            VALUE '00'.
           88 WS-ENTITLEMENT-NOT-FOUND     VALUE '23'.
       77 WS-ENTITLED-SWITCH               PIC X(1)  VALUE 'Y'.
           88 WS-ITEM-ENTITLED             VALUE 'Y'.
       77 WS-ENT-TYPE-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-ENT-TYPE-ALLOWED          VALUE 'Y'.
       77 WS-ENT-IDX                       PIC 9(2)  VALUE 0.
       77 WS-ENT-CEILING                   PIC 9(9)V99 COMP-3
                                           VALUE 0.
       77 WS-ENT-REFUSAL-TEXT              PIC X(80) VALUE SPACES.
       77 WS-COUNT-UNENTITLED              PIC 9(6)  VALUE 0.

      *> Re-presentation controls - a NOFUNDS debit is queued for the
      *> next run, presented again once that day's credits have
      *> posted, and given up on (returned-items report) once its
       77 WS-ORIGINAL-TRANS-ID             PIC X(10) VALUE SPACES.
       77 WS-ORIGINAL-AMOUNT               PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77 WS-ORIGINAL-CURRENCY             PIC X(3)  VALUE SPACES.
       77 WS-REVERSAL-OK-SWITCH            PIC X(1)  VALUE 'N'.
           88 WS-REVERSAL-VERIFIED        VALUE 'Y'.
       77 WS-COUNT-REVERSALS               PIC 9(6)  VALUE 0.
      *> Names the master row MARK-ORIGINAL-REVERSED restatuses - the
      *> original itself, then its secondary leg when it was a
      *> transfer.
       77 WS-RESTATUS-TRANS-ID             PIC X(10) VALUE SPACES.

      *> Transfer controls - an XFER posts both legs in one BAM0 call
      *> and lands two linked master rows: the primary under its own
      *> ID against the from-account, the secondary under the pair
      *> ID (an X and the low nine digits of the transaction ID)
      *> against the to-account. A REV of a transfer backs out both
      *> legs the same way and restatuses both originals.
       77 WS-PAIR-TRANS-ID                 PIC X(10) VALUE SPACES.
       77 WS-ORIGINAL-PAIR-ID              PIC X(10) VALUE SPACES.
       77 WS-COUNT-TRANSFERS               PIC 9(6)  VALUE 0.
      *> In a partitioned run a transfer whose to-account falls in
      *> another partition is refused (code 68, suspense reason
      *> XPAR) - that partition's step may be posting the same
      *> account at the same moment.
       77 WS-CONTRA-PARTITION              PIC 9(2)  VALUE 1.
       77 WS-COUNT-CROSS-PARTITION         PIC 9(6)  VALUE 0.

      *> Dual-authorization controls - an item whose amount (either
      *> sign) is over its approval threshold is held for a second
      *> pair of eyes instead of posting, unless its own master row
      *> already carries a supervisor's approval for the same account
      *> and amount. Reversals are never held - they only undo a
      *> posting that has already been through this check.
       77 WS-APPROVAL-THRESHOLD            PIC 9(9)  VALUE 0.
       01 WS-TYPE-THRESHOLD-TABLE.
           05 WS-TYPE-THRESHOLD-ENTRY OCCURS 10 TIMES.
               10 WS-THR-TYPE               PIC X(4)  VALUE SPACES.
               10 WS-THR-AMOUNT             PIC 9(9)  VALUE 0.
       77 WS-THR-ENTRIES-USED              PIC 9(2)  VALUE 0.
       77 WS-THR-IDX                       PIC 9(2)  VALUE 0.
       77 WS-ITEM-THRESHOLD                PIC 9(9)  VALUE 0.
       77 WS-ITEM-ABS-AMOUNT               PIC 9(9)V99 COMP-3
                                           VALUE 0.
       77 WS-HOLD-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-HOLD-FOR-APPROVAL         VALUE 'Y'.
       77 WS-APPROVAL-FLAG                 PIC X(1)  VALUE SPACE.
           88 WS-ITEM-APPROVED             VALUE 'A'.
       77 WS-APPROVER-ID                   PIC X(8)  VALUE SPACES.
       77 WS-API-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-API-END-OF-FILE           VALUE 'Y'.
       77 WS-RELEASE-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-RELEASE-APPROVED          VALUE 'Y'.
       77 WS-COUNT-HELD                    PIC 9(6)  VALUE 0.
       77 WS-COUNT-APPROVED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-NOT-RELEASED            PIC 9(6)  VALUE 0.

      *> Exchange-rate controls - the business date's rates, loaded
      *> once after the input controls are proven and handed to BAM0
      *> with every item. The base currency is never on the table;
      *> a currency quoted at two rates is kept with a zero rate so
      *> its items fail to convert rather than post at either.
       77 WS-BASE-CURRENCY                 PIC X(3)  VALUE 'USD'.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRIES-USED          PIC 9(2)  VALUE 0.
           05 WS-RATE-ENTRY OCCURS 40 TIMES.
               10 WS-RATE-CURRENCY          PIC X(3).
               10 WS-RATE-TO-BASE           PIC 9(5)V9(7) COMP-3.
       77 WS-RATE-IDX                      PIC 9(2)  VALUE 0.
       77 WS-RATE-FOUND-IDX                PIC 9(2)  VALUE 0.
       77 WS-RATE-WORK-CURRENCY            PIC X(3)  VALUE SPACES.
       77 WS-RATE-EOF-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-RATE-END-OF-FILE          VALUE 'Y'.
       77 WS-RATE-REJECT-TEXT              PIC X(40) VALUE SPACES.
       77 WS-ITEM-BASE-RATE                PIC 9(5)V9(7) COMP-3
                                           VALUE 0.
       77 WS-ITEM-CURRENCY                 PIC X(3)  VALUE SPACES.
       77 WS-COUNT-RATES-LOADED            PIC 9(6)  VALUE 0.
       77 WS-COUNT-RATES-REJECTED          PIC 9(6)  VALUE 0.
       77 WS-COUNT-RATES-SKIPPED           PIC 9(6)  VALUE 0.
       77 WS-COUNT-CONVERTED               PIC 9(6)  VALUE 0.
       77 WS-COUNT-NO-RATE                 PIC 9(6)  VALUE 0.

       *> Suspense repair-cycle controls - a record that has been
       *> around more than WS-MAX-SUSPENSE-CYCLES times is flagged on
           88 WS-REPROCESS-COMPLETED       VALUE 'Y'.

       01 WS-STATUS-TABLE.
           05 WS-STATUS-ENTRY OCCURS 15 TIMES.
               10 WS-STATUS-VALUE           PIC X(10) VALUE SPACES.
               10 WS-STATUS-COUNT           PIC 9(6)  VALUE 0.
       77 WS-STATUS-ENTRIES-USED           PIC 9(2)  VALUE 0.
               PERFORM VERIFY-INPUT-CONTROLS
           END-IF
           IF WS-INPUT-CONTROLS-OK AND NOT WS-RUN-ABORTED
               PERFORM CHECK-BUSINESS-DATE
               PERFORM LOAD-EXCHANGE-RATES
               PERFORM SWEEP-PENDING-FILE
               IF NOT WS-RUN-ABORTED
                   PERFORM SWEEP-APPROVED-FILE
               END-IF
               PERFORM READ-TRANSACTION-FILE
               PERFORM PROCESS-TRANSACTION
                   UNTIL WS-END-OF-FILE OR WS-RUN-ABORTED
           OPEN OUTPUT RETURNED-FILE
           OPEN INPUT SEQCTL-IN-FILE
           OPEN OUTPUT SEQCTL-OUT-FILE
           OPEN OUTPUT HELD-FILE
           OPEN INPUT APPROVED-FILE
           OPEN INPUT RATE-FILE
           OPEN I-O MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "Error opening master file, status: "
                   WS-MASTER-FILE-STATUS
                   " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN INPUT ENTITLEMENT-FILE
           IF NOT WS-ENTITLEMENT-OK
               DISPLAY "Error opening entitlements master, status: "
                   WS-ENTITLEMENT-FILE-STATUS
                   " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       SET-JOB-RETURN-CODE.
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-WARNING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-COUNT-RATES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CALENDAR-DOWN
                   MOVE 4 TO RETURN-CODE
               WHEN WS-RUN-ON-NON-BUSINESS-DAY
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
                   STRING 'PARTITION=' WS-CONTROL-VALUE (1:3)
                       DELIMITED BY SIZE INTO WS-PARM-KEYWORD
                   PERFORM APPLY-PARTITION-VALUE
               WHEN 'APPROVAL-THRESHOLD'
                   IF WS-CONTROL-VALUE (1:9) IS NUMERIC
                       MOVE WS-CONTROL-VALUE (1:9)
                           TO WS-APPROVAL-THRESHOLD
                   ELSE
                       DISPLAY "Unusable approval threshold ignored: "
                           WS-CONTROL-VALUE
                   END-IF
               WHEN 'BASE-CURRENCY'
                   IF WS-CONTROL-VALUE (1:3) IS WS-CURRENCY-CHARS
                       MOVE WS-CONTROL-VALUE (1:3) TO WS-BASE-CURRENCY
                   ELSE
                       DISPLAY "Unusable base currency ignored: "
                           WS-CONTROL-VALUE
                   END-IF
               WHEN OTHER
                   IF WS-CONTROL-KEY (1:19) = 'APPROVAL-THRESHOLD-'
                       PERFORM STORE-TYPE-THRESHOLD
                   END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       STORE-TYPE-THRESHOLD.

      *> APPROVAL-THRESHOLD-tttt=nnnnnnnnn - the transaction type is
      *> the tail of the keyword.
           IF WS-CONTROL-VALUE (1:9) IS NUMERIC
               AND WS-CONTROL-KEY (20:4) NOT = SPACES
               AND WS-THR-ENTRIES-USED < 10
               ADD 1 TO WS-THR-ENTRIES-USED
               MOVE WS-CONTROL-KEY (20:4)
                   TO WS-THR-TYPE (WS-THR-ENTRIES-USED)
               MOVE WS-CONTROL-VALUE (1:9)
                   TO WS-THR-AMOUNT (WS-THR-ENTRIES-USED)
           ELSE
               DISPLAY "Unusable approval threshold ignored: "
                   WS-CONTROL-KEY
           END-IF.

       LOAD-EXCHANGE-RATES.

      *> Loaded once the feed's business date is proven - only that
      *> date's rates are used, so a stale rate file converts
      *> nothing and every foreign-currency item waits in suspense.
           MOVE 0 TO WS-RATE-ENTRIES-USED
           PERFORM READ-RATE-RECORD
           PERFORM STORE-RATE-RECORD UNTIL WS-RATE-END-OF-FILE
           DISPLAY "Exchange rates loaded for "
               WS-EXPECTED-BUSINESS-DATE ": " WS-COUNT-RATES-LOADED
               ", rejected " WS-COUNT-RATES-REJECTED.

       READ-RATE-RECORD.

           READ RATE-FILE
               AT END
                   SET WS-RATE-END-OF-FILE TO TRUE
           END-READ.

       STORE-RATE-RECORD.

           MOVE SPACES TO WS-RATE-REJECT-TEXT
           EVALUATE TRUE
               WHEN RAT-CURRENCY-CODE IS NOT WS-CURRENCY-CHARS
                   MOVE 'currency code invalid'
                       TO WS-RATE-REJECT-TEXT
               WHEN RAT-RATE-DATE IS NOT NUMERIC
                   MOVE 'rate date not numeric'
                       TO WS-RATE-REJECT-TEXT
               WHEN RAT-RATE-DATE NOT = WS-EXPECTED-BUSINESS-DATE
                   ADD 1 TO WS-COUNT-RATES-SKIPPED
               WHEN RAT-RATE-TO-BASE IS NOT NUMERIC
                   MOVE 'rate not numeric'
                       TO WS-RATE-REJECT-TEXT
               WHEN RAT-RATE-TO-BASE = 0
                   MOVE 'rate is zero'
                       TO WS-RATE-REJECT-TEXT
      *> The base currency is one by definition - a row for it is
      *> only a cross-check on the rate file's own basis.
               WHEN RAT-CURRENCY-CODE = WS-BASE-CURRENCY
                   IF RAT-RATE-TO-BASE = 1
                       ADD 1 TO WS-COUNT-RATES-SKIPPED
                   ELSE
                       MOVE 'base currency rate is not one'
                           TO WS-RATE-REJECT-TEXT
                   END-IF
               WHEN OTHER
                   PERFORM ADD-RATE-ENTRY
           END-EVALUATE
           IF WS-RATE-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-COUNT-RATES-REJECTED
               DISPLAY "Exchange rate rejected - "
                   WS-RATE-REJECT-TEXT ": " RATE-RECORD
           END-IF
           PERFORM READ-RATE-RECORD.

       ADD-RATE-ENTRY.

           MOVE RAT-CURRENCY-CODE TO WS-RATE-WORK-CURRENCY
           PERFORM FIND-RATE-ENTRY
           EVALUATE TRUE
               WHEN WS-RATE-FOUND-IDX > 0
                   IF WS-RATE-TO-BASE (WS-RATE-FOUND-IDX)
                       = RAT-RATE-TO-BASE
                       ADD 1 TO WS-COUNT-RATES-SKIPPED
                   ELSE
                       MOVE 0 TO WS-RATE-TO-BASE (WS-RATE-FOUND-IDX)
                       MOVE 'second rate for currency - not used'
                           TO WS-RATE-REJECT-TEXT
                   END-IF
               WHEN WS-RATE-ENTRIES-USED < 40
                   ADD 1 TO WS-RATE-ENTRIES-USED
                   MOVE RAT-CURRENCY-CODE
                       TO WS-RATE-CURRENCY (WS-RATE-ENTRIES-USED)
                   MOVE RAT-RATE-TO-BASE
                       TO WS-RATE-TO-BASE (WS-RATE-ENTRIES-USED)
                   ADD 1 TO WS-COUNT-RATES-LOADED
               WHEN OTHER
                   MOVE 'rate table full'
                       TO WS-RATE-REJECT-TEXT
           END-EVALUATE.

       FIND-RATE-ENTRY.

           MOVE 0 TO WS-RATE-FOUND-IDX
           PERFORM SEARCH-RATE-TABLE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-ENTRIES-USED
                   OR WS-RATE-FOUND-IDX > 0.

       SEARCH-RATE-TABLE.

           IF WS-RATE-CURRENCY (WS-RATE-IDX) = WS-RATE-WORK-CURRENCY
               MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
           END-IF.

       READ-TRANSACTION-FILE.

           READ TRANSACTION-FILE

      *> One detail record in the TRANSACTION-RECORD area, from the
      *> feed or released from the pending dataset - validated,
      *> entitlement-checked, deferral-checked, duplicate-checked and
      *> driven downstream. An item swept back in later (matured,
      *> approved, re-presented) is proven against its user's
      *> entitlements as they stand that day.
           MOVE SPACES TO WS-ORIGINAL-TRANS-ID
           MOVE SPACES TO WS-PAIR-TRANS-ID
           MOVE SPACES TO WS-ORIGINAL-PAIR-ID
           MOVE 'N' TO WS-HOLD-SWITCH
           MOVE SPACE TO WS-APPROVAL-FLAG
           MOVE SPACES TO WS-APPROVER-ID
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-COMM-AREA
           SET WS-ITEM-ENTITLED TO TRUE
           IF WS-RECORD-VALID
               PERFORM CHECK-USER-ENTITLEMENT
           END-IF
           IF WS-RECORD-VALID AND WS-ITEM-ENTITLED
               PERFORM CHECK-EFFECTIVE-DATE
               IF WS-DEFER-ITEM
                   PERFORM DEFER-TRANSACTION
                   IF WS-DUPLICATE-TRANSACTION
                       PERFORM SKIP-DUPLICATE-TRANSACTION
                   ELSE
                       PERFORM CHECK-APPROVAL-REQUIRED
                   END-IF
                   IF WS-HOLD-FOR-APPROVAL
                       PERFORM HOLD-FOR-APPROVAL
                   END-IF
                   IF NOT WS-DUPLICATE-TRANSACTION
                       AND NOT WS-HOLD-FOR-APPROVAL
                       EVALUATE TRANSACTION-TYPE
                           WHEN 'REV'
                               PERFORM PROCESS-REVERSAL-REQUEST
                           WHEN 'XFER'
                               PERFORM PROCESS-TRANSFER-REQUEST
                           WHEN OTHER
                               PERFORM DETERMINE-TARGET-PROGRAM
                               PERFORM CALL-DOWNSTREAM-WITH-RETRY
                               PERFORM HANDLE-RETURN-CODE
                       END-EVALUATE
                   END-IF
               END-IF
           ELSE
               IF WS-RECORD-VALID
                   PERFORM REFUSE-UNENTITLED-ITEM
               ELSE
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

       PROCESS-TRANSFER-REQUEST.

      *> Both legs go to BAM0 in the one call, which proves both
      *> accounts before either balance moves - a NOFUNDS or failed
      *> transfer leaves both accounts untouched, and only a posted
      *> one writes its secondary leg row beside the primary.
           PERFORM DETERMINE-TARGET-PROGRAM
           PERFORM DERIVE-PAIR-TRANS-ID
           PERFORM CHECK-PAIR-KEY-FREE
           IF BAM-RETURN-CODE = 0
               PERFORM CHECK-CONTRA-PARTITION
           END-IF
           IF BAM-RETURN-CODE = 0
               PERFORM CALL-DOWNSTREAM-WITH-RETRY
               IF RC-SUCCESS OR RC-OVERDRAFT
                   ADD 1 TO WS-COUNT-TRANSFERS
               END-IF
           END-IF
           PERFORM HANDLE-RETURN-CODE.

       DERIVE-PAIR-TRANS-ID.

           MOVE SPACES TO WS-PAIR-TRANS-ID
           STRING 'X' TRANSACTION-ID (2:9)
               DELIMITED BY SIZE INTO WS-PAIR-TRANS-ID.

       CHECK-PAIR-KEY-FREE.

      *> The pair key may already be on the master only as this same
      *> transaction's own secondary leg (a deliberate reprocess) -
      *> anything else means two transaction IDs share their low
      *> nine digits, and the transfer must not post over that row.
           MOVE WS-PAIR-TRANS-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT WS-MASTER-OK
                       OR NOT MST-SECONDARY-LEG
                       OR MST-PAIR-TRANS-ID NOT = TRANSACTION-ID
                       MOVE 65 TO BAM-RETURN-CODE
                       MOVE 'FAILED' TO TRANSACTION-STATUS
                       MOVE 'Transfer pair key already on master.'
                           TO ERROR-MESSAGE
                   END-IF
           END-READ.

       CHECK-CONTRA-PARTITION.

      *> Partitions own disjoint sets of accounts, and each step
      *> rewrites only its own - a leg landing on another
      *> partition's account would race that step's postings to the
      *> same balance. Such a transfer (or the reversal of one) is
      *> refused whole and goes to suspense for a single-stream run.
           IF WS-PARTITION-COUNT > 1
               MOVE CONTRA-ACCOUNT-NUMBER TO WS-PARTITION-ACCOUNT
               PERFORM SET-ACCOUNT-PARTITION
               MOVE WS-ACCOUNT-PARTITION TO WS-CONTRA-PARTITION
               IF WS-CONTRA-PARTITION NOT = WS-PARTITION-NUMBER
                   ADD 1 TO WS-COUNT-CROSS-PARTITION
                   MOVE 68 TO BAM-RETURN-CODE
                   MOVE 'FAILED' TO TRANSACTION-STATUS
                   MOVE 'Transfer leg in another partition.'
                       TO ERROR-MESSAGE
               END-IF
           END-IF.

       PROCESS-REVERSAL-REQUEST.
           PERFORM DETERMINE-TARGET-PROGRAM
           PERFORM VERIFY-ORIGINAL-POSTING
           IF WS-REVERSAL-VERIFIED
               PERFORM CHECK-REVERSAL-CEILING
           END-IF
           IF WS-REVERSAL-VERIFIED
      *> The negated original amount posts through the ordinary
      *> account machinery, so the balance and audit trail move
      *> exactly as they would for any other transaction.
               END-IF
               PERFORM HANDLE-RETURN-CODE
               IF RC-SUCCESS OR RC-OVERDRAFT
                   MOVE WS-ORIGINAL-TRANS-ID TO WS-RESTATUS-TRANS-ID
                   PERFORM MARK-ORIGINAL-REVERSED
                   IF WS-ORIGINAL-PAIR-ID NOT = SPACES
                       MOVE WS-ORIGINAL-PAIR-ID TO WS-RESTATUS-TRANS-ID
                       PERFORM MARK-ORIGINAL-REVERSED
                   END-IF
               END-IF
           ELSE
      *> Verification set the return code and message - the request
               PERFORM HANDLE-RETURN-CODE
           END-IF.

       CHECK-REVERSAL-CEILING.

      *> A reversal request carries no amount of its own - what it
      *> moves is the original's posted amount, in its account's
      *> currency, so that is what the user's base-currency ceiling
      *> is held to, measured at today's rate.
           IF WS-ORIGINAL-AMOUNT < 0
               COMPUTE WS-ITEM-ABS-AMOUNT = 0 - WS-ORIGINAL-AMOUNT
           ELSE
               MOVE WS-ORIGINAL-AMOUNT TO WS-ITEM-ABS-AMOUNT
           END-IF
           MOVE WS-ORIGINAL-CURRENCY TO WS-ITEM-CURRENCY
           PERFORM CONVERT-ITEM-TO-BASE
           IF WS-ITEM-ABS-AMOUNT > WS-ENT-CEILING
               MOVE 'N' TO WS-REVERSAL-OK-SWITCH
               MOVE 'UNENTITLED' TO TRANSACTION-STATUS
               MOVE 95 TO BAM-RETURN-CODE
               MOVE 'Reversal amount over the user''s item ceiling.'
                   TO ERROR-MESSAGE
           END-IF.

       VERIFY-ORIGINAL-POSTING.

           MOVE 'N' TO WS-REVERSAL-OK-SWITCH
                   NOT INVALID KEY
                       PERFORM CHECK-ORIGINAL-POSTING
               END-READ
           END-IF
      *> A transfer is backed out whole - the secondary leg must be
      *> just as reversible, and its account takes the other side of
      *> the reversal in the same BAM0 call.
           IF WS-REVERSAL-VERIFIED
               AND WS-ORIGINAL-PAIR-ID NOT = SPACES
               PERFORM VERIFY-ORIGINAL-PAIR-LEG
           END-IF.

       VERIFY-ORIGINAL-PAIR-LEG.

           MOVE WS-ORIGINAL-PAIR-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REVERSAL-OK-SWITCH
               NOT INVALID KEY
                   IF NOT WS-MASTER-OK
                       OR NOT MST-SECONDARY-LEG
                       OR MST-PAIR-TRANS-ID NOT = WS-ORIGINAL-TRANS-ID
                       OR (MST-TRANSACTION-STATUS NOT = 'COMPLETE'
                           AND MST-TRANSACTION-STATUS NOT = 'OVERDRAWN')
                       MOVE 'N' TO WS-REVERSAL-OK-SWITCH
                   ELSE
                       MOVE MST-ACCOUNT-NUMBER TO CONTRA-ACCOUNT-NUMBER
                   END-IF
           END-READ
           IF WS-REVERSAL-VERIFIED
               PERFORM DERIVE-PAIR-TRANS-ID
               PERFORM CHECK-PAIR-KEY-FREE
               IF BAM-RETURN-CODE = 0
                   PERFORM CHECK-CONTRA-PARTITION
               END-IF
               IF BAM-RETURN-CODE NOT = 0
                   MOVE 'N' TO WS-REVERSAL-OK-SWITCH
               END-IF
           ELSE
               MOVE 67 TO BAM-RETURN-CODE
               MOVE 'FAILED' TO TRANSACTION-STATUS
               MOVE 'Transfer secondary leg missing or not reversible.'
                   TO ERROR-MESSAGE
           END-IF.

       CHECK-ORIGINAL-POSTING.
                   MOVE 62 TO BAM-RETURN-CODE
                   MOVE 'Original not in a reversible status.'
                       TO ERROR-MESSAGE
               WHEN MST-SECONDARY-LEG
                   MOVE 66 TO BAM-RETURN-CODE
                   MOVE 'Reverse a transfer through its primary leg.'
                       TO ERROR-MESSAGE
               WHEN MST-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
                   MOVE 64 TO BAM-RETURN-CODE
                   MOVE 'Account does not match the original.'
                       TO ERROR-MESSAGE
               WHEN OTHER
                   IF MST-PRIMARY-LEG
                       MOVE MST-PAIR-TRANS-ID TO WS-ORIGINAL-PAIR-ID
                   END-IF
                   MOVE MST-AMOUNT TO WS-ORIGINAL-AMOUNT
                   MOVE MST-ACCOUNT-CURRENCY TO WS-ORIGINAL-CURRENCY
                   MOVE SPACES TO TRANSACTION-STATUS
                   MOVE 0 TO BAM-RETURN-CODE
                   MOVE SPACES TO ERROR-MESSAGE
      *> The original row keeps its run timestamp - its posting day
      *> is history - and only its status changes, so both sides of
      *> the pair read true from either end.
           MOVE WS-RESTATUS-TRANS-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "Error: original row vanished before "
                       "restatus: " WS-RESTATUS-TRANS-ID
               NOT INVALID KEY
                   IF WS-MASTER-OK
                       MOVE 'REVERSED' TO MST-TRANSACTION-STATUS
                       REWRITE MASTER-RECORD
                       IF NOT WS-MASTER-OK
                           DISPLAY "Error restatusing original row "
                               WS-RESTATUS-TRANS-ID ", status: "
                               WS-MASTER-FILE-STATUS
                       END-IF
                   ELSE
                       DISPLAY "Error re-reading original row "
                           WS-RESTATUS-TRANS-ID ", status: "
                           WS-MASTER-FILE-STATUS
                   END-IF
           END-READ.

      *> A blank effective date posts on arrival; a garbled one was
      *> already rejected by VALIDATE-COMM-AREA, so only a genuine
      *> future date reaches the pending dataset. A value date on a
      *> weekend or bank holiday is first moved on to the next
      *> business day, and the item carries the moved date from
      *> here on - pending, suspense and master alike.
           MOVE 'N' TO WS-DEFER-SWITCH
           PERFORM ROLL-VALUE-DATE
           IF TI-EFFECTIVE-DATE IS NUMERIC
               MOVE TI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-NUM
               IF WS-EFFECTIVE-DATE-NUM > WS-EXPECTED-BUSINESS-DATE
               END-IF
           END-IF.

       ROLL-VALUE-DATE.

           IF TI-EFFECTIVE-DATE IS NUMERIC
               MOVE 'R' TO CAL-FUNCTION
               MOVE TI-EFFECTIVE-DATE TO CAL-DATE
               PERFORM CALL-CALENDAR-MODULE
      *> A date the calendar cannot read is left as fed - it was a
      *> numeric value date before there was a calendar, and still
      *> compares as one.
               IF CAL-RETURN-CODE NOT = 21
                   AND CAL-RESULT-DATE NOT = CAL-DATE
                   DISPLAY "Value date " TI-EFFECTIVE-DATE
                       " of " TRANSACTION-ID
                       " moved to business day " CAL-RESULT-DATE
                   MOVE CAL-RESULT-DATE TO TI-EFFECTIVE-DATE
                   ADD 1 TO WS-COUNT-VALUE-DATES-MOVED
               END-IF
           END-IF.

       CHECK-BUSINESS-DATE.

      *> BABIJOB rolls BUSINESS-DATE to a business day each morning;
      *> a hand-edited date, or the run date taken in its absence,
      *> may not be one. Items are still released against it as the
      *> feeds are dated, but the run is flagged.
           MOVE 'C' TO CAL-FUNCTION
           MOVE WS-EXPECTED-BUSINESS-DATE TO CAL-DATE
           PERFORM CALL-CALENDAR-MODULE
           IF CAL-RETURN-CODE NOT = 21 AND CAL-NON-BUSINESS-DAY
               SET WS-RUN-ON-NON-BUSINESS-DAY TO TRUE
               MOVE CAL-HOLIDAY-NAME TO WS-NON-BUSINESS-DAY-NAME
               DISPLAY "Warning: business date "
                   WS-EXPECTED-BUSINESS-DATE
                   " is not a business day - " CAL-HOLIDAY-NAME
           END-IF.

       CALL-CALENDAR-MODULE.

           CALL BAM3-PGM USING BAM3-COMM-AREA
               ON EXCEPTION
                   MOVE 20 TO CAL-RETURN-CODE
                   MOVE CAL-DATE TO CAL-RESULT-DATE
                   MOVE 'Y' TO CAL-BUSINESS-DAY-FLAG
                   MOVE 'Calendar module BAM3 unavailable'
                       TO CAL-ERROR-MESSAGE
           END-CALL
           IF CAL-RETURN-CODE = 20 AND WS-CALENDAR-AVAILABLE
               SET WS-CALENDAR-DOWN TO TRUE
               DISPLAY "Warning: " CAL-ERROR-MESSAGE
           END-IF.

       DEFER-TRANSACTION.

      *> The item is held whole in the pending dataset and a master
           MOVE TRANSACTION-RECORD TO PENDING-OUT-RECORD
           WRITE PENDING-OUT-RECORD.

       CHECK-APPROVAL-REQUIRED.

      *> A type-specific threshold wins over the general one; with
      *> neither set, nothing is ever held.
           IF TRANSACTION-TYPE NOT = 'REV'
               PERFORM FIND-ITEM-THRESHOLD
               IF TRANSACTION-AMOUNT < 0
                   COMPUTE WS-ITEM-ABS-AMOUNT = 0 - TRANSACTION-AMOUNT
               ELSE
                   MOVE TRANSACTION-AMOUNT TO WS-ITEM-ABS-AMOUNT
               END-IF
               MOVE TRANSACTION-CURRENCY TO WS-ITEM-CURRENCY
               PERFORM CONVERT-ITEM-TO-BASE
               IF WS-ITEM-THRESHOLD > 0
                   AND WS-ITEM-ABS-AMOUNT > WS-ITEM-THRESHOLD
                   PERFORM CHECK-PRIOR-APPROVAL
                   IF NOT WS-ITEM-APPROVED
                       SET WS-HOLD-FOR-APPROVAL TO TRUE
                   END-IF
               END-IF
           END-IF.

       CONVERT-ITEM-TO-BASE.

      *> Thresholds are in the base currency, so an amount in any
      *> other named currency (WS-ITEM-CURRENCY) is measured at the
      *> day's rate. One with no currency, or one with no usable rate
      *> today (it will not post anyway), is measured as it stands -
      *> the side that holds rather than the side that lets through.
           IF WS-ITEM-CURRENCY NOT = SPACES
               AND WS-ITEM-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-ITEM-CURRENCY TO WS-RATE-WORK-CURRENCY
               PERFORM FIND-RATE-ENTRY
               IF WS-RATE-FOUND-IDX > 0
                   MOVE WS-RATE-TO-BASE (WS-RATE-FOUND-IDX)
                       TO WS-ITEM-BASE-RATE
                   IF WS-ITEM-BASE-RATE > 0
                       COMPUTE WS-ITEM-ABS-AMOUNT ROUNDED =
                           WS-ITEM-ABS-AMOUNT * WS-ITEM-BASE-RATE
                           ON SIZE ERROR
                               MOVE 999999999.99 TO WS-ITEM-ABS-AMOUNT
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

       FIND-ITEM-THRESHOLD.

           MOVE WS-APPROVAL-THRESHOLD TO WS-ITEM-THRESHOLD
           PERFORM SEARCH-THRESHOLD-TABLE
               VARYING WS-THR-IDX FROM 1 BY 1
               UNTIL WS-THR-IDX > WS-THR-ENTRIES-USED.

       SEARCH-THRESHOLD-TABLE.

           IF WS-THR-TYPE (WS-THR-IDX) = TRANSACTION-TYPE
               MOVE WS-THR-AMOUNT (WS-THR-IDX) TO WS-ITEM-THRESHOLD
           END-IF.

       CHECK-PRIOR-APPROVAL.

      *> The approval is only good for what was approved - the master
      *> row BABC marked must name the same account, amount and
      *> currency as fed, or the item is held afresh. The approval
      *> travels onto every later master write for the item (a
      *> NOFUNDS re-presentation included), so it is never held twice
      *> for the same decision.
           MOVE TRANSACTION-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MASTER-OK
                       AND MST-APPROVAL-GRANTED
                       AND MST-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                       AND MST-ORIGINAL-AMOUNT = TRANSACTION-AMOUNT
                       AND (TRANSACTION-CURRENCY = SPACES
                           OR MST-CURRENCY-CODE = TRANSACTION-CURRENCY)
                       SET WS-ITEM-APPROVED TO TRUE
                       MOVE MST-APPROVER-ID TO WS-APPROVER-ID
                   END-IF
           END-READ.

       HOLD-FOR-APPROVAL.

      *> Held whole in the approval-pending dataset, with a master row
      *> and audit record marking it HELD - like a deferral, the input
      *> is accounted for today and the run that posts the approved
      *> item rewrites the row.
           PERFORM DETERMINE-TARGET-PROGRAM
           MOVE 'HELD' TO TRANSACTION-STATUS
           MOVE 93 TO BAM-RETURN-CODE
           MOVE 'Over approval threshold - held for a supervisor.'
               TO ERROR-MESSAGE
           DISPLAY "Holding transaction " TRANSACTION-ID
               " for dual authorization"
           ADD 1 TO WS-COUNT-TOTAL
           ADD 1 TO WS-COUNT-HELD
           PERFORM TALLY-TRANSACTION-STATUS
           PERFORM TALLY-RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-MASTER-RECORD
           MOVE TRANSACTION-RECORD TO HELD-RECORD
           WRITE HELD-RECORD.

       SWEEP-APPROVED-FILE.

      *> Items a supervisor approved since the last run post ahead of
      *> the feed. Every partition step reads the same released
      *> dataset and takes only its own accounts' items.
           PERFORM READ-APPROVED-RECORD
           PERFORM PROCESS-APPROVED-ITEM
               UNTIL WS-API-END-OF-FILE OR WS-RUN-ABORTED.

       READ-APPROVED-RECORD.

           READ APPROVED-FILE
               AT END
                   SET WS-API-END-OF-FILE TO TRUE
           END-READ.

       PROCESS-APPROVED-ITEM.

           MOVE APPROVED-RECORD TO TRANSACTION-RECORD
           PERFORM SET-RECORD-PARTITION
           IF WS-PARTITION-COUNT > 1
               AND WS-RECORD-PARTITION NOT = WS-PARTITION-NUMBER
               CONTINUE
           ELSE
               PERFORM CHECK-APPROVED-RELEASE
               IF WS-RELEASE-APPROVED
                   ADD 1 TO WS-COUNT-APPROVED
                   MOVE 0 TO WS-PRESENT-COUNT
                   PERFORM PROCESS-DETAIL-RECORD
               ELSE
                   ADD 1 TO WS-COUNT-NOT-RELEASED
                   DISPLAY "Approved item no longer awaiting release: "
                       TI-TRANSACTION-ID
               END-IF
           END-IF
           PERFORM READ-APPROVED-RECORD.

       CHECK-APPROVED-RELEASE.

      *> Once this program has acted on an approved item its row
      *> leaves APPROVED, so a released dataset read a second time
      *> (a rerun, or a day BABC did not run) releases nothing twice.
           MOVE 'N' TO WS-RELEASE-SWITCH
           MOVE TI-TRANSACTION-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MASTER-OK
                       AND MST-TRANSACTION-STATUS = 'APPROVED'
                       AND MST-APPROVAL-GRANTED
                       SET WS-RELEASE-APPROVED TO TRUE
                   END-IF
           END-READ.

       SWEEP-PENDING-FILE.

      *> The prior run's pending dataset is worked ahead of the feed

           MOVE 'N' TO WS-PND-BUFFER-SWITCH
           MOVE PENDING-IN-RECORD TO TRANSACTION-RECORD
      *> An item deferred before its value date was ever moved is
      *> moved now, so it is neither released on a non-business
      *> day nor carried past the business day that replaces it.
           PERFORM ROLL-VALUE-DATE
           PERFORM SET-RECORD-PARTITION
           EVALUATE TRUE
               WHEN WS-PARTITION-COUNT > 1
                   AND WS-RECORD-PARTITION NOT = WS-PARTITION-NUMBER
                   PERFORM WRITE-PENDING-RECORD
                   ADD 1 TO WS-COUNT-CARRIED
               WHEN TI-EFFECTIVE-DATE IS NUMERIC
                   AND TI-EFFECTIVE-DATE > WS-EXPECTED-BUSINESS-DATE
                   PERFORM WRITE-PENDING-RECORD
                   ADD 1 TO WS-COUNT-CARRIED
               WHEN OTHER
      *> concurrent partition steps can never post the same balance.
      *> Records without a numeric account tail land in partition
      *> one so every partitioning of the file covers the whole file.
           MOVE TI-ACCOUNT-NUMBER TO WS-PARTITION-ACCOUNT
           PERFORM SET-ACCOUNT-PARTITION
           MOVE WS-ACCOUNT-PARTITION TO WS-RECORD-PARTITION.

       SET-ACCOUNT-PARTITION.

           IF WS-PARTITION-ACCOUNT (5:6) IS NUMERIC
               MOVE WS-PARTITION-ACCOUNT (5:6) TO WS-PARTITION-WORK-ID
               DIVIDE WS-PARTITION-WORK-ID BY WS-PARTITION-COUNT
                   GIVING WS-PARTITION-QUOTIENT
                   REMAINDER WS-PARTITION-REMAINDER
               COMPUTE WS-ACCOUNT-PARTITION =
                   WS-PARTITION-REMAINDER + 1
           ELSE
               MOVE 1 TO WS-ACCOUNT-PARTITION
           END-IF.

       VALIDATE-COMM-AREA.
           IF TI-EFFECTIVE-DATE NOT = SPACES
               AND NOT TI-EFFECTIVE-DATE IS NUMERIC
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF TRANSACTION-CURRENCY NOT = SPACES
               AND TRANSACTION-CURRENCY IS NOT WS-CURRENCY-CHARS
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF TRANSACTION-TYPE = 'XFER'
               PERFORM VALIDATE-TRANSFER-REQUEST
           END-IF.

       VALIDATE-TRANSFER-REQUEST.

      *> A transfer needs a to-account distinct from the from-account
      *> and a positive sum - the direction is carried by the two
      *> account fields, never by the sign.
           IF TI-TO-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF TI-TO-ACCOUNT-NUMBER = TI-ACCOUNT-NUMBER
               SET WS-RECORD-INVALID TO TRUE
           END-IF
           IF TI-AMOUNT IS NUMERIC
               IF TI-AMOUNT NOT > 0
                   SET WS-RECORD-INVALID TO TRUE
               END-IF
           END-IF.

       CHECK-USER-ENTITLEMENT.

      *> The user the item posts under - the defaulted ID included -
      *> must be on the entitlements master, active, allowed the
      *> transaction type and, the item measured in the base
      *> currency, within its ceiling. A reversal's ceiling is
      *> proven once its original is in hand. A read error refuses
      *> the item like a missing row: nothing posts unproven.
           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE 0 TO WS-ENT-CEILING
           MOVE SPACES TO WS-ENT-REFUSAL-TEXT
           MOVE USER-ID TO ENT-USER-ID
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'User not on the entitlements master.'
                       TO WS-ENT-REFUSAL-TEXT
               NOT INVALID KEY
                   IF NOT WS-ENTITLEMENT-OK
                       STRING 'Entitlements master read error, '
                           'status ' WS-ENTITLEMENT-FILE-STATUS '.'
                           DELIMITED BY SIZE INTO WS-ENT-REFUSAL-TEXT
                   END-IF
           END-READ
           IF WS-ENT-REFUSAL-TEXT = SPACES
               PERFORM CHECK-ENTITLEMENT-ROW
           END-IF.

       CHECK-ENTITLEMENT-ROW.

           MOVE ENT-AMOUNT-CEILING TO WS-ENT-CEILING
           MOVE 'N' TO WS-ENT-TYPE-SWITCH
           PERFORM SEARCH-ENTITLED-TYPES
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12 OR WS-ENT-TYPE-ALLOWED
           IF TRANSACTION-AMOUNT < 0
               COMPUTE WS-ITEM-ABS-AMOUNT = 0 - TRANSACTION-AMOUNT
           ELSE
               MOVE TRANSACTION-AMOUNT TO WS-ITEM-ABS-AMOUNT
           END-IF
           MOVE TRANSACTION-CURRENCY TO WS-ITEM-CURRENCY
           PERFORM CONVERT-ITEM-TO-BASE
           EVALUATE TRUE
               WHEN NOT ENT-ACTIVE
                   MOVE 'User entitlements revoked.'
                       TO WS-ENT-REFUSAL-TEXT
               WHEN NOT WS-ENT-TYPE-ALLOWED
                   MOVE 'Transaction type not entitled for this user.'
                       TO WS-ENT-REFUSAL-TEXT
               WHEN TRANSACTION-TYPE = 'REV'
                   SET WS-ITEM-ENTITLED TO TRUE
               WHEN WS-ITEM-ABS-AMOUNT > WS-ENT-CEILING
                   MOVE 'Amount over the user''s item ceiling.'
                       TO WS-ENT-REFUSAL-TEXT
               WHEN OTHER
                   SET WS-ITEM-ENTITLED TO TRUE
           END-EVALUATE.

       SEARCH-ENTITLED-TYPES.

           IF ENT-ALLOWED-TYPE (WS-ENT-IDX) = TRANSACTION-TYPE
               AND ENT-ALLOWED-TYPE (WS-ENT-IDX) NOT = SPACES
               SET WS-ENT-TYPE-ALLOWED TO TRUE
           END-IF.

       REFUSE-UNENTITLED-ITEM.

      *> Refused before anything else is looked at - the master row
      *> and audit record mark it UNENTITLED under its user, so the
      *> monthly usage report shows the attempt, and the item goes to
      *> suspense for data control to route to an entitled user.
           PERFORM DETERMINE-TARGET-PROGRAM
           MOVE 'UNENTITLED' TO TRANSACTION-STATUS
           MOVE 95 TO BAM-RETURN-CODE
           MOVE WS-ENT-REFUSAL-TEXT TO ERROR-MESSAGE
           DISPLAY "Refusing transaction " TRANSACTION-ID
               " for user " USER-ID ": " WS-ENT-REFUSAL-TEXT
           ADD 1 TO WS-COUNT-TOTAL
           ADD 1 TO WS-COUNT-FATAL
           ADD 1 TO WS-COUNT-UNENTITLED
           PERFORM TALLY-TRANSACTION-STATUS
           PERFORM TALLY-RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-MASTER-RECORD
           MOVE 'ENTL' TO WS-SUSPENSE-REASON
           PERFORM WRITE-SUSPENSE-RECORD.

       REJECT-TRANSACTION.

           MOVE 'REJECTED' TO TRANSACTION-STATUS
      *> A hard I/O error lands here too - only a cleanly read row
      *> that finished its work (a COMPLETE, OVERDRAWN or REVERSAL
      *> posting, or an original deliberately backed out and marked
      *> REVERSED) may declare the replay. So may a row still HELD
      *> for approval - it is already on the approval queue, and a
      *> second copy there would be put to the supervisor twice.
      *> An approved release reads APPROVED by the time the sweep
      *> brings it here, so it still posts.
                       IF WS-MASTER-OK
                           AND (MST-TRANSACTION-STATUS = 'COMPLETE'
                           OR MST-TRANSACTION-STATUS = 'OVERDRAWN'
                           OR MST-TRANSACTION-STATUS = 'REVERSAL'
                           OR MST-TRANSACTION-STATUS = 'REVERSED'
                           OR MST-TRANSACTION-STATUS = 'HELD')
                           SET WS-DUPLICATE-TRANSACTION TO TRUE
                       END-IF
               END-READ
           CLOSE RETURNED-FILE
           CLOSE SEQCTL-IN-FILE
           CLOSE SEQCTL-OUT-FILE
           CLOSE HELD-FILE
           CLOSE APPROVED-FILE
           CLOSE RATE-FILE
           CLOSE MASTER-FILE
           CLOSE ENTITLEMENT-FILE.

       INITIALIZE-COMM-AREA.

               MOVE WS-DEFAULT-USER-ID TO USER-ID
           END-IF
           MOVE TI-TRANSACTION-ID TO TRANSACTION-ID. *> Trans ID
           MOVE 'BAB1' TO ORIGIN-PROGRAM.
           MOVE TI-TRANSACTION-TYPE TO TRANSACTION-TYPE.
           MOVE TI-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           *> A garbled amount is left at zero here - the record is
           MOVE SPACES TO ERROR-MESSAGE.
           MOVE 0 TO BAM-RETURN-CODE.
           MOVE SPACES TO TRANSACTION-STATUS.
           *> A transfer debits the from-account on the primary leg and
           *> credits the to-account on the contra leg.
           IF TI-TRANSACTION-TYPE = 'XFER'
               MOVE TI-TO-ACCOUNT-NUMBER TO CONTRA-ACCOUNT-NUMBER
               COMPUTE TRANSACTION-AMOUNT = 0 - TRANSACTION-AMOUNT
           END-IF.
           *> The day's rates ride along to BAM0 with every item; a
           *> reversal posts in the account's own currency whatever
           *> its request carries.
           IF TI-TRANSACTION-TYPE NOT = 'REV'
               MOVE TI-CURRENCY-CODE TO TRANSACTION-CURRENCY
           END-IF.
           MOVE WS-BASE-CURRENCY TO BASE-CURRENCY.
           MOVE WS-RATE-TABLE TO EXCHANGE-RATE-TABLE.
           MOVE 0 TO APPLIED-RATE.
           MOVE 0 TO POSTED-AMOUNT.

       DETERMINE-TARGET-PROGRAM.

                   DISPLAY WS-TARGET-PGM " completed successfully."
                   DISPLAY "Transaction Status: " TRANSACTION-STATUS
                   ADD 1 TO WS-COUNT-SUCCESS
                   PERFORM TALLY-CONVERSION
      *> Money moved - the debit sits inside the account's agreed
      *> facility, so it is a posting, not a warning to retry.
               WHEN RC-OVERDRAFT
                   DISPLAY "Transaction Status: " TRANSACTION-STATUS
                   ADD 1 TO WS-COUNT-SUCCESS
                   ADD 1 TO WS-COUNT-OVERDRAFT
                   PERFORM TALLY-CONVERSION
               WHEN RC-WARNING
                   DISPLAY WS-TARGET-PGM
                       " still reporting a warning after retry."
                   ADD 1 TO WS-COUNT-WARNING
      *> A genuine NOFUNDS debit is carried to the re-presentation
      *> file so the next run tries it after that day's credits -
      *> nobody re-keys it from a BAB4 listing any more. A debit
      *> refused for reaching held funds goes the same way: by the
      *> next run the hold may be released or lapsed.
                   EVALUATE TRUE
                       WHEN BAM-RETURN-CODE = 10
                           AND TRANSACTION-STATUS = 'NOFUNDS'
                           PERFORM QUEUE-REPRESENTATION
                       WHEN BAM-RETURN-CODE = 11
                           AND TRANSACTION-STATUS = 'EARMARKED'
                           ADD 1 TO WS-COUNT-EARMARKED
                           PERFORM QUEUE-REPRESENTATION
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY WS-TARGET-PGM " encountered a fatal error."
                   DISPLAY "Error Message: " ERROR-MESSAGE
                   DISPLAY "Return Code: " BAM-RETURN-CODE
                   ADD 1 TO WS-COUNT-FATAL
      *> A debit against a dormant account goes to suspense under its
      *> own reason - it needs the account reactivated, not repair.
      *> An item in a currency with no rate today likewise has its
      *> own reason - it goes back in once the rate is published. A
      *> reversal backing out more than its user's ceiling is an
      *> entitlement refusal like any other. A transfer refused in a
      *> partitioned run for its other leg is re-fed single-stream.
                   EVALUATE BAM-RETURN-CODE
                       WHEN 57
                           MOVE 'DORM' TO WS-SUSPENSE-REASON
                       WHEN 58
                           MOVE 'FXRT' TO WS-SUSPENSE-REASON
                           ADD 1 TO WS-COUNT-NO-RATE
                       WHEN 95
                           MOVE 'ENTL' TO WS-SUSPENSE-REASON
                           ADD 1 TO WS-COUNT-UNENTITLED
                       WHEN 68
                           MOVE 'XPAR' TO WS-SUSPENSE-REASON
                       WHEN OTHER
                           MOVE 'FATL' TO WS-SUSPENSE-REASON
                   END-EVALUATE
                   PERFORM WRITE-SUSPENSE-RECORD
      *> Return code 53 means the account balance master itself is
      *> unusable - every later transaction would fail the same way,
                           "ending run"
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
      *> Return code 60 means the journal would not take a posting -
      *> nothing later could be recovered by BABE either.
                   IF BAM-RETURN-CODE = 60
                       DISPLAY "Account journal unavailable - "
                           "ending run"
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-COUNT-TOTAL
           PERFORM TALLY-TRANSACTION-STATUS
           PERFORM TALLY-RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-MASTER-RECORD
           IF WS-PAIR-TRANS-ID NOT = SPACES
               AND (RC-SUCCESS OR RC-OVERDRAFT)
               PERFORM WRITE-PAIR-LEG-RECORD
           END-IF.

       TALLY-CONVERSION.

           IF TRANSACTION-CURRENCY NOT = SPACES
               AND TRANSACTION-CURRENCY NOT = POSTED-CURRENCY
               ADD 1 TO WS-COUNT-CONVERTED
           END-IF.

       WRITE-MASTER-RECORD.

               STRING "REJ" WS-REJECT-SEQUENCE
                   DELIMITED BY SIZE INTO MST-TRANSACTION-ID
           ELSE
               IF WS-APPROVAL-FLAG = SPACE
                   AND TRANSACTION-STATUS NOT = 'HELD'
                   PERFORM CARRY-PRIOR-APPROVAL
               END-IF
               MOVE TRANSACTION-ID TO MST-TRANSACTION-ID
           END-IF
           MOVE TRANSACTION-STATUS TO MST-TRANSACTION-STATUS
           MOVE BAM-RETURN-CODE TO MST-RETURN-CODE
           MOVE WS-CURRENT-TIMESTAMP TO MST-RUN-TIMESTAMP
           MOVE WS-EXPECTED-BUSINESS-DATE TO MST-BUSINESS-DATE
           MOVE TRANSACTION-TYPE TO MST-TRANSACTION-TYPE
           MOVE USER-ID TO MST-USER-ID
           MOVE ACCOUNT-NUMBER TO MST-ACCOUNT-NUMBER
      *> BAM0 sets a rate only once it has the account in hand - the
      *> amount it converted is the one that moved (or would have
      *> moved) the balance. Anything earlier keeps the amount fed.
           MOVE TRANSACTION-AMOUNT TO MST-ORIGINAL-AMOUNT
           MOVE APPLIED-RATE TO MST-EXCHANGE-RATE
           MOVE POSTED-CURRENCY TO MST-ACCOUNT-CURRENCY
           IF APPLIED-RATE > 0
               MOVE POSTED-AMOUNT TO MST-AMOUNT
           ELSE
               MOVE TRANSACTION-AMOUNT TO MST-AMOUNT
           END-IF
           IF TRANSACTION-CURRENCY = SPACES
               MOVE POSTED-CURRENCY TO MST-CURRENCY-CODE
           ELSE
               MOVE TRANSACTION-CURRENCY TO MST-CURRENCY-CODE
           END-IF
           MOVE WS-ORIGINAL-TRANS-ID TO MST-ORIGINAL-TRANS-ID
      *> Only a transfer that posted has a secondary leg to point at -
      *> a failed or NOFUNDS one keeps just its to-account for the
      *> record.
           MOVE SPACES TO MST-PAIR-LEG
           MOVE SPACES TO MST-PAIR-TRANS-ID
           MOVE CONTRA-ACCOUNT-NUMBER TO MST-CONTRA-ACCOUNT-NUMBER
           MOVE WS-APPROVAL-FLAG TO MST-APPROVAL-FLAG
           MOVE WS-APPROVER-ID TO MST-APPROVER-ID
           IF WS-PAIR-TRANS-ID NOT = SPACES
               AND (RC-SUCCESS OR RC-OVERDRAFT)
               SET MST-PRIMARY-LEG TO TRUE
               MOVE WS-PAIR-TRANS-ID TO MST-PAIR-TRANS-ID
           END-IF
           PERFORM WRITE-MASTER-ROW.

       CARRY-PRIOR-APPROVAL.

      *> A supervisor's decision on the row stays with the item on
      *> every later write - whether or not today's threshold still
      *> asks for it (a re-presentation, a threshold since raised, a
      *> failed posting fed again) - as long as the row still
      *> describes the item decided. An item held afresh starts with
      *> a clean row for the new decision.
           MOVE TRANSACTION-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-MASTER-OK
                       AND MST-APPROVAL-FLAG NOT = SPACE
                       AND MST-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                       AND MST-ORIGINAL-AMOUNT = TRANSACTION-AMOUNT
                       AND (TRANSACTION-CURRENCY = SPACES
                           OR MST-CURRENCY-CODE = TRANSACTION-CURRENCY)
                       MOVE MST-APPROVAL-FLAG TO WS-APPROVAL-FLAG
                       MOVE MST-APPROVER-ID TO WS-APPROVER-ID
                   END-IF
           END-READ.

       WRITE-MASTER-ROW.

           WRITE MASTER-RECORD
               INVALID KEY
                   PERFORM REWRITE-MASTER-RECORD
                   END-IF
           END-WRITE.

       WRITE-PAIR-LEG-RECORD.

      *> The secondary leg of a posted transfer (or of the reversal
      *> backing one out) - same user, type and run timestamp as the
      *> primary row just written, the opposite amount against the
      *> other account, and each row naming the other. The credit
      *> side of an overdrawn transfer is itself a plain completed
      *> posting.
           MOVE WS-PAIR-TRANS-ID TO MST-TRANSACTION-ID
           IF TRANSACTION-STATUS = 'OVERDRAWN'
               MOVE 'COMPLETE' TO MST-TRANSACTION-STATUS
               MOVE 0 TO MST-RETURN-CODE
           ELSE
               MOVE TRANSACTION-STATUS TO MST-TRANSACTION-STATUS
               MOVE BAM-RETURN-CODE TO MST-RETURN-CODE
           END-IF
           MOVE CONTRA-ACCOUNT-NUMBER TO MST-ACCOUNT-NUMBER
           COMPUTE MST-AMOUNT = 0 - POSTED-AMOUNT
           COMPUTE MST-ORIGINAL-AMOUNT = 0 - TRANSACTION-AMOUNT
           MOVE WS-ORIGINAL-PAIR-ID TO MST-ORIGINAL-TRANS-ID
           SET MST-SECONDARY-LEG TO TRUE
           MOVE TRANSACTION-ID TO MST-PAIR-TRANS-ID
           MOVE ACCOUNT-NUMBER TO MST-CONTRA-ACCOUNT-NUMBER
           PERFORM WRITE-MASTER-ROW.

       REWRITE-MASTER-RECORD.

           REWRITE MASTER-RECORD
           MOVE WS-SUSPENSE-CYCLE TO SUS-CYCLE-COUNT
           MOVE TI-EFFECTIVE-DATE TO SUS-EFFECTIVE-DATE
           MOVE TI-ORIGINAL-TRANS-ID TO SUS-ORIGINAL-TRANS-ID
           MOVE TI-CURRENCY-CODE TO SUS-CURRENCY-CODE
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-COUNT-SUSPENSE
           IF WS-SUSPENSE-CYCLE > WS-MAX-SUSPENSE-CYCLES
               UNTIL WS-STAT-IDX > WS-STATUS-ENTRIES-USED
                   OR WS-STATUS-FOUND
           IF NOT WS-STATUS-FOUND
               IF WS-STATUS-ENTRIES-USED < 15
                   ADD 1 TO WS-STATUS-ENTRIES-USED
                   MOVE TRANSACTION-STATUS
                       TO WS-STATUS-VALUE (WS-STATUS-ENTRIES-USED)
                       "  SOURCE SYSTEM: " WS-FEED-SOURCE-SYSTEM
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF WS-RUN-ON-NON-BUSINESS-DAY
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "WARNING: BUSINESS DATE IS NOT A "
                           "BUSINESS DAY - " WS-NON-BUSINESS-DAY-NAME
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "INPUT CONTROL CHECK FAILED - NO "
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUSED AGAINST HELD FUNDS (EARMARKED): "
               WS-COUNT-EARMARKED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUSED, USER NOT ENTITLED (ENTL SUSPENSE): "
               WS-COUNT-UNENTITLED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "EFFECTIVE-DATED DEFERRED TO PENDING: "
               WS-COUNT-DEFERRED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CALENDAR-DOWN
               STRING "VALUE DATES MOVED TO A BUSINESS DAY: "
                   WS-COUNT-VALUE-DATES-MOVED
                   "  (NO HOLIDAY CALENDAR)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "VALUE DATES MOVED TO A BUSINESS DAY: "
                   WS-COUNT-VALUE-DATES-MOVED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "MATURED PENDING RELEASED: " WS-COUNT-RELEASED
               "  CARRIED FORWARD: " WS-COUNT-CARRIED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSFERS POSTED AS PAIRS: " WS-COUNT-TRANSFERS
               "  CROSS-PARTITION (XPAR SUSPENSE): "
               WS-COUNT-CROSS-PARTITION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD FOR APPROVAL: " WS-COUNT-HELD
               "  APPROVED RELEASED: " WS-COUNT-APPROVED
               "  NOT RELEASED: " WS-COUNT-NOT-RELEASED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCHANGE RATES LOADED: " WS-COUNT-RATES-LOADED
               "  REJECTED: " WS-COUNT-RATES-REJECTED
               "  NOT USED: " WS-COUNT-RATES-SKIPPED
               "  BASE: " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEMS CONVERTED: " WS-COUNT-CONVERTED
               "  NO RATE (FXRT SUSPENSE): " WS-COUNT-NO-RATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BY SOURCE SYSTEM:"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-COUNT-REQUEUED TO PSC-COUNT-REQUEUED
           MOVE WS-COUNT-RETURNED TO PSC-COUNT-RETURNED
           MOVE WS-COUNT-REVERSALS TO PSC-COUNT-REVERSALS
           MOVE WS-COUNT-TRANSFERS TO PSC-COUNT-TRANSFERS
           MOVE WS-COUNT-HELD TO PSC-COUNT-HELD
           MOVE WS-COUNT-APPROVED TO PSC-COUNT-APPROVED
           IF WS-INPUT-CONTROLS-OK AND NOT WS-RUN-ABORTED
               MOVE 'Y' TO PSC-PROCESSED-FLAG
           ELSE
