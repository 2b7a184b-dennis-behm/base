       PROGRAM-ID. BABB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS WS-CURRENCY-CHARS IS "A" THRU "I" "J" THRU "R"
                                      "S" THRU "Z".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO BABBWRK
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO BAB1RAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
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

       *>   CREDIT-INTEREST-PCT=02.500   (pct of a positive balance
       *>                                 credited per cycle)
       *>   PERIODIC-FEE-AMT=0000010.00  (flat fee debited per open
       *>                                 account per cycle - dormant
       *>                                 accounts earn interest but
       *>                                 are not charged the fee)
       *>   CHARGE-USER-ID=SYSPOST
       *>   BASE-CURRENCY=USD            (currency of an account
       *>                                 opened without one)
       *>   BUSINESS-DATE=20260821       (the day being charged -
       *>                                 default is the run date;
       *>                                 nothing is charged unless
       *>                                 it is a business day)
       *> Interest posts in each account's own currency. The fee is a
       *> base-currency tariff - it is raised in the base currency and
       *> BAM0 converts it at the charge date's rate, so an account
       *> held in another currency pays the same value, not the same
       *> figure.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

           05 WRK-ACCOUNT-NUMBER            PIC X(10).
           05 WRK-BALANCE                   PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 WRK-ACCOUNT-STATUS            PIC X(1).
               88 WRK-ACCOUNT-DORMANT       VALUE 'D'.

       *> Daily exchange rates shared with BAB1 - same layout, same
       *> basis (units of the base currency to one unit of the
       *> currency). Only the charge date's rows are loaded.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RAT-CURRENCY-CODE             PIC X(3).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-DATE                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-TO-BASE              PIC 9(5)V9(7).

       *> Account balance master - opened for the extract pass only.
       FD  ACCOUNT-FILE.
       FD  MASTER-FILE.
       COPY BABMST.

       *> Operator entitlements master shared with BAB1 - the charge
       *> user's row is read once, ahead of the cycle.
       FD  ENTITLEMENT-FILE.
       COPY BABENT.

       WORKING-STORAGE SECTION.

       *> Communication area shared with the BAM1 posting module.
       COPY BAM1.
       01 BAM1-PGM                         PIC X(8) VALUE 'BAM1'.
       01 BAM3-PGM                         PIC X(8) VALUE 'BAM3'.

       *> Request/result area for the common business-day calendar
       *> module - the cycle charges on business days only.
       COPY BAM3.

       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
       77 WS-MASTER-FILE-STATUS            PIC X(2)  VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
       77 WS-ENTITLEMENT-FILE-STATUS       PIC X(2)  VALUE SPACES.
           88 WS-ENTITLEMENT-OK            VALUE '00'.
       77 WS-RATE-FILE-STATUS              PIC X(2)  VALUE SPACES.
           88 WS-RATE-FILE-OK              VALUE '00'.

       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.
       77 WS-INTEREST-RATE                 PIC 9(2)V9(3) VALUE 0.
       77 WS-PERIODIC-FEE                  PIC 9(7)V99 VALUE 0.
       77 WS-CHARGE-USER-ID                PIC X(8)  VALUE 'SYSPOST'.
       77 WS-BASE-CURRENCY                 PIC X(3)  VALUE 'USD'.
       77 WS-BUSINESS-DATE                 PIC 9(8)  VALUE 0.

      *> A cycle landing on a weekend or bank holiday charges nothing
      *> and ends RC=4 - it is rescheduled for the business day the
      *> report names. Without the holiday calendar the day cannot
      *> be proven and the cycle ends RC=16 uncharged.
       77 WS-BUSINESS-DAY-SWITCH           PIC X(1)  VALUE 'Y'.
           88 WS-CHARGE-ON-BUSINESS-DAY    VALUE 'Y'.
           88 WS-CHARGE-DAY-NOT-BUSINESS   VALUE 'N'.

      *> The charge date's rates, built as BAB1 builds its table and
      *> handed to BAM0 with every fee. The base currency is never
      *> on the table; a currency quoted at two rates is kept with a
      *> zero rate so its fees fail to convert rather than post at
      *> either. No rate file at all means only base-currency
      *> accounts can be charged the fee.
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
       77 WS-COUNT-RATES-LOADED            PIC 9(6)  VALUE 0.
       77 WS-COUNT-RATES-REJECTED          PIC 9(6)  VALUE 0.
       77 WS-COUNT-RATES-SKIPPED           PIC 9(6)  VALUE 0.

       01 WS-RATE-PARSE.
           05 WS-RATE-INT                   PIC 9(2).
       77 WS-CHARGE-BALANCE                PIC S9(11)V99 COMP-3
                                           VALUE 0.

      *> The charge user is held to the entitlements master like any
      *> BAB1 user - each charge must be of a type it is allowed and
      *> within its item ceiling, or it is refused UNENTITLED (return
      *> code 95) and never reaches BAM1.
       77 WS-ENTITLED-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-CHARGE-ENTITLED           VALUE 'Y'.
       77 WS-ENT-IDX                       PIC 9(2)  VALUE 0.
       77 WS-ENT-ABS-AMOUNT                PIC 9(9)V99 COMP-3
                                           VALUE 0.
       77 WS-ENT-REFUSAL-TEXT              PIC X(80) VALUE SPACES.

      *> Cycle counters and totals for the summary block.
       77 WS-COUNT-ACCOUNTS                PIC 9(6)  VALUE 0.
       77 WS-COUNT-INTEREST                PIC 9(6)  VALUE 0.
       77 WS-COUNT-FEES                    PIC 9(6)  VALUE 0.
       77 WS-COUNT-DORMANT                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-WARNING                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-FATAL                   PIC 9(6)  VALUE 0.
       77 WS-COUNT-UNENTITLED              PIC 9(6)  VALUE 0.
       77 WS-TOT-INTEREST-AMT              PIC 9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-TOT-FEE-AMT                   PIC 9(11)V99 COMP-3
           PERFORM COMPUTE-ID-DATE-PARTS
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-RUN-ABORTED
               PERFORM LOAD-CHARGE-ENTITLEMENT
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM CHECK-CHARGE-DATE
           END-IF
           IF NOT WS-RUN-ABORTED AND WS-CHARGE-ON-BUSINESS-DAY
               PERFORM LOAD-EXCHANGE-RATES
               PERFORM EXTRACT-ACCOUNT-WORKLIST
           END-IF
           IF NOT WS-RUN-ABORTED AND WS-CHARGE-ON-BUSINESS-DAY
               PERFORM POST-CHARGE-WORKLIST
           END-IF
           PERFORM PRODUCE-CYCLE-SUMMARY
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT ENTITLEMENT-FILE
           IF NOT WS-ENTITLEMENT-OK
               DISPLAY "Error opening entitlements master, status: "
                   WS-ENTITLEMENT-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       CLOSE-FILES.

           CLOSE MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           CLOSE ENTITLEMENT-FILE.

       SET-JOB-RETURN-CODE.

                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-WARNING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CHARGE-DAY-NOT-BUSINESS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
                   END-IF
               WHEN 'CHARGE-USER-ID'
                   MOVE WS-CONTROL-VALUE (1:8) TO WS-CHARGE-USER-ID
               WHEN 'BASE-CURRENCY'
                   IF WS-CONTROL-VALUE (1:3) IS WS-CURRENCY-CHARS
                       MOVE WS-CONTROL-VALUE (1:3) TO WS-BASE-CURRENCY
                   END-IF
               WHEN 'BUSINESS-DATE'
                   IF WS-CONTROL-VALUE (1:8) IS NUMERIC
                       MOVE WS-CONTROL-VALUE (1:8) TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "BUSINESS-DATE not valid: "
                           WS-CONTROL-VALUE (1:8)
                           " - run date used"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               END-IF
           END-IF.

       LOAD-CHARGE-ENTITLEMENT.

      *> A charge user missing from the entitlements master, or
      *> revoked, could post nothing at all - the cycle ends before
      *> the worklist is even built rather than refuse every charge.
           MOVE WS-CHARGE-USER-ID TO ENT-USER-ID
           READ ENTITLEMENT-FILE
               INVALID KEY
                   DISPLAY "Charge user " WS-CHARGE-USER-ID
                       " not on entitlements master - ending run"
                   SET WS-RUN-ABORTED TO TRUE
               NOT INVALID KEY
                   IF NOT WS-ENTITLEMENT-OK
                       DISPLAY "Entitlements master read error, "
                           "status: " WS-ENTITLEMENT-FILE-STATUS
                           " - ending run"
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
                   IF WS-ENTITLEMENT-OK AND NOT ENT-ACTIVE
                       DISPLAY "Charge user " WS-CHARGE-USER-ID
                           " entitlements revoked - ending run"
                       SET WS-RUN-ABORTED TO TRUE
                   END-IF
           END-READ.

       CHECK-CHARGE-DATE.

           IF WS-BUSINESS-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE 'C' TO CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO CAL-DATE
           CALL BAM3-PGM USING BAM3-COMM-AREA
               ON EXCEPTION
                   MOVE 20 TO CAL-RETURN-CODE
                   MOVE 'Calendar module BAM3 unavailable'
                       TO CAL-ERROR-MESSAGE
           END-CALL
           EVALUATE TRUE
               WHEN CAL-RETURN-CODE = 20 OR CAL-RETURN-CODE = 21
                   DISPLAY "Charge date " WS-BUSINESS-DATE
                       " not proven: " CAL-ERROR-MESSAGE
                       " - ending run"
                   SET WS-RUN-ABORTED TO TRUE
               WHEN CAL-BUSINESS-DAY
                   IF CAL-RETURN-CODE = 22
                       DISPLAY "Warning: " CAL-ERROR-MESSAGE
                   END-IF
               WHEN OTHER
                   SET WS-CHARGE-DAY-NOT-BUSINESS TO TRUE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "CHARGE DATE " WS-BUSINESS-DATE
                       " IS NOT A BUSINESS DAY - " CAL-HOLIDAY-NAME
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM FIND-NEXT-CHARGE-DATE
           END-EVALUATE.

       FIND-NEXT-CHARGE-DATE.

      *> The report names the day to reschedule for only when the
      *> calendar could give it - 22 is a year not on the calendar,
      *> weekends still skipped, and is warned like the charge date.
           MOVE 'N' TO CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO CAL-DATE
           CALL BAM3-PGM USING BAM3-COMM-AREA
               ON EXCEPTION
                   MOVE 20 TO CAL-RETURN-CODE
                   MOVE 'Calendar module BAM3 unavailable'
                       TO CAL-ERROR-MESSAGE
           END-CALL
           MOVE SPACES TO WS-REPORT-LINE
           IF CAL-RETURN-CODE = 0 OR CAL-RETURN-CODE = 22
               IF CAL-RETURN-CODE = 22
                   DISPLAY "Warning: " CAL-ERROR-MESSAGE
               END-IF
               STRING "NO CHARGES POSTED - RUN THE CYCLE ON "
                   "THE NEXT BUSINESS DAY, " CAL-RESULT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               DISPLAY "Next business day after " WS-BUSINESS-DATE
                   " not found: " CAL-ERROR-MESSAGE " - ending run"
               STRING "NO CHARGES POSTED - NEXT BUSINESS DAY "
                   "NOT FOUND"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       LOAD-EXCHANGE-RATES.

      *> Loaded once the charge date is proven a business day - only
      *> that date's rates are used, so a stale rate file converts
      *> nothing and fees on foreign-currency accounts fail FXRT.
           MOVE 0 TO WS-RATE-ENTRIES-USED
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-FILE-OK
               DISPLAY "Rate file not available, status: "
                   WS-RATE-FILE-STATUS
                   " - fees charged to base-currency accounts only"
           ELSE
               PERFORM READ-RATE-RECORD
               PERFORM STORE-RATE-RECORD UNTIL WS-RATE-END-OF-FILE
               CLOSE RATE-FILE
           END-IF
           DISPLAY "Exchange rates loaded for "
               WS-BUSINESS-DATE ": " WS-COUNT-RATES-LOADED
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
               WHEN RAT-RATE-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-COUNT-RATES-SKIPPED
               WHEN RAT-RATE-TO-BASE IS NOT NUMERIC
                   MOVE 'rate not numeric'
                       TO WS-RATE-REJECT-TEXT
               WHEN RAT-RATE-TO-BASE = 0
                   MOVE 'rate is zero'
                       TO WS-RATE-REJECT-TEXT
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

      *> ------------------------------------------------------------
      *> Pass one - walk the account master read-only and write the
      *> worklist of open accounts with their pre-charge balances,

       EXTRACT-ONE-ACCOUNT.

      *> Dormant accounts stay on the worklist - the customer's
      *> money keeps earning while it sits idle.
           IF ACT-ACCOUNT-OPEN OR ACT-ACCOUNT-DORMANT
               ADD 1 TO WS-COUNT-ACCOUNTS
               MOVE SPACES TO WORKLIST-RECORD
               MOVE ACT-ACCOUNT-NUMBER TO WRK-ACCOUNT-NUMBER
               MOVE ACT-CURRENT-BALANCE TO WRK-BALANCE
               MOVE ACT-ACCOUNT-STATUS TO WRK-ACCOUNT-STATUS
               WRITE WORKLIST-RECORD
           END-IF
           PERFORM READ-NEXT-ACCOUNT.
           IF WS-INTEREST-RATE > 0 AND WS-CHARGE-BALANCE > 0
               PERFORM POST-INTEREST-CHARGE
           END-IF
      *> BAM0 refuses any debit on a dormant account, so the fee is
      *> not even tried there - it is counted instead.
           IF WS-PERIODIC-FEE > 0 AND NOT WS-RUN-ABORTED
               IF WRK-ACCOUNT-DORMANT
                   ADD 1 TO WS-COUNT-DORMANT
               ELSE
                   PERFORM POST-FEE-CHARGE
               END-IF
           END-IF
           PERFORM READ-WORKLIST-RECORD.

           MOVE SPACES TO BAM1-COMM-AREA
           MOVE BAM1-PGM TO EYE-CATCHER
           MOVE WS-CHARGE-USER-ID TO USER-ID
           MOVE 'BABB' TO ORIGIN-PROGRAM
           PERFORM GENERATE-TRANSACTION-ID
           PERFORM CHECK-GENERATED-ID-FREE
           IF NOT WS-RUN-ABORTED
               MOVE SPACES TO TRANSACTION-STATUS
               MOVE SPACES TO ERROR-MESSAGE
               MOVE 0 TO BAM-RETURN-CODE
      *> Interest carries no currency - it is raised in the
      *> account's own. The fee is raised in the base currency and
      *> rides with the day's rates, as a BAB1 item does.
               IF WS-CHARGE-TYPE = 'FEE'
                   MOVE WS-BASE-CURRENCY TO TRANSACTION-CURRENCY
               ELSE
                   MOVE SPACES TO TRANSACTION-CURRENCY
               END-IF
               MOVE WS-BASE-CURRENCY TO BASE-CURRENCY
               MOVE WS-RATE-TABLE TO EXCHANGE-RATE-TABLE
               MOVE 0 TO APPLIED-RATE
               MOVE 0 TO POSTED-AMOUNT
      *> A charge the bank raised itself is not customer activity -
      *> it must not keep an idle account from going dormant.
               SET POSTING-NOT-ACTIVITY TO TRUE
               PERFORM CHECK-CHARGE-ENTITLEMENT
               IF WS-CHARGE-ENTITLED
                   CALL BAM1-PGM USING BAM1-COMM-AREA
                       ON EXCEPTION
                           DISPLAY "Error: Unable to call "
                               BAM1-PGM "."
                           MOVE -1 TO BAM-RETURN-CODE
                           MOVE 'FAILED' TO TRANSACTION-STATUS
                   END-CALL
               ELSE
                   MOVE 'UNENTITLED' TO TRANSACTION-STATUS
                   MOVE 95 TO BAM-RETURN-CODE
                   MOVE WS-ENT-REFUSAL-TEXT TO ERROR-MESSAGE
                   ADD 1 TO WS-COUNT-UNENTITLED
                   DISPLAY "Refusing charge " TRANSACTION-ID ": "
                       WS-ENT-REFUSAL-TEXT
               END-IF
               PERFORM HANDLE-CHARGE-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-MASTER-RECORD
               PERFORM WRITE-CHARGE-LINE
           END-IF.

       CHECK-CHARGE-ENTITLEMENT.

           MOVE 'N' TO WS-ENTITLED-SWITCH
           MOVE 'Charge type not entitled for the charge user.'
               TO WS-ENT-REFUSAL-TEXT
           PERFORM SEARCH-ENTITLED-TYPES
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12 OR WS-CHARGE-ENTITLED
           IF WS-CHARGE-AMOUNT < 0
               COMPUTE WS-ENT-ABS-AMOUNT = 0 - WS-CHARGE-AMOUNT
           ELSE
               MOVE WS-CHARGE-AMOUNT TO WS-ENT-ABS-AMOUNT
           END-IF
           IF WS-CHARGE-ENTITLED
               AND WS-ENT-ABS-AMOUNT > ENT-AMOUNT-CEILING
               MOVE 'N' TO WS-ENTITLED-SWITCH
               MOVE 'Charge over the charge user''s item ceiling.'
                   TO WS-ENT-REFUSAL-TEXT
           END-IF.

       SEARCH-ENTITLED-TYPES.

           IF ENT-ALLOWED-TYPE (WS-ENT-IDX) = WS-CHARGE-TYPE
               SET WS-CHARGE-ENTITLED TO TRUE
           END-IF.

       GENERATE-TRANSACTION-ID.

           ADD 1 TO WS-CHARGE-SEQ
           EVALUATE TRUE
               WHEN RC-SUCCESS OR RC-OVERDRAFT
                   CONTINUE
      *> A fee bouncing NOFUNDS, or refused because it would reach
      *> held funds (EARMARKED), is follow-up work, not a rerun - it
      *> stays on this report for the account team.
               WHEN RC-WARNING
                   ADD 1 TO WS-COUNT-WARNING
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
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           MOVE TRANSACTION-STATUS TO MST-TRANSACTION-STATUS
           MOVE BAM-RETURN-CODE TO MST-RETURN-CODE
           MOVE WS-CURRENT-TIMESTAMP TO MST-RUN-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO MST-BUSINESS-DATE
           MOVE WS-CHARGE-TYPE TO MST-TRANSACTION-TYPE
           MOVE USER-ID TO MST-USER-ID
           MOVE ACCOUNT-NUMBER TO MST-ACCOUNT-NUMBER
      *> Recorded as BAB1 records a fed item - the amount that moved
      *> the balance, and the amount and currency it was raised in.
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
           MOVE SPACES TO MST-ORIGINAL-TRANS-ID
           MOVE SPACES TO MST-PAIR-LEG
           MOVE SPACES TO MST-PAIR-TRANS-ID
           MOVE SPACES TO MST-CONTRA-ACCOUNT-NUMBER
           MOVE SPACES TO MST-APPROVAL-FLAG
           MOVE SPACES TO MST-APPROVER-ID
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Duplicate master key on write: "
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS WALKED: " WS-COUNT-ACCOUNTS
               "  DORMANT, FEE NOT CHARGED: " WS-COUNT-DORMANT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "WARNINGS (NOFUNDS/EARMARKED): " WS-COUNT-WARNING
               "  FATALS: " WS-COUNT-FATAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUSED, CHARGE USER NOT ENTITLED: "
               WS-COUNT-UNENTITLED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
