               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO ACCTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       *> Account master journal - appended with every balance this
       *> module rewrites, opened and held alongside the account file.
       FD  JOURNAL-FILE.
       COPY ACCTJRN.

       WORKING-STORAGE SECTION.

       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.
       77 WS-JOURNAL-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-JOURNAL-OK                VALUE '00'.

       *> The account file is opened on the first call and stays open
       *> across calls - BAB1 drives one posting per transaction and

       77 WS-NEW-BALANCE                   PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-BEFORE-BALANCE                PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-BEFORE-TIMESTAMP              PIC X(16) VALUE SPACES.

       *> The leg account's earmarked total - zero on a row that
       *> predates holds and has never carried one.
       77 WS-HELD-AMOUNT                   PIC S9(11)V99 COMP-3
                                           VALUE 0.

       *> The leg being read, proven or rewritten - the request's own
       *> account on a single posting, either side of a transfer.
       77 WS-LEG-ACCOUNT-NUMBER            PIC X(10) VALUE SPACES.
       77 WS-LEG-AMOUNT                    PIC S9(9)V99 COMP-3
                                           VALUE 0.

       *> The request's amount once converted into the account's
       *> currency - what actually moves the balance on either leg.
       77 WS-POST-AMOUNT                   PIC S9(9)V99 COMP-3
                                           VALUE 0.
       77 WS-ACCOUNT-CURRENCY              PIC X(3)  VALUE SPACES.

       *> Rate lookup - the currency sought, and its rate to the base
       *> currency (zero when the caller supplied none for it).
       77 WS-FIND-CURRENCY                 PIC X(3)  VALUE SPACES.
       77 WS-FOUND-RATE                    PIC 9(5)V9(7) COMP-3
                                           VALUE 0.
       77 WS-FROM-RATE                     PIC 9(5)V9(7) COMP-3
                                           VALUE 0.
       77 WS-TO-RATE                       PIC 9(5)V9(7) COMP-3
                                           VALUE 0.
       77 WS-RATE-INDEX                    PIC 9(2)  VALUE 0.

       *> Result held over from the first leg of a transfer while the
       *> second is proven, posted or backed out.
       77 WS-PAIR-RETURN-CODE              PIC S9(4) COMP VALUE 0.
       77 WS-PAIR-ERROR-MESSAGE            PIC X(80) VALUE SPACES.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).

      *> Post the signed BAL-AMOUNT against the account's balance -
      *> positive amounts credit the account, negative amounts
      *> debit it. A request naming a contra account is a transfer
      *> and posts both legs as one unit.
           MOVE SPACES TO BAL-ERROR-MESSAGE
           MOVE 0 TO BAL-RETURN-CODE
           MOVE SPACES TO BAL-ACCOUNT-CURRENCY
           MOVE 0 TO BAL-APPLIED-RATE
           MOVE BAL-AMOUNT TO BAL-POSTED-AMOUNT
           MOVE BAL-AMOUNT TO WS-POST-AMOUNT
           IF WS-FIRST-CALL
               PERFORM OPEN-ACCOUNT-FILE
           END-IF
           IF BAL-RETURN-CODE = 0
               IF BAL-CONTRA-ACCOUNT-NUMBER = SPACES
                   OR BAL-CONTRA-ACCOUNT-NUMBER = LOW-VALUES
                   PERFORM POST-SINGLE-ACCOUNT
               ELSE
                   PERFORM POST-TRANSFER-PAIR
               END-IF
           END-IF.

       POST-SINGLE-ACCOUNT.

           PERFORM PROVE-REQUEST-ACCOUNT
           IF BAL-RETURN-CODE = 0 OR BAL-RETURN-CODE = 5
               PERFORM REWRITE-ACCOUNT-RECORD
           END-IF.

       PROVE-REQUEST-ACCOUNT.

      *> The request's own account - read, the amount converted into
      *> its currency, then checked against the balance.
           MOVE BAL-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-RECORD
           IF BAL-RETURN-CODE = 0
               PERFORM CONVERT-POSTING-AMOUNT
           END-IF
           IF BAL-RETURN-CODE = 0
               MOVE WS-POST-AMOUNT TO WS-LEG-AMOUNT
               PERFORM CHECK-POSTING-AMOUNT
           END-IF.

       POST-TRANSFER-PAIR.

      *> Both legs are proven before either balance moves - each
      *> account found and open, and the debit side funded - so a
      *> leg that cannot post stops the transfer with neither
      *> account touched. An overdraft code from the debit side is
      *> carried through to the caller like any other posting.
           MOVE 0 TO WS-PAIR-RETURN-CODE
           MOVE SPACES TO WS-PAIR-ERROR-MESSAGE
           PERFORM PROVE-REQUEST-ACCOUNT
           IF BAL-RETURN-CODE = 0 OR BAL-RETURN-CODE = 5
               MOVE BAL-RETURN-CODE TO WS-PAIR-RETURN-CODE
               MOVE BAL-ERROR-MESSAGE TO WS-PAIR-ERROR-MESSAGE
               MOVE 0 TO BAL-RETURN-CODE
               MOVE SPACES TO BAL-ERROR-MESSAGE
               MOVE BAL-CONTRA-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
               COMPUTE WS-LEG-AMOUNT = 0 - WS-POST-AMOUNT
               PERFORM PROVE-TRANSFER-LEG
               IF BAL-RETURN-CODE = 0 AND WS-PAIR-RETURN-CODE = 5
                   MOVE WS-PAIR-RETURN-CODE TO BAL-RETURN-CODE
                   MOVE WS-PAIR-ERROR-MESSAGE TO BAL-ERROR-MESSAGE
               END-IF
           END-IF
           IF BAL-RETURN-CODE = 0 OR BAL-RETURN-CODE = 5
               PERFORM APPLY-TRANSFER-PAIR
           END-IF.

       PROVE-TRANSFER-LEG.

      *> The contra account takes the converted amount as it stands,
      *> so it must be held in the same currency as the request's
      *> own account - a transfer never converts twice.
           PERFORM READ-ACCOUNT-RECORD
           IF BAL-RETURN-CODE = 0
               PERFORM RESOLVE-ACCOUNT-CURRENCY
               IF WS-ACCOUNT-CURRENCY NOT = BAL-ACCOUNT-CURRENCY
                   MOVE 59 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'Transfer ' BAL-ACCOUNT-CURRENCY ' to '
                       WS-ACCOUNT-CURRENCY ' - account '
                       WS-LEG-ACCOUNT-NUMBER
                       ' in another currency'
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
               END-IF
           END-IF
           IF BAL-RETURN-CODE = 0
               PERFORM CHECK-POSTING-AMOUNT
           END-IF.

       APPLY-TRANSFER-PAIR.

      *> The first leg is rewritten, then the second. If the second
      *> rewrite fails the first is backed out again, so the pair
      *> still lands whole or not at all; only a failed back-out
      *> leaves the balances out of step, and that is reported as
      *> its own code for manual repair.
           MOVE BAL-RETURN-CODE TO WS-PAIR-RETURN-CODE
           MOVE BAL-ERROR-MESSAGE TO WS-PAIR-ERROR-MESSAGE
           MOVE BAL-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
           MOVE WS-POST-AMOUNT TO WS-LEG-AMOUNT
           PERFORM POST-TRANSFER-LEG
           IF BAL-RETURN-CODE = 0
               MOVE BAL-CONTRA-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
               COMPUTE WS-LEG-AMOUNT = 0 - WS-POST-AMOUNT
               PERFORM POST-TRANSFER-LEG
               IF BAL-RETURN-CODE = 0
                   MOVE WS-PAIR-RETURN-CODE TO BAL-RETURN-CODE
                   MOVE WS-PAIR-ERROR-MESSAGE TO BAL-ERROR-MESSAGE
               ELSE
                   PERFORM BACK-OUT-FIRST-LEG
               END-IF
           END-IF.

       POST-TRANSFER-LEG.

           PERFORM READ-ACCOUNT-RECORD
           IF BAL-RETURN-CODE = 0
               COMPUTE WS-NEW-BALANCE =
                   ACT-CURRENT-BALANCE + WS-LEG-AMOUNT
               PERFORM REWRITE-ACCOUNT-RECORD
           END-IF.

       BACK-OUT-FIRST-LEG.

           MOVE BAL-RETURN-CODE TO WS-PAIR-RETURN-CODE
           MOVE BAL-ERROR-MESSAGE TO WS-PAIR-ERROR-MESSAGE
           MOVE 0 TO BAL-RETURN-CODE
           MOVE BAL-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT-NUMBER
           COMPUTE WS-LEG-AMOUNT = 0 - WS-POST-AMOUNT
           PERFORM POST-TRANSFER-LEG
           IF BAL-RETURN-CODE = 0
               MOVE WS-PAIR-RETURN-CODE TO BAL-RETURN-CODE
               MOVE WS-PAIR-ERROR-MESSAGE TO BAL-ERROR-MESSAGE
           ELSE
               MOVE 56 TO BAL-RETURN-CODE
               MOVE SPACES TO BAL-ERROR-MESSAGE
               STRING 'Transfer half-posted - '
                   BAL-ACCOUNT-NUMBER ' not backed out'
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-IF.

       OPEN-ACCOUNT-FILE.

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-OK
               PERFORM OPEN-JOURNAL-FILE
           ELSE
               MOVE 53 TO BAL-RETURN-CODE
               MOVE SPACES TO BAL-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-IF.

       OPEN-JOURNAL-FILE.

      *> No journal, no posting - a balance that moved without its
      *> journal record could not be rebuilt after a restore, so a
      *> journal that will not open stops the run like the master.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-OK
               MOVE 'N' TO WS-FIRST-CALL-SWITCH
           ELSE
               CLOSE ACCOUNT-FILE
               MOVE 53 TO BAL-RETURN-CODE
               MOVE SPACES TO BAL-ERROR-MESSAGE
               STRING 'Account journal open failed, status '
                   WS-JOURNAL-FILE-STATUS
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-IF.

       READ-ACCOUNT-RECORD.

           MOVE WS-LEG-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 51 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'Account ' WS-LEG-ACCOUNT-NUMBER
                       ' not on account master'
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-READ
           IF BAL-RETURN-CODE = 0 AND ACT-ACCOUNT-CLOSED
               MOVE 52 TO BAL-RETURN-CODE
               MOVE SPACES TO BAL-ERROR-MESSAGE
               STRING 'Account ' WS-LEG-ACCOUNT-NUMBER ' is closed'
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-IF.

       CONVERT-POSTING-AMOUNT.

      *> An item in the account's own currency - or with no currency
      *> given - posts as fed at a rate of one. Any other currency is
      *> taken through the base currency on the caller's table of the
      *> day's rates; a currency with no rate that day cannot post.
           PERFORM RESOLVE-ACCOUNT-CURRENCY
           MOVE WS-ACCOUNT-CURRENCY TO BAL-ACCOUNT-CURRENCY
           IF BAL-CURRENCY-CODE = SPACES OR LOW-VALUES
               OR BAL-CURRENCY-CODE = WS-ACCOUNT-CURRENCY
               MOVE 1 TO BAL-APPLIED-RATE
               MOVE BAL-AMOUNT TO WS-POST-AMOUNT
           ELSE
               MOVE BAL-CURRENCY-CODE TO WS-FIND-CURRENCY
               PERFORM FIND-BASE-RATE
               MOVE WS-FOUND-RATE TO WS-FROM-RATE
               MOVE WS-ACCOUNT-CURRENCY TO WS-FIND-CURRENCY
               PERFORM FIND-BASE-RATE
               MOVE WS-FOUND-RATE TO WS-TO-RATE
               IF WS-FROM-RATE = 0 OR WS-TO-RATE = 0
                   MOVE 58 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'No ' BAL-CURRENCY-CODE ' to '
                       WS-ACCOUNT-CURRENCY
                       ' rate for the business date - account '
                       WS-LEG-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
               ELSE
                   PERFORM APPLY-EXCHANGE-RATE
               END-IF
           END-IF
           IF BAL-RETURN-CODE = 0
               MOVE WS-POST-AMOUNT TO BAL-POSTED-AMOUNT
           END-IF.

       APPLY-EXCHANGE-RATE.

      *> The amount is converted straight from the two base rates;
      *> the cross rate returned is for the record only.
           COMPUTE BAL-APPLIED-RATE ROUNDED = WS-FROM-RATE / WS-TO-RATE
               ON SIZE ERROR
                   MOVE 58 TO BAL-RETURN-CODE
           END-COMPUTE
           COMPUTE WS-POST-AMOUNT ROUNDED =
               BAL-AMOUNT * WS-FROM-RATE / WS-TO-RATE
               ON SIZE ERROR
                   MOVE 58 TO BAL-RETURN-CODE
           END-COMPUTE
           IF BAL-RETURN-CODE NOT = 0
               MOVE 0 TO BAL-APPLIED-RATE
               MOVE SPACES TO BAL-ERROR-MESSAGE
               STRING 'Amount out of range converting '
                   BAL-CURRENCY-CODE ' to ' WS-ACCOUNT-CURRENCY
                   ' - account ' WS-LEG-ACCOUNT-NUMBER
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-IF.

       RESOLVE-ACCOUNT-CURRENCY.

      *> An account with no currency of its own is held in the base
      *> currency.
           IF ACT-CURRENCY-CODE = SPACES OR LOW-VALUES
               MOVE BAL-BASE-CURRENCY TO WS-ACCOUNT-CURRENCY
           ELSE
               MOVE ACT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
           END-IF.

       FIND-BASE-RATE.

      *> The base currency is one by definition and is never on the
      *> table; any other currency not on it comes back zero.
           MOVE 0 TO WS-FOUND-RATE
           IF WS-FIND-CURRENCY = BAL-BASE-CURRENCY
               AND WS-FIND-CURRENCY NOT = SPACES
               MOVE 1 TO WS-FOUND-RATE
           ELSE
               IF BAL-RATE-COUNT IS NUMERIC
                   PERFORM SEARCH-RATE-ENTRY
                       VARYING WS-RATE-INDEX FROM 1 BY 1
                       UNTIL WS-RATE-INDEX > BAL-RATE-COUNT
                          OR WS-RATE-INDEX > 40
                          OR WS-FOUND-RATE > 0
               END-IF
           END-IF.

       SEARCH-RATE-ENTRY.

           IF BAL-RATE-CURRENCY (WS-RATE-INDEX) = WS-FIND-CURRENCY
               MOVE BAL-RATE-TO-BASE (WS-RATE-INDEX) TO WS-FOUND-RATE
           END-IF.

       CHECK-POSTING-AMOUNT.

           COMPUTE WS-NEW-BALANCE =
               ACT-CURRENT-BALANCE + WS-LEG-AMOUNT
           IF ACT-HELD-AMOUNT IS NUMERIC
               MOVE ACT-HELD-AMOUNT TO WS-HELD-AMOUNT
           ELSE
               MOVE 0 TO WS-HELD-AMOUNT
           END-IF
           EVALUATE TRUE
      *> A dormant account takes no debit of any size until it is
      *> reactivated through BAB8 - credits fall through below and
      *> post as usual.
               WHEN ACT-ACCOUNT-DORMANT AND WS-LEG-AMOUNT < 0
                   MOVE 57 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'Account ' WS-LEG-ACCOUNT-NUMBER
                       ' is dormant - debit refused'
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
      *> A credit always posts whatever position it lands on - money
      *> arriving is what cures a shortfall, and the checks below
      *> constrain debits only. An account can sit beyond its limit,
      *> or below its held amount, after a supervised adjustment, a
      *> limit cut or a new hold.
               WHEN WS-LEG-AMOUNT >= 0
                   CONTINUE
      *> Warning tier - the debit may clear on a later run once
      *> covering funds arrive, so the caller may retry it.
               WHEN WS-NEW-BALANCE + ACT-OVERDRAFT-LIMIT < 0
                   MOVE 10 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'Insufficient funds on account '
                       WS-LEG-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
      *> The money is there but earmarked - the debit would leave the
      *> balance, facility included, short of the account's holds.
      *> Its own code, so the caller can tell it from no funds at
      *> all; still warning tier, as the hold may be released or
      *> lapse before the item is presented again.
               WHEN WS-NEW-BALANCE + ACT-OVERDRAFT-LIMIT
                       - WS-HELD-AMOUNT < 0
                   MOVE 11 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'Debit would reach held funds on account '
                       WS-LEG-ACCOUNT-NUMBER
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
               WHEN WS-NEW-BALANCE >= 0
                   CONTINUE
      *> Inside the account's authorized facility - the debit posts,
      *> but with its own code so the caller can tell "using its
      *> agreed overdraft" from "genuinely no funds".
               WHEN OTHER
                   MOVE 5 TO BAL-RETURN-CODE
                   MOVE SPACES TO BAL-ERROR-MESSAGE
                   STRING 'Account ' WS-LEG-ACCOUNT-NUMBER
                       ' inside overdraft facility'
                       DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-EVALUATE.

       REWRITE-ACCOUNT-RECORD.

      *> On a posting that returns code 05 the overdraft message is
      *> already set - a rewrite failure replaces both. A charge
      *> that is not customer activity moves the balance only.
           PERFORM GET-CURRENT-TIMESTAMP
           MOVE ACT-CURRENT-BALANCE TO WS-BEFORE-BALANCE
           MOVE ACT-LAST-UPDATE-TIMESTAMP TO WS-BEFORE-TIMESTAMP
           MOVE WS-NEW-BALANCE TO ACT-CURRENT-BALANCE
           IF NOT BAL-NOT-ACTIVITY
               MOVE WS-CURRENT-TIMESTAMP TO ACT-LAST-UPDATE-TIMESTAMP
           END-IF
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-OK
               PERFORM WRITE-JOURNAL-RECORD
               IF WS-JOURNAL-OK
                   IF ACT-ACCOUNT-NUMBER = BAL-ACCOUNT-NUMBER
                       MOVE WS-NEW-BALANCE TO BAL-NEW-BALANCE
                   END-IF
               ELSE
                   PERFORM PUT-BACK-UNJOURNALED-POSTING
               END-IF
           ELSE
               MOVE 54 TO BAL-RETURN-CODE
               MOVE SPACES TO BAL-ERROR-MESSAGE
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           END-IF.

       WRITE-JOURNAL-RECORD.

      *> Both legs of a transfer, and the back-out of a first leg,
      *> are journaled as they land - each under the transaction
      *> that moved it, so the chain per account stays unbroken.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE ACT-ACCOUNT-NUMBER TO JRN-ACCOUNT-NUMBER
           MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BALANCE
           MOVE ACT-CURRENT-BALANCE TO JRN-AFTER-BALANCE
           COMPUTE JRN-AMOUNT =
               ACT-CURRENT-BALANCE - WS-BEFORE-BALANCE
           IF BAL-ORIGIN-PROGRAM = SPACES OR LOW-VALUES
               MOVE 'BAM0' TO JRN-PROGRAM
           ELSE
               MOVE BAL-ORIGIN-PROGRAM TO JRN-PROGRAM
           END-IF
           MOVE BAL-TRANSACTION-ID TO JRN-TRANSACTION-ID
           MOVE WS-CURRENT-TIMESTAMP TO JRN-TIMESTAMP
           MOVE 'POST' TO JRN-ACTION
           MOVE ACT-ACCOUNT-STATUS TO JRN-AFTER-STATUS
           MOVE ACT-OVERDRAFT-LIMIT TO JRN-AFTER-LIMIT
           MOVE ACT-LAST-UPDATE-TIMESTAMP
               TO JRN-AFTER-ACTIVITY-TIMESTAMP
           MOVE ACT-CURRENCY-CODE TO JRN-AFTER-CURRENCY-CODE
           IF ACT-HELD-AMOUNT IS NUMERIC
               MOVE ACT-HELD-AMOUNT TO JRN-AFTER-HELD-AMOUNT
           ELSE
               MOVE 0 TO JRN-AFTER-HELD-AMOUNT
           END-IF
           WRITE JOURNAL-RECORD.

       PUT-BACK-UNJOURNALED-POSTING.

      *> A balance the journal would not take is one BABE could never
      *> rebuild, so the row goes back as it was and the posting is
      *> refused. The journal is written after the rewrite, not
      *> before, so that a rewrite failure never leaves an entry for
      *> a balance that did not move - BABE would read that as a
      *> chain break. If the row will not go back either, the
      *> account stands unjournaled and says so.
           MOVE WS-BEFORE-BALANCE TO ACT-CURRENT-BALANCE
           MOVE WS-BEFORE-TIMESTAMP TO ACT-LAST-UPDATE-TIMESTAMP
           REWRITE ACCOUNT-RECORD
           MOVE 60 TO BAL-RETURN-CODE
           MOVE SPACES TO BAL-ERROR-MESSAGE
           IF WS-ACCOUNT-OK
               STRING 'Account journal write failed, status '
                   WS-JOURNAL-FILE-STATUS ' - posting to '
                   ACT-ACCOUNT-NUMBER ' backed out'
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
           ELSE
               STRING 'Account journal write failed, status '
                   WS-JOURNAL-FILE-STATUS ' - '
                   ACT-ACCOUNT-NUMBER ' balance NOT put back'
                   DELIMITED BY SIZE INTO BAL-ERROR-MESSAGE
               DISPLAY "Account journal write failed, status "
                   WS-JOURNAL-FILE-STATUS " - account "
                   ACT-ACCOUNT-NUMBER " posted unjournaled"
           END-IF.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
