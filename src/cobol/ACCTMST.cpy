           05 ACT-ACCOUNT-STATUS           PIC X(1).
               88 ACT-ACCOUNT-OPEN          VALUE 'O'.
               88 ACT-ACCOUNT-CLOSED        VALUE 'C'.
      *> Dormant - no customer activity for the period BAB1CTL sets,
      *> flagged by the BABD scan. Debits are refused, credits still
      *> post; a BAB8 REACTIVA request puts it back to open.
               88 ACT-ACCOUNT-DORMANT       VALUE 'D'.
           05 ACT-CURRENT-BALANCE          PIC S9(11)V99 COMP-3.
      *> Last customer activity - interest and fee charges posted
      *> by the BABB cycle leave it alone, so an account kept busy
      *> only by its own charges still ages towards dormancy.
           05 ACT-LAST-UPDATE-TIMESTAMP    PIC X(16).
      *> Authorized overdraft facility, held as a positive amount -
      *> debits may take the balance down to minus this figure. Zero
      *> on accounts with no agreed facility. Maintained through the
      *> BAB8 SETLIMIT action.
           05 ACT-OVERDRAFT-LIMIT          PIC S9(11)V99 COMP-3.
      *> Currency the account is held in - the balance, the overdraft
      *> limit and every amount posted to it are in this currency.
      *> Set when BAB8 opens the account and never changed after;
      *> blank is the base currency (BASE-CURRENCY in BAB1CTL).
           05 ACT-CURRENCY-CODE            PIC X(3).
      *> Total of the account's active holds (ACCTHLD) - money that is
      *> on the balance but earmarked and not free to be debited.
      *> Maintained only by BABF as it places, amends, releases and
      *> expires holds; BAM0 refuses a debit that would reach into
      *> it. Ledger balance less this figure is the available balance.
           05 ACT-HELD-AMOUNT              PIC S9(11)V99 COMP-3.
