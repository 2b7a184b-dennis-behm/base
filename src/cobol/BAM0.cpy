      *>        overdraft facility
      *>   10 - insufficient funds, debit would take the account
      *>        beyond its authorized overdraft limit
      *>   11 - debit refused, it would reach into funds held on
      *>        the account (ACCTHLD) - without the holds it would
      *>        have posted
      *>   51 - account not on the account balance master
      *>   52 - account is closed
      *>   53 - account balance master could not be opened
      *>   54 - error rewriting the account balance record
      *>   55 - error reading the account balance record
      *>   56 - transfer half-posted: the second leg failed and the
      *>        first leg could not be backed out - the two account
      *>        balances are out of step and need manual repair
      *>   57 - debit refused, account is dormant (credits to a
      *>        dormant account still post)
      *>   58 - no exchange rate for the business date between the
      *>        item's currency and the account's (or the converted
      *>        amount will not fit)
      *>   59 - transfer between accounts held in different
      *>        currencies
      *>   60 - the account journal would not take the posting -
      *>        the balance was put back and nothing moved (unless
      *>        the message says it could not be put back)
      *>
      *> When BAL-CONTRA-ACCOUNT-NUMBER is filled in, the request is
      *> a transfer: BAL-AMOUNT posts to BAL-ACCOUNT-NUMBER and the
      *> same amount with the opposite sign posts to the contra
      *> account, as one unit - both legs are proven (account found,
      *> open, and funded on the debit side) before either balance
      *> moves, and codes 51 - 55, 10 and 11 may then describe either
      *> account (BAL-ERROR-MESSAGE names which).
       01 BAM0-COMM-AREA.
           05 BAL-ACCOUNT-NUMBER           PIC X(10).
           05 BAL-AMOUNT                   PIC S9(9)V99 COMP-3.
           05 BAL-CONTRA-ACCOUNT-NUMBER    PIC X(10).
           05 BAL-NEW-BALANCE              PIC S9(11)V99 COMP-3.
           05 BAL-RETURN-CODE              PIC S9(4) COMP.
           05 BAL-ERROR-MESSAGE            PIC X(80).
      *> 'N' when the posting is not customer activity (a generated
      *> interest or fee charge) - the balance moves but the
      *> account's last-activity timestamp is left where it was.
           05 BAL-ACTIVITY-FLAG            PIC X(1).
               88 BAL-NOT-ACTIVITY          VALUE 'N'.
      *> Carried onto the account master journal with each balance
      *> change - the driving program (BAB1, BABB) and the
      *> transaction that moved the money.
           05 BAL-ORIGIN-PROGRAM           PIC X(8).
           05 BAL-TRANSACTION-ID           PIC X(10).
      *> Currency of BAL-AMOUNT - blank means the account's own, and
      *> nothing is converted. Otherwise BAL-AMOUNT is converted into
      *> the account's currency through the base currency, using the
      *> day's rates the caller supplies (units of base currency per
      *> unit of each currency; the base currency itself is always
      *> one), before any check or posting.
           05 BAL-CURRENCY-CODE            PIC X(3).
           05 BAL-BASE-CURRENCY            PIC X(3).
           05 BAL-RATE-TABLE.
               10 BAL-RATE-COUNT           PIC 9(2).
               10 BAL-RATE-ENTRY OCCURS 40 TIMES.
                   15 BAL-RATE-CURRENCY    PIC X(3).
                   15 BAL-RATE-TO-BASE     PIC 9(5)V9(7) COMP-3.
      *> Returned - the account's currency, the rate applied and the
      *> amount in the account's currency that was (or, on a refused
      *> debit, would have been) posted. The rate is left zero when
      *> the account was never reached or the amount not converted.
           05 BAL-ACCOUNT-CURRENCY         PIC X(3).
           05 BAL-APPLIED-RATE             PIC 9(5)V9(7) COMP-3.
           05 BAL-POSTED-AMOUNT            PIC S9(9)V99 COMP-3.
