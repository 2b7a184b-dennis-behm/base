      *> (positive = credit, negative = debit).
           05 ACCOUNT-NUMBER               PIC X(10).
           05 TRANSACTION-AMOUNT           PIC S9(9)V99 COMP-3.
      *> Transfers only - the account on the other side of the pair,
      *> which takes the same amount with the opposite sign in the
      *> same BAM0 call. Blank on every single-account posting.
           05 CONTRA-ACCOUNT-NUMBER        PIC X(10).
           05 TRANSACTION-STATUS           PIC X(10).
           05 ERROR-MESSAGE                PIC X(80).
           05 BAM-RETURN-CODE              PIC S9(4) COMP.
      *> Posting return codes used by BAM1/BAM2:
      *>   10 - insufficient funds, debit would take the account
      *>        beyond its authorized overdraft limit
      *>   11 - debit refused, it would reach into funds held on
      *>        the account - status EARMARKED rather than NOFUNDS
      *>   51 - account not on the account balance master
      *>   52 - account is closed
      *>   53 - account balance master (or the BAM0 account I/O
      *>        module itself) could not be reached
      *>   54 - error rewriting the account balance record
      *>   55 - error reading the account balance record
      *>   56 - transfer half-posted, first leg could not be backed
      *>        out after the second leg failed
      *>   57 - debit refused, account is dormant
      *>   58 - no exchange rate for the business date to convert
      *>        the item into the account's currency
      *>   59 - transfer between accounts in different currencies
      *>   60 - account journal would not take the posting -
      *>        balance put back, nothing moved
      *> Reversal request codes assigned by the BAB1 driver before
      *> any downstream CALL:
      *>   61 - original transaction not on the master
      *>   62 - original not in a reversible status
      *>   63 - original already reversed
      *>   64 - account does not match the original posting
      *> Transfer codes assigned by the BAB1 driver before any
      *> downstream CALL:
      *>   65 - the transfer's pair key is already on the master
      *>        under another transaction
      *>   66 - reversal names the secondary leg of a transfer -
      *>        a transfer is backed out through its primary leg
      *>   67 - the original transfer's secondary leg is missing or
      *>        no longer in a reversible status
      *>   68 - partitioned run only: the transfer's other leg (or a
      *>        reversed transfer's) falls in another partition's
      *>        accounts - refused whole, for a single-stream run
               88 RC-SUCCESS                VALUE 0.
               88 RC-OVERDRAFT              VALUE 5.
               88 RC-WARNING                VALUE 1 THRU 4,
                                                  6 THRU 49.
               88 RC-FATAL                  VALUE 50 THRU 9999,
                                                   -9999 THRU -1.
      *> Set to 'N' by a caller posting something that is not
      *> customer activity (the BABB interest and fee cycle), so the
      *> charge does not hold an idle account back from dormancy.
      *> Blank - activity - on everything BAB1 posts.
           05 POSTING-ACTIVITY-FLAG        PIC X(1).
               88 POSTING-NOT-ACTIVITY      VALUE 'N'.
      *> The driving program, named on the account master journal
      *> beside TRANSACTION-ID for every balance the call moves.
           05 ORIGIN-PROGRAM               PIC X(8).
      *> Currency of TRANSACTION-AMOUNT (blank - the account's own),
      *> the base currency and the day's rates BAB1 loaded, passed
      *> through to BAM0, which converts into the account's currency.
           05 TRANSACTION-CURRENCY         PIC X(3).
           05 BASE-CURRENCY                PIC X(3).
           05 EXCHANGE-RATE-TABLE.
               10 RATE-ENTRY-COUNT         PIC 9(2).
               10 RATE-ENTRY OCCURS 40 TIMES.
                   15 RATE-CURRENCY        PIC X(3).
                   15 RATE-TO-BASE         PIC 9(5)V9(7) COMP-3.
      *> Returned by BAM0 - see BAL-ACCOUNT-CURRENCY and after in the
      *> BAM0 copybook.
           05 POSTED-CURRENCY              PIC X(3).
           05 APPLIED-RATE                 PIC 9(5)V9(7) COMP-3.
           05 POSTED-AMOUNT                PIC S9(9)V99 COMP-3.
