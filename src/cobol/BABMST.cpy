           05 MST-TRANSACTION-TYPE          PIC X(4).
           05 MST-USER-ID                   PIC X(8).
           05 MST-ACCOUNT-NUMBER            PIC X(10).
      *> Once BAM0 has reached the account, the amount in the
      *> account's currency (MST-ACCOUNT-CURRENCY) - what moved, or
      *> would have moved, the balance. Until then (held, deferred,
      *> rejected) the amount as fed.
           05 MST-AMOUNT                    PIC S9(9)V99 COMP-3.
      *> Blank except on a reversal row, where it names the COMPLETE
      *> posting being backed out - the original row is restatused
      *> REVERSED, so the two sides stay linked both ways.
           05 MST-ORIGINAL-TRANS-ID         PIC X(10).
      *> Blank except on the two legs of a transfer (type XFER, or
      *> the REV that backs one out). The primary leg is keyed by the
      *> transaction ID on the feed and posts against the feed's
      *> account; the secondary leg is keyed by the derived pair ID
      *> and posts the opposite amount against the other account.
      *> Each leg names its partner row and the account on the other
      *> side, so either leg leads straight to the other.
           05 MST-PAIR-LEG                  PIC X(1).
               88 MST-PRIMARY-LEG           VALUE 'P'.
               88 MST-SECONDARY-LEG         VALUE 'S'.
           05 MST-PAIR-TRANS-ID             PIC X(10).
           05 MST-CONTRA-ACCOUNT-NUMBER     PIC X(10).
      *> Blank unless the item was held for dual authorization and a
      *> supervisor has since decided it - A approved, D declined -
      *> with the deciding user's ID, so the four-eyes evidence stays
      *> on the row after the approved item has posted.
           05 MST-APPROVAL-FLAG             PIC X(1).
               88 MST-APPROVAL-GRANTED      VALUE 'A'.
               88 MST-APPROVAL-DECLINED     VALUE 'D'.
           05 MST-APPROVER-ID               PIC X(8).
      *> The item as fed - its currency and signed amount - and the
      *> rate BAM0 applied to turn it into MST-AMOUNT in the account's
      *> currency (one where no conversion was needed, zero where the
      *> item never reached the account). A blank currency on the feed
      *> is recorded as the account's own once the account is known.
           05 MST-CURRENCY-CODE             PIC X(3).
           05 MST-ORIGINAL-AMOUNT           PIC S9(9)V99 COMP-3.
           05 MST-EXCHANGE-RATE             PIC 9(5)V9(7) COMP-3.
           05 MST-ACCOUNT-CURRENCY          PIC X(3).
      *> The business date the row was written for (BUSINESS-DATE in
      *> the writing run's controls), where MST-RUN-DATE is only the
      *> machine date - a late-running or rerun night makes the two
      *> differ. Rows written before the field existed carry no
      *> numeric date here; readers fall back to MST-RUN-DATE. The
      *> row is 133 bytes with it (125 before).
           05 MST-BUSINESS-DATE             PIC 9(8).
