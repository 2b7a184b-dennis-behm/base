      *> Operator entitlements master - one row per user ID allowed to
      *> put work through the BAB1 application, keyed by the user ID.
      *> BAB1 proves every detail record against it before the item
      *> goes anywhere, BABB proves each generated charge against its
      *> charge user, and BAB8 proves each maintenance request against
      *> the user who raised it; BABG reports the month's use of it.
      *> A user ID not on the master is entitled to nothing.
       01 ENTITLEMENT-RECORD.
           05 ENT-USER-ID                   PIC X(8).
           05 ENT-USER-NAME                 PIC X(30).
      *> A revoked user keeps the row - it is the evidence of what the
      *> ID was once allowed - but may submit nothing at all.
           05 ENT-STATUS                    PIC X(1).
               88 ENT-ACTIVE                VALUE 'A'.
               88 ENT-REVOKED               VALUE 'R'.
      *> Largest single item the user may submit, unsigned - BAB1
      *> measures an item fed in another currency at the day's rate
      *> into the base currency, as it does for approval thresholds;
      *> BAB8 and BABB measure the amount as it stands. Any amount
      *> over the ceiling refuses the whole item.
           05 ENT-AMOUNT-CEILING            PIC 9(9)V99 COMP-3.
      *> Transaction types (DEP, WDL, XFER, REV, INT, FEE, ...) and
      *> BAB8 maintenance actions (OPEN, CLOSE, ADJUST, SETLIMIT,
      *> REACTIVA) the user may submit, left-justified, unused
      *> entries blank.
           05 ENT-ALLOWED-TYPE              PIC X(8)
                                            OCCURS 12 TIMES.
           05 ENT-GRANTED-BY                PIC X(8).
           05 ENT-LAST-REVIEW-DATE          PIC 9(8).
