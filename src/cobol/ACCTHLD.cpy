      *> Account holds file - one row per amount earmarked on an
      *> account: a garnishment order, a pending card authorization,
      *> a collateral pledge. Keyed by account then hold ID, so an
      *> account's holds read back together from a START on the
      *> account number. Placed, amended and released only through
      *> BABF, which keeps ACT-HELD-AMOUNT on the account master
      *> equal to the total of the account's rows here; a row goes
      *> when its hold is released or lapses; the BABF audit trail
      *> keeps its history.
       01 HOLD-RECORD.
           05 HLD-KEY.
               10 HLD-ACCOUNT-NUMBER        PIC X(10).
               10 HLD-HOLD-ID               PIC X(8).
      *> Earmarked amount, positive, in the account's own currency.
           05 HLD-AMOUNT                    PIC S9(11)V99 COMP-3.
           05 HLD-REASON-CODE               PIC X(4).
               88 HLD-REASON-GARNISHMENT    VALUE 'GARN'.
               88 HLD-REASON-CARD-AUTH      VALUE 'CARD'.
               88 HLD-REASON-PLEDGE         VALUE 'PLDG'.
               88 HLD-REASON-OTHER          VALUE 'OTHR'.
               88 HLD-REASON-VALID          VALUE 'GARN' 'CARD'
                                                  'PLDG' 'OTHR'.
      *> Free text from the request - the court order number, the
      *> card authorization reference, the loan the pledge secures.
           05 HLD-REASON-TEXT               PIC X(30).
           05 HLD-PLACED-BY                 PIC X(8).
           05 HLD-PLACED-TIMESTAMP          PIC X(16).
      *> Last business day the hold stands - it drops off at the
      *> start of the business day after. Zero: no expiry, the hold
      *> stands until released.
           05 HLD-EXPIRY-DATE               PIC 9(8).
               88 HLD-NO-EXPIRY             VALUE 0.
      *> Who last touched the row, under which ticket.
           05 HLD-LAST-ACTION               PIC X(8).
           05 HLD-LAST-USER-ID              PIC X(8).
           05 HLD-LAST-TICKET               PIC X(10).
           05 HLD-LAST-UPDATE-TIMESTAMP     PIC X(16).
