      *> Cash filings log - one row per account, business day and
      *> kind of filing BABH has already put on its filing extract,
      *> keyed by all three. BABH reads it before reporting anything
      *> and writes to it as each filing is extracted, so a day that
      *> has been filed is never filed again however often the
      *> report reruns over it, and activity posted to it late does
      *> not raise a second filing. Rows are never rewritten or
      *> deleted here; the log is the evidence of what was filed.
       01 CASH-FILED-RECORD.
           05 CFL-KEY.
               10 CFL-ACCOUNT-NUMBER        PIC X(10).
               10 CFL-ACTIVITY-DATE         PIC 9(8).
      *> C - the day's total crossed the reportable threshold
      *> S - the day holds items of a possible structuring pattern
               10 CFL-FILING-KIND           PIC X(1).
                   88 CFL-THRESHOLD-FILING  VALUE 'C'.
                   88 CFL-STRUCTURING-FILING VALUE 'S'.
           05 CFL-FILED-DATE                PIC 9(8).
      *> Total of the filing the day went out on, in the base
      *> currency, and the number of items behind it - for a
      *> structuring filing, the whole pattern across its days.
           05 CFL-TOTAL-AMOUNT              PIC 9(11)V99 COMP-3.
           05 CFL-ITEM-COUNT                PIC 9(4).
