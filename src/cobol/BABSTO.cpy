      *> Standing-order master - one row per recurring payment
      *> instruction a customer has given, keyed by order number. Set
      *> up, amended, suspended, resumed and cancelled only through
      *> BABJ; BABK raises each payment as it falls due on its own
      *> BAB1IN feed, moves the order on to its next due date, and
      *> suspends it after too many of its payments in a row come
      *> back on the returned-items report. Cancelled and ended rows
      *> stay on file - the order's history is read from them and
      *> from the BABJ audit trail.
      *>
      *> A payment is posted under transaction ID 9 + order number +
      *> payment number (9000120007 is payment 7 of order 00012), so
      *> a returned item names its order and a regenerated feed
      *> carries the same IDs BAB1 has already seen. IDs beginning 9
      *> are kept for standing orders.
       01 STANDING-ORDER-RECORD.
           05 SO-ORDER-NUMBER               PIC 9(5).
      *> Account the money is paid from.
           05 SO-ACCOUNT-NUMBER             PIC X(10).
      *> I - beneficiary holds an account here: each payment is an
      *>     XFER from SO-ACCOUNT-NUMBER to SO-BENEFICIARY-ACCOUNT.
      *> E - beneficiary banks elsewhere: each payment is a WDL debit
      *>     of SO-ACCOUNT-NUMBER; the beneficiary's account, name
      *>     and reference are carried for the payment instruction.
           05 SO-BENEFICIARY-TYPE           PIC X(1).
               88 SO-BENEFICIARY-INTERNAL   VALUE 'I'.
               88 SO-BENEFICIARY-EXTERNAL   VALUE 'E'.
           05 SO-BENEFICIARY-ACCOUNT        PIC X(10).
           05 SO-BENEFICIARY-NAME           PIC X(30).
           05 SO-PAYMENT-REFERENCE          PIC X(18).
      *> Sum paid each time, positive, in SO-CURRENCY-CODE - blank
      *> for the paying account's own currency, as on BAB1IN.
           05 SO-AMOUNT                     PIC S9(9)V99 COMP-3.
           05 SO-CURRENCY-CODE              PIC X(3).
           05 SO-FREQUENCY                  PIC X(1).
               88 SO-WEEKLY                 VALUE 'W'.
               88 SO-MONTHLY                VALUE 'M'.
               88 SO-QUARTERLY              VALUE 'Q'.
               88 SO-FREQUENCY-VALID        VALUE 'W' 'M' 'Q'.
      *> Day of the month a monthly or quarterly order pays on, taken
      *> from the due date it was set up (or last re-dated) with - an
      *> order for the 31st pays on the last day of a shorter month
      *> and goes back to the 31st after it.
           05 SO-PAYMENT-DAY                PIC 9(2).
           05 SO-FIRST-DUE-DATE             PIC 9(8).
           05 SO-NEXT-DUE-DATE              PIC 9(8).
      *> Last date a payment may fall due - zero: no end date.
           05 SO-END-DATE                   PIC 9(8).
               88 SO-NO-END-DATE            VALUE 0.
      *> Payments still to make - zero: no count limit. The payment
      *> that brings a limited count to zero ends the order.
           05 SO-PAYMENTS-REMAINING         PIC 9(4).
               88 SO-NO-COUNT-LIMIT         VALUE 0.
           05 SO-STATUS                     PIC X(1).
               88 SO-ACTIVE                 VALUE 'A'.
               88 SO-SUSPENDED              VALUE 'S'.
               88 SO-CANCELLED              VALUE 'C'.
               88 SO-ENDED                  VALUE 'E'.
      *> Why a suspended order is suspended - MANL by request, RTNS
      *> by BABK after too many returned payments in a row.
           05 SO-SUSPEND-REASON             PIC X(4).
               88 SO-SUSPENDED-BY-REQUEST   VALUE 'MANL'.
               88 SO-SUSPENDED-FOR-RETURNS  VALUE 'RTNS'.
      *> Payment number of the last payment raised, and the business
      *> date of the feed it was raised on.
           05 SO-PAYMENTS-MADE              PIC 9(4).
           05 SO-LAST-PAYMENT-DATE          PIC 9(8).
      *> Returned payments in a row, and the payment number of the
      *> last one returned - a returned payment that directly follows
      *> it adds to the run, any other starts a new one.
           05 SO-CONSECUTIVE-RETURNS        PIC 9(2).
           05 SO-LAST-RETURNED-PAYMENT      PIC 9(4).
           05 SO-SET-UP-BY                  PIC X(8).
           05 SO-SET-UP-TIMESTAMP           PIC X(16).
      *> Who last touched the row, under which ticket.
           05 SO-LAST-ACTION                PIC X(8).
           05 SO-LAST-USER-ID               PIC X(8).
           05 SO-LAST-TICKET                PIC X(10).
           05 SO-LAST-UPDATE-TIMESTAMP      PIC X(16).
