      *> original posting restatused REVERSED (appears only when a
      *> past day's feed is rebuilt after a later reversal) - so the
      *> ledger always sees a flagged pair, never two loose
      *> postings. Either leg of a transfer (or of a reversal backing
      *> one out) carries its partner leg's ID in GLX-PAIR-TRANS-ID,
      *> so the ledger books the two sides as one balanced movement.
      *> GLX-AMOUNT is in the account's currency, GLX-CURRENCY-CODE
      *> (blank - the base currency); the item as fed and the rate
      *> that converted it follow, the rate one where nothing was
      *> converted.
       01  GLEXTRACT-RECORD.
           05 GLX-RECORD-TYPE               PIC X(1).
           05 GLX-TRANSACTION-ID            PIC X(10).
           05 GLX-AMOUNT                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 GLX-ORIGINAL-TRANS-ID         PIC X(10).
           05 GLX-PAIR-TRANS-ID             PIC X(10).
           05 GLX-CURRENCY-CODE             PIC X(3).
           05 GLX-ORIGINAL-CURRENCY         PIC X(3).
           05 GLX-ORIGINAL-AMOUNT           PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 GLX-EXCHANGE-RATE             PIC 9(5)V9(7).

       01  GLEXTRACT-TRAILER.
           05 GLT-RECORD-TYPE               PIC X(1).
                   MOVE 'D' TO GLX-RECORD-TYPE
           END-EVALUATE
           MOVE MST-ORIGINAL-TRANS-ID TO GLX-ORIGINAL-TRANS-ID
           MOVE MST-PAIR-TRANS-ID TO GLX-PAIR-TRANS-ID
           MOVE MST-TRANSACTION-ID TO GLX-TRANSACTION-ID
           MOVE MST-TRANSACTION-TYPE TO GLX-TRANSACTION-TYPE
           MOVE MST-USER-ID TO GLX-USER-ID
           MOVE MST-ACCOUNT-NUMBER TO GLX-ACCOUNT-NUMBER
           MOVE MST-RUN-TIMESTAMP TO GLX-RUN-TIMESTAMP
           MOVE MST-AMOUNT TO GLX-AMOUNT
      *> A row posted before accounts carried a currency has no rate
      *> on it - it was in the base currency and converted nothing.
           IF MST-EXCHANGE-RATE IS NUMERIC
               AND MST-EXCHANGE-RATE > 0
               MOVE MST-ACCOUNT-CURRENCY TO GLX-CURRENCY-CODE
               MOVE MST-CURRENCY-CODE TO GLX-ORIGINAL-CURRENCY
               MOVE MST-ORIGINAL-AMOUNT TO GLX-ORIGINAL-AMOUNT
               MOVE MST-EXCHANGE-RATE TO GLX-EXCHANGE-RATE
           ELSE
               MOVE MST-AMOUNT TO GLX-ORIGINAL-AMOUNT
               MOVE 1 TO GLX-EXCHANGE-RATE
           END-IF
           WRITE GLEXTRACT-RECORD
           ADD 1 TO WS-GLX-COUNT
           IF MST-AMOUNT < 0
