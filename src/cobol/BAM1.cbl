           MOVE 0 TO BAM-RETURN-CODE
           MOVE ACCOUNT-NUMBER TO BAL-ACCOUNT-NUMBER
           MOVE TRANSACTION-AMOUNT TO BAL-AMOUNT
           MOVE CONTRA-ACCOUNT-NUMBER TO BAL-CONTRA-ACCOUNT-NUMBER
           MOVE POSTING-ACTIVITY-FLAG TO BAL-ACTIVITY-FLAG
           MOVE ORIGIN-PROGRAM TO BAL-ORIGIN-PROGRAM
           MOVE TRANSACTION-ID TO BAL-TRANSACTION-ID
           MOVE TRANSACTION-CURRENCY TO BAL-CURRENCY-CODE
           MOVE BASE-CURRENCY TO BAL-BASE-CURRENCY
           MOVE EXCHANGE-RATE-TABLE TO BAL-RATE-TABLE
           MOVE SPACES TO BAL-ACCOUNT-CURRENCY
           MOVE 0 TO BAL-APPLIED-RATE
           MOVE TRANSACTION-AMOUNT TO BAL-POSTED-AMOUNT
           CALL BAM0-PGM USING BAM0-COMM-AREA
               ON EXCEPTION
                   MOVE 53 TO BAL-RETURN-CODE
           END-CALL
           MOVE BAL-RETURN-CODE TO BAM-RETURN-CODE
           MOVE BAL-ERROR-MESSAGE TO ERROR-MESSAGE
           MOVE BAL-ACCOUNT-CURRENCY TO POSTED-CURRENCY
           MOVE BAL-APPLIED-RATE TO APPLIED-RATE
           MOVE BAL-POSTED-AMOUNT TO POSTED-AMOUNT
           EVALUATE TRUE
               WHEN RC-SUCCESS
                   MOVE 'COMPLETE' TO TRANSACTION-STATUS
               WHEN RC-OVERDRAFT
                   MOVE 'OVERDRAWN' TO TRANSACTION-STATUS
      *> Funds there but held - kept apart from NOFUNDS so nobody
      *> chases the customer for money that is already on the account.
               WHEN BAM-RETURN-CODE = 11
                   MOVE 'EARMARKED' TO TRANSACTION-STATUS
               WHEN RC-WARNING
                   MOVE 'NOFUNDS' TO TRANSACTION-STATUS
               WHEN OTHER
