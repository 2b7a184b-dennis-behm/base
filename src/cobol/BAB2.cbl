               10 TI-CYCLE-COUNT            PIC X(2).
           05 TI-EFFECTIVE-DATE             PIC X(8).
           05 TI-ORIGINAL-TRANS-ID          PIC X(10).
           05 TI-CURRENCY-CODE              PIC X(3).

       *> Accumulated audit file as written by BAB1 - only records
       *> whose run timestamp falls on the reconciliation date count
       77 WS-COUNT-DUPLICATE-AUDIT         PIC 9(8)  VALUE 0.
       77 WS-COUNT-AUDIT-UNMATCHABLE       PIC 9(8)  VALUE 0.
       77 WS-COUNT-MASTER-REJ-KEYS         PIC 9(8)  VALUE 0.
       77 WS-COUNT-MASTER-PAIR-LEGS        PIC 9(8)  VALUE 0.
       77 WS-COUNT-EXCEPTIONS              PIC 9(8)  VALUE 0.

       01 WS-REPORT-LINE                   PIC X(80).
               ADD 1 TO WS-COUNT-MASTER-TODAY
      *> Synthetic REJ keys hold blank-ID rejects - their audit rows
      *> carry a blank ID, so there is nothing to match them against;
      *> they are counted on the summary block instead. The credit
      *> leg of a transfer is keyed under a derived ID that never
      *> appears on the input or audit trail - the pair is proven
      *> through its primary leg, and the secondary is only counted.
               EVALUATE TRUE
                   WHEN MST-TRANSACTION-ID (1:3) = 'REJ'
                       ADD 1 TO WS-COUNT-MASTER-REJ-KEYS
                   WHEN MST-SECONDARY-LEG
                       ADD 1 TO WS-COUNT-MASTER-PAIR-LEGS
                   WHEN OTHER
                       MOVE MST-TRANSACTION-ID TO WK3-TRANSACTION-ID
                       MOVE MST-TRANSACTION-STATUS TO WK3-STATUS
                       WRITE WK3-RECORD
               END-EVALUATE
           END-IF
           PERFORM READ-NEXT-MASTER.

                   AND (WS-MATCH-AUD-STATUS = 'COMPLETE'
                       OR WS-MATCH-AUD-STATUS = 'OVERDRAWN')
                   CONTINUE
      *> A held item decided by the BABC release step the same way
      *> keeps its HELD audit evidence and day - the decision is a
      *> restatus, recorded on the approval audit trail.
               WHEN WS-MATCH-HAS-MASTER AND WS-MATCH-HAS-AUDIT
                   AND WS-MATCH-AUD-STATUS = 'HELD'
                   AND (WS-MATCH-MST-STATUS = 'APPROVED'
                       OR WS-MATCH-MST-STATUS = 'DECLINED')
                   CONTINUE
               WHEN WS-MATCH-HAS-MASTER AND WS-MATCH-HAS-AUDIT
                   IF WS-MATCH-MST-STATUS NOT = WS-MATCH-AUD-STATUS
                       MOVE SPACES TO WS-REPORT-LINE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSFER CREDIT LEGS (PROVEN VIA PRIMARY): "
               WS-COUNT-MASTER-PAIR-LEGS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUDIT RECORDS THIS DATE: " WS-COUNT-AUDIT-TODAY
               "  DUPLICATES (NO MASTER UPDATE): "
