               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO ACCTHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 SRT-TRANSACTION-ID            PIC X(10).
           05 SRT-TRANSACTION-TYPE          PIC X(4).
           05 SRT-AMOUNT                    PIC S9(9)V99 COMP-3.
           05 SRT-CONTRA-ACCOUNT            PIC X(10).

       *> Net movement per account, one record per account written on
       *> the control break of the sorted stream - read back in step
           05 WK2-TRANSACTION-TYPE          PIC X(4).
           05 WK2-AMOUNT                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
      *> The other account of a transfer leg, printed beside it so
      *> the owner sees where the money went or came from - blank on
      *> every other posting.
           05 WK2-CONTRA-ACCOUNT            PIC X(10).

       *> Reconciliation master - record layout shared with BAB1.
       FD  MASTER-FILE.
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       *> Account holds file - the holds listed under each statement's
       *> available balance.
       FD  HOLD-FILE.
       COPY ACCTHLD.

       WORKING-STORAGE SECTION.

       77 WS-MASTER-FILE-STATUS            PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.

       *> Statements still go out with the holds file down - the held
       *> total comes from the account master; only the list of the
       *> holds behind it is left off.
       77 WS-HOLD-FILE-STATUS              PIC X(2)  VALUE SPACES.
           88 WS-HOLD-OK                   VALUE '00'.
       77 WS-HOLD-AVAIL-SWITCH             PIC X(1)  VALUE 'Y'.
           88 WS-HOLD-AVAILABLE            VALUE 'Y'.
       77 WS-HLD-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-HLD-END-OF-FILE           VALUE 'Y'.

       *> Every request gets an answer even when a master cannot be
       *> opened - silence is the one response nobody can work with.
       77 WS-MASTER-AVAIL-SWITCH           PIC X(1)  VALUE 'Y'.
           88 WS-STMT-ON-MASTER            VALUE 'Y'.
       77 WS-STMT-LINE-COUNT               PIC 9(6)  VALUE 0.

       *> Earmarked total on the account as the statement is run, and
       *> the ledger balance less it - the money free to be drawn.
       77 WS-STMT-HOLD-TOTAL               PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-STMT-AVAILABLE                PIC S9(11)V99 COMP-3
                                           VALUE 0.

       *> Statement counters for the request in hand.
       77 WS-COUNT-SELECTED                PIC 9(6)  VALUE 0.
       77 WS-REQUEST-COUNT                 PIC 9(6)  VALUE 0.
               DISPLAY "Error opening account master, status: "
                   WS-ACCOUNT-FILE-STATUS
               MOVE 'N' TO WS-MASTER-AVAIL-SWITCH
           END-IF
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "Error opening holds file, status: "
                   WS-HOLD-FILE-STATUS " - holds not listed"
               MOVE 'N' TO WS-HOLD-AVAIL-SWITCH
           END-IF.

       CLOSE-FILES.
           CLOSE REQUEST-FILE
           CLOSE REPORT-FILE
           CLOSE MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE.

       PROCESS-PARM.

      *> Only money that moved belongs on a statement - rejects,
      *> failures, NOFUNDS and duplicate evidence all carry another
      *> status or a nonzero return code and fall through. Both
      *> sides of a reversal pair list like any other postings, and
      *> each leg of a transfer lists on its own account's statement
      *> naming the account on the other side.
           IF (MST-RETURN-CODE = 0 OR MST-RETURN-CODE = 5)
               AND (MST-TRANSACTION-STATUS = 'COMPLETE'
               OR MST-TRANSACTION-STATUS = 'OVERDRAWN'
           MOVE MST-TRANSACTION-ID TO SRT-TRANSACTION-ID
           MOVE MST-TRANSACTION-TYPE TO SRT-TRANSACTION-TYPE
           MOVE MST-AMOUNT TO SRT-AMOUNT
           IF MST-PRIMARY-LEG OR MST-SECONDARY-LEG
               MOVE MST-CONTRA-ACCOUNT-NUMBER TO SRT-CONTRA-ACCOUNT
           ELSE
               MOVE SPACES TO SRT-CONTRA-ACCOUNT
           END-IF
           RELEASE SORT-RECORD
           ADD 1 TO WS-COUNT-SELECTED.

           MOVE SRT-TRANSACTION-ID TO WK2-TRANSACTION-ID
           MOVE SRT-TRANSACTION-TYPE TO WK2-TRANSACTION-TYPE
           MOVE SRT-AMOUNT TO WK2-AMOUNT
           MOVE SRT-CONTRA-ACCOUNT TO WK2-CONTRA-ACCOUNT
           WRITE WK2-RECORD
           PERFORM RETURN-SORT-RECORD.

               " " WK2-TRANSACTION-TYPE
               " " WS-AMOUNT-DISPLAY
               " " WS-BALANCE-DISPLAY
               " " WK2-CONTRA-ACCOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-WORK2-RECORD.
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATE     TIME     TRANS ID   TYPE"
               " AMOUNT        BALANCE         COUNTER A/C"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.


           MOVE 'N' TO WS-STMT-ON-MASTER-SWITCH
           MOVE 0 TO WS-CLOSING-BALANCE
           MOVE 0 TO WS-STMT-HOLD-TOTAL
           MOVE WS-STMT-ACCOUNT TO ACT-ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                       SET WS-STMT-ON-MASTER TO TRUE
                       MOVE ACT-CURRENT-BALANCE
                           TO WS-CLOSING-BALANCE
                       IF ACT-HELD-AMOUNT IS NUMERIC
                           MOVE ACT-HELD-AMOUNT
                               TO WS-STMT-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-STMT-ON-MASTER
               PERFORM WRITE-AVAILABLE-BALANCE
           END-IF
           MOVE WS-STMT-LINE-COUNT TO WS-LIST-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTINGS LISTED: " WS-LIST-DISPLAY
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-STMT-ACCOUNT.

       WRITE-AVAILABLE-BALANCE.

      *> Ledger, held and available are today's figures from the
      *> account master, whatever period the statement covers.
           COMPUTE WS-STMT-AVAILABLE =
               WS-CLOSING-BALANCE - WS-STMT-HOLD-TOTAL
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LEDGER BALANCE:    " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-STMT-HOLD-TOTAL TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD AMOUNT:       " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-STMT-HOLD-TOTAL NOT = 0
               PERFORM LIST-STATEMENT-HOLDS
           END-IF
           MOVE WS-STMT-AVAILABLE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVAILABLE BALANCE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LIST-STATEMENT-HOLDS.

      *> The account's rows sit together on the holds file - start at
      *> its lowest hold ID and read on until the account changes.
           MOVE 'N' TO WS-HLD-EOF-SWITCH
           IF WS-HOLD-AVAILABLE
               MOVE WS-STMT-ACCOUNT TO HLD-ACCOUNT-NUMBER
               MOVE LOW-VALUES TO HLD-HOLD-ID
               START HOLD-FILE KEY NOT < HLD-KEY
                   INVALID KEY
                       SET WS-HLD-END-OF-FILE TO TRUE
               END-START
               IF NOT WS-HLD-END-OF-FILE
                   PERFORM READ-NEXT-HOLD
                   PERFORM WRITE-STATEMENT-HOLD
                       UNTIL WS-HLD-END-OF-FILE
               END-IF
           END-IF.

       READ-NEXT-HOLD.

           READ HOLD-FILE NEXT
               AT END
                   SET WS-HLD-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-HLD-END-OF-FILE
               AND (NOT WS-HOLD-OK
                    OR HLD-ACCOUNT-NUMBER NOT = WS-STMT-ACCOUNT)
               SET WS-HLD-END-OF-FILE TO TRUE
           END-IF.

       WRITE-STATEMENT-HOLD.

           MOVE HLD-AMOUNT TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF HLD-NO-EXPIRY
               STRING "  HOLD " HLD-HOLD-ID " " HLD-REASON-CODE
                   " " WS-BALANCE-DISPLAY
                   "  UNTIL RELEASED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  HOLD " HLD-HOLD-ID " " HLD-REASON-CODE
                   " " WS-BALANCE-DISPLAY
                   "  UNTIL " HLD-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-NEXT-HOLD.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
