               RECORD KEY IS MST-TRANSACTION-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO ACCTHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Inquiry requests, one per record:
       *>   ID     0000004567   - look up a single transaction
       *>   STATUS REJECTED     - list every row in that status
       *>   ACCOUNT ABCD123456  - ledger, held and available balance
       *>                         of an account, with its holds
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-VERB                       PIC X(8).
       FD  MASTER-FILE.
       COPY BABMST.

       *> Account balance master - the ledger balance and the total
       *> of the account's holds.
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       *> Account holds file - the holds behind that total.
       FD  HOLD-FILE.
       COPY ACCTHLD.

       WORKING-STORAGE SECTION.

       *> The communication area copybook carries the severity-tier
       77 WS-MASTER-AVAIL-SWITCH           PIC X(1)  VALUE 'Y'.
           88 WS-MASTER-AVAILABLE          VALUE 'Y'.

       *> Balance inquiries stand apart from the transaction master -
       *> either side can be answered while the other is down.
       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.
       77 WS-ACCOUNT-AVAIL-SWITCH          PIC X(1)  VALUE 'Y'.
           88 WS-ACCOUNT-AVAILABLE         VALUE 'Y'.
       77 WS-HOLD-FILE-STATUS              PIC X(2)  VALUE SPACES.
           88 WS-HOLD-OK                   VALUE '00'.
       77 WS-HOLD-AVAIL-SWITCH             PIC X(1)  VALUE 'Y'.
           88 WS-HOLD-AVAILABLE            VALUE 'Y'.
       77 WS-HLD-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-HLD-END-OF-FILE           VALUE 'Y'.

       77 WS-REQ-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-REQ-END-OF-FILE           VALUE 'Y'.
       77 WS-MST-EOF-SWITCH                PIC X(1)  VALUE 'N'.
       77 WS-LIST-DISPLAY                  PIC ZZZZZ9.
       77 WS-REQUEST-COUNT                 PIC 9(6)  VALUE 0.

      *> Balance figures for an ACCOUNT inquiry - available is the
      *> ledger balance less the amount held.
       77 WS-HELD-AMOUNT                   PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-AVAILABLE-BALANCE             PIC S9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-LEDGER-DISPLAY                PIC -(11)9.99.
       77 WS-HELD-DISPLAY                  PIC -(11)9.99.
       77 WS-AVAILABLE-DISPLAY             PIC -(11)9.99.

       01 WS-REPORT-LINE                   PIC X(80).

       PROCEDURE DIVISION.
               DISPLAY "Error opening master file, status: "
                   WS-MASTER-FILE-STATUS
               MOVE 'N' TO WS-MASTER-AVAIL-SWITCH
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "Error opening account master, status: "
                   WS-ACCOUNT-FILE-STATUS
               MOVE 'N' TO WS-ACCOUNT-AVAIL-SWITCH
           END-IF
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY "Error opening holds file, status: "
                   WS-HOLD-FILE-STATUS
               MOVE 'N' TO WS-HOLD-AVAIL-SWITCH
           END-IF.

       CLOSE-FILES.

           CLOSE REQUEST-FILE
           CLOSE REPORT-FILE
           CLOSE MASTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE HOLD-FILE.

       READ-REQUEST-RECORD.


           ADD 1 TO WS-REQUEST-COUNT
           EVALUATE TRUE
               WHEN RQ-VERB = 'ACCOUNT'
                   PERFORM INQUIRE-ACCOUNT-BALANCE
               WHEN NOT WS-MASTER-AVAILABLE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MASTER FILE UNAVAILABLE - STATUS "
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       INQUIRE-ACCOUNT-BALANCE.

           MOVE RQ-OPERAND TO ACT-ACCOUNT-NUMBER
           IF WS-ACCOUNT-AVAILABLE
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-AVAILABLE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ACCOUNT MASTER UNAVAILABLE - STATUS "
                       WS-ACCOUNT-FILE-STATUS
                       " - REQUEST NOT ANSWERED: " REQUEST-RECORD
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-ACCOUNT-OK
                   PERFORM WRITE-ACCOUNT-BALANCE
                   PERFORM LIST-ACCOUNT-HOLDS
               WHEN WS-ACCOUNT-NOT-FOUND
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ACCT " RQ-OPERAND
                       " NOT ON ACCOUNT MASTER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ACCOUNT MASTER READ ERROR "
                       WS-ACCOUNT-FILE-STATUS
                       " FOR: " RQ-OPERAND
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       WRITE-ACCOUNT-BALANCE.

      *> A row written before holds existed has never carried one.
           IF ACT-HELD-AMOUNT IS NUMERIC
               MOVE ACT-HELD-AMOUNT TO WS-HELD-AMOUNT
           ELSE
               MOVE 0 TO WS-HELD-AMOUNT
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               ACT-CURRENT-BALANCE - WS-HELD-AMOUNT
           MOVE ACT-CURRENT-BALANCE TO WS-LEDGER-DISPLAY
           MOVE WS-HELD-AMOUNT TO WS-HELD-DISPLAY
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAILABLE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCT " ACT-ACCOUNT-NUMBER
               " STATUS " ACT-ACCOUNT-STATUS
               " CCY " ACT-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LEDGER " WS-LEDGER-DISPLAY
               " HELD " WS-HELD-DISPLAY
               " AVAIL " WS-AVAILABLE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LIST-ACCOUNT-HOLDS.

      *> The account's rows sit together on the holds file - start at
      *> its lowest hold ID and read on until the account changes.
           MOVE 'N' TO WS-HLD-EOF-SWITCH
           IF WS-HOLD-AVAILABLE
               MOVE ACT-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
               MOVE LOW-VALUES TO HLD-HOLD-ID
               START HOLD-FILE KEY NOT < HLD-KEY
                   INVALID KEY
                       SET WS-HLD-END-OF-FILE TO TRUE
               END-START
               IF NOT WS-HLD-END-OF-FILE
                   PERFORM READ-NEXT-HOLD
                   PERFORM WRITE-HOLD-DETAIL
                       UNTIL WS-HLD-END-OF-FILE
               END-IF
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  HOLDS FILE UNAVAILABLE - STATUS "
                   WS-HOLD-FILE-STATUS " - HOLDS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       READ-NEXT-HOLD.

           READ HOLD-FILE NEXT
               AT END
                   SET WS-HLD-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-HLD-END-OF-FILE
               AND (NOT WS-HOLD-OK
                    OR HLD-ACCOUNT-NUMBER NOT = ACT-ACCOUNT-NUMBER)
               SET WS-HLD-END-OF-FILE TO TRUE
           END-IF.

       WRITE-HOLD-DETAIL.

           MOVE HLD-AMOUNT TO WS-HELD-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  HOLD " HLD-HOLD-ID
               " " HLD-REASON-CODE
               " " WS-HELD-DISPLAY
               " EXP " HLD-EXPIRY-DATE
               " BY " HLD-PLACED-BY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-NEXT-HOLD.

       LIST-TRANSACTIONS-BY-STATUS.

           MOVE SPACES TO WS-REPORT-LINE
       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BAB4 TRANSACTION STATUS AND BALANCE INQUIRY"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

