       PROGRAM-ID. BAB8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS WS-CURRENCY-CHARS IS "A" THRU "I" "J" THRU "R"
                                      "S" THRU "Z".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO ACCTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO BABENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-USER-ID
               FILE STATUS IS WS-ENTITLEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *>   OPEN   - account must not exist; amount is the opening
       *>            balance (zero or positive)
       *>   CLOSE  - account must exist, be open and hold a zero
       *>            balance and no holds
       *>   ADJUST - signed amount applied to the balance of an open
       *>            account as a supervised correction
       *>   SETLIMIT - amount becomes the account's authorized
       *>            overdraft limit (zero or positive)
       *>   REACTIVA - reactivate: account must be dormant; it goes
       *>            back to open and its activity clock restarts
       *>            today (amount ignored). Keyed REACTIVA - the
       *>            action field, and MAU-ACTION after it, are
       *>            eight bytes.
       *> The currency code is given on OPEN only - blank opens the
       *> account in the base currency - and an account keeps the
       *> currency it was opened in; any other action carrying one is
       *> rejected. The requesting user must be entitled to the action
       *> on the entitlements master, and an OPEN, ADJUST or SETLIMIT
       *> amount must be within the user's item ceiling.
       FD  MAINTREQ-FILE.
       01  MAINTREQ-RECORD.
           05 MRQ-ACTION                    PIC X(8).
                                            SIGN LEADING SEPARATE.
           05 MRQ-USER-ID                   PIC X(8).
           05 MRQ-TICKET                    PIC X(10).
           05 MRQ-CURRENCY-CODE             PIC X(3).

       *> Maintenance audit trail - appended DISP=MOD like BAB1AUD,
       *> one record per applied change carrying who changed what and
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       *> Account master journal shared with BAM0 - one record per
       *> change applied here, so forward recovery replays it.
       FD  JOURNAL-FILE.
       COPY ACCTJRN.

       *> Operator entitlements master shared with BAB1.
       FD  ENTITLEMENT-FILE.
       COPY BABENT.

       WORKING-STORAGE SECTION.

       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
           88 WS-ACCOUNT-NOT-FOUND         VALUE '23'.
       77 WS-JOURNAL-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-JOURNAL-OK                VALUE '00'.
       77 WS-ENTITLEMENT-FILE-STATUS       PIC X(2)  VALUE SPACES.
           88 WS-ENTITLEMENT-OK            VALUE '00'.

       *> With no account master there is nothing to maintain - every
       *> request is left unapplied and the step ends RC=16. The same
       *> goes for the entitlements master: no request is applied
       *> that cannot be proven against its user's entitlements.
       77 WS-ACCOUNT-AVAIL-SWITCH          PIC X(1)  VALUE 'Y'.
           88 WS-ACCOUNT-AVAILABLE         VALUE 'Y'.

       77 WS-NEW-BALANCE                   PIC S9(11)V99 COMP-3
                                           VALUE 0.

       *> Entitlement check on the request in hand.
       77 WS-ENT-TYPE-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-ENT-TYPE-ALLOWED          VALUE 'Y'.
       77 WS-ENT-IDX                       PIC 9(2)  VALUE 0.
       77 WS-ENT-ABS-AMOUNT                PIC 9(9)V99 COMP-3
                                           VALUE 0.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).
       77 WS-COUNT-READ                    PIC 9(6)  VALUE 0.
       77 WS-COUNT-APPLIED                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-REJECTED                PIC 9(6)  VALUE 0.
      *> A change the journal would not take stands on the master
      *> with no record to recover it from - the run stops there and
      *> ends RC=16 so the account is re-journaled before BABE needs
      *> it.
       77 WS-COUNT-JOURNAL-FAILED          PIC 9(6)  VALUE 0.

       *> Print masks for the report lines.
       77 WS-AMOUNT-DISPLAY                PIC -(9)9.99.
           PERFORM WRITE-REPORT-HEADING
           IF WS-ACCOUNT-AVAILABLE
               PERFORM READ-MAINT-REQUEST
               PERFORM PROCESS-MAINT-REQUEST
                   UNTIL WS-REQ-END-OF-FILE
                      OR WS-COUNT-JOURNAL-FAILED > 0
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MASTER/JOURNAL/ENTITLEMENTS UNAVAILABLE - "
                   "STATUS " WS-ACCOUNT-FILE-STATUS
                   "/" WS-JOURNAL-FILE-STATUS
                   "/" WS-ENTITLEMENT-FILE-STATUS
                   " - NOTHING APPLIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
               DISPLAY "Error opening account master, status: "
                   WS-ACCOUNT-FILE-STATUS
               MOVE 'N' TO WS-ACCOUNT-AVAIL-SWITCH
           END-IF
      *> A change that cannot be journaled cannot be recovered - with
      *> no journal, nothing is applied.
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "Error opening account journal, status: "
                   WS-JOURNAL-FILE-STATUS
               MOVE 'N' TO WS-ACCOUNT-AVAIL-SWITCH
           END-IF
           OPEN INPUT ENTITLEMENT-FILE
           IF NOT WS-ENTITLEMENT-OK
               DISPLAY "Error opening entitlements master, status: "
                   WS-ENTITLEMENT-FILE-STATUS
               MOVE 'N' TO WS-ACCOUNT-AVAIL-SWITCH
           END-IF.

       CLOSE-FILES.
           CLOSE MAINTREQ-FILE
           CLOSE MAINTAUD-FILE
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE ENTITLEMENT-FILE.

       SET-JOB-RETURN-CODE.

           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-AVAILABLE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-JOURNAL-FAILED > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           PERFORM WRITE-REQUEST-LINE
           PERFORM VALIDATE-MAINT-REQUEST
           IF NOT WS-REQUEST-REJECTED
               PERFORM CHECK-USER-ENTITLEMENT
           END-IF
           IF NOT WS-REQUEST-REJECTED
               PERFORM FETCH-ACCOUNT-BEFORE-IMAGE
           END-IF
                       PERFORM APPLY-ADJUST-REQUEST
                   WHEN 'SETLIMIT'
                       PERFORM APPLY-SETLIMIT-REQUEST
                   WHEN 'REACTIVA'
                       PERFORM APPLY-REACTIVATE-REQUEST
               END-EVALUATE
           END-IF
           IF WS-REQUEST-REJECTED
           ELSE
               ADD 1 TO WS-COUNT-APPLIED
               PERFORM WRITE-MAINT-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-BEFORE-AFTER-LINE
           END-IF
           PERFORM READ-MAINT-REQUEST.
                   AND MRQ-ACTION NOT = 'CLOSE'
                   AND MRQ-ACTION NOT = 'ADJUST'
                   AND MRQ-ACTION NOT = 'SETLIMIT'
                   AND MRQ-ACTION NOT = 'REACTIVA'
                   MOVE 'UNRECOGNIZED ACTION' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN MRQ-ACCOUNT-NUMBER = SPACES OR LOW-VALUES
               WHEN NOT MRQ-AMOUNT IS NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN MRQ-CURRENCY-CODE = SPACES
                   CONTINUE
               WHEN MRQ-ACTION NOT = 'OPEN'
                   MOVE 'CURRENCY GIVEN ONLY ON OPEN'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN MRQ-CURRENCY-CODE IS NOT WS-CURRENCY-CHARS
                   MOVE 'CURRENCY CODE INVALID'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-USER-ENTITLEMENT.

      *> The same entitlements BAB1 holds its feed to - the user who
      *> raised the request must be on the master, active and allowed
      *> the action, and any amount that sets a balance or a limit
      *> must be within the user's item ceiling.
           MOVE MRQ-USER-ID TO ENT-USER-ID
           READ ENTITLEMENT-FILE
               INVALID KEY
                   MOVE 'NOT ENTITLED - USER NOT ON ENTITLEMENTS'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               NOT INVALID KEY
                   IF WS-ENTITLEMENT-OK
                       PERFORM CHECK-ENTITLEMENT-ROW
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON-TEXT
                       STRING 'ENTITLEMENTS READ ERROR '
                           WS-ENTITLEMENT-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
                       SET WS-REQUEST-REJECTED TO TRUE
                   END-IF
           END-READ.

       CHECK-ENTITLEMENT-ROW.

           MOVE 'N' TO WS-ENT-TYPE-SWITCH
           PERFORM SEARCH-ENTITLED-ACTIONS
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > 12 OR WS-ENT-TYPE-ALLOWED
           IF MRQ-AMOUNT < 0
               COMPUTE WS-ENT-ABS-AMOUNT = 0 - MRQ-AMOUNT
           ELSE
               MOVE MRQ-AMOUNT TO WS-ENT-ABS-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT ENT-ACTIVE
                   MOVE 'NOT ENTITLED - USER REVOKED'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN NOT WS-ENT-TYPE-ALLOWED
                   MOVE 'NOT ENTITLED - ACTION NOT ALLOWED'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN MRQ-ACTION = 'CLOSE' OR MRQ-ACTION = 'REACTIVA'
                   CONTINUE
               WHEN WS-ENT-ABS-AMOUNT > ENT-AMOUNT-CEILING
                   MOVE 'NOT ENTITLED - AMOUNT OVER USER CEILING'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SEARCH-ENTITLED-ACTIONS.

           IF ENT-ALLOWED-TYPE (WS-ENT-IDX) = MRQ-ACTION
               SET WS-ENT-TYPE-ALLOWED TO TRUE
           END-IF.

       FETCH-ACCOUNT-BEFORE-IMAGE.

           MOVE 'N' TO WS-EXISTS-SWITCH
                   MOVE MRQ-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER
                   SET ACT-ACCOUNT-OPEN TO TRUE
                   MOVE MRQ-AMOUNT TO ACT-CURRENT-BALANCE
                   MOVE MRQ-CURRENCY-CODE TO ACT-CURRENCY-CODE
      *> A new account starts with no agreed facility - SETLIMIT
      *> grants one later, against its own ticket.
                   MOVE 0 TO ACT-OVERDRAFT-LIMIT
                   MOVE 0 TO ACT-HELD-AMOUNT
                   MOVE WS-CURRENT-TIMESTAMP
                       TO ACT-LAST-UPDATE-TIMESTAMP
                   WRITE ACCOUNT-RECORD
                   MOVE 'BALANCE NOT ZERO - CLEAR FIRST'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
      *> Holds are released through BABF, under their own tickets,
      *> before the account goes - a closed account would otherwise
      *> leave its holds orphaned on the holds file.
               WHEN ACT-HELD-AMOUNT IS NUMERIC
                   AND ACT-HELD-AMOUNT NOT = 0
                   MOVE 'ACCOUNT HAS HOLDS - RELEASE FIRST'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   SET ACT-ACCOUNT-CLOSED TO TRUE
                   PERFORM REWRITE-ACCOUNT-RECORD
                   PERFORM REWRITE-ACCOUNT-RECORD
           END-EVALUATE.

       APPLY-REACTIVATE-REQUEST.

      *> The rewrite stamps today as the last activity, so the next
      *> dormancy scan does not put the account straight back.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-ON-MASTER
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN NOT ACT-ACCOUNT-DORMANT
                   MOVE 'ACCOUNT IS NOT DORMANT'
                       TO WS-REJECT-REASON-TEXT
                   SET WS-REQUEST-REJECTED TO TRUE
               WHEN OTHER
                   SET ACT-ACCOUNT-OPEN TO TRUE
                   PERFORM REWRITE-ACCOUNT-RECORD
           END-EVALUATE.

       REWRITE-ACCOUNT-RECORD.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP TO MAU-RUN-TIMESTAMP
           WRITE MAINTAUD-RECORD.

       WRITE-JOURNAL-RECORD.

      *> Before balance is zero for an OPEN - the account did not
      *> exist until this request.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE ACT-ACCOUNT-NUMBER TO JRN-ACCOUNT-NUMBER
           MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BALANCE
           MOVE ACT-CURRENT-BALANCE TO JRN-AFTER-BALANCE
           COMPUTE JRN-AMOUNT =
               ACT-CURRENT-BALANCE - WS-BEFORE-BALANCE
           MOVE 'BAB8' TO JRN-PROGRAM
           MOVE MRQ-TICKET TO JRN-TRANSACTION-ID
           MOVE WS-CURRENT-TIMESTAMP TO JRN-TIMESTAMP
           MOVE MRQ-ACTION TO JRN-ACTION
           MOVE ACT-ACCOUNT-STATUS TO JRN-AFTER-STATUS
           MOVE ACT-OVERDRAFT-LIMIT TO JRN-AFTER-LIMIT
           MOVE ACT-LAST-UPDATE-TIMESTAMP
               TO JRN-AFTER-ACTIVITY-TIMESTAMP
           MOVE ACT-CURRENCY-CODE TO JRN-AFTER-CURRENCY-CODE
           IF ACT-HELD-AMOUNT IS NUMERIC
               MOVE ACT-HELD-AMOUNT TO JRN-AFTER-HELD-AMOUNT
           ELSE
               MOVE 0 TO JRN-AFTER-HELD-AMOUNT
           END-IF
           WRITE JOURNAL-RECORD
           IF NOT WS-JOURNAL-OK
               DISPLAY "Account journal write failed, status "
                   WS-JOURNAL-FILE-STATUS " - account "
                   ACT-ACCOUNT-NUMBER " changed unjournaled"
                   " - ending run"
               ADD 1 TO WS-COUNT-JOURNAL-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  JOURNAL WRITE FAILED - STATUS "
                   WS-JOURNAL-FILE-STATUS " - ACCOUNT "
                   ACT-ACCOUNT-NUMBER " CHANGED UNJOURNALED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RUN ENDED - LATER REQUESTS NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REQUEST-LINE.

           IF MRQ-AMOUNT IS NUMERIC
               " AMT " WS-AMOUNT-DISPLAY
               " USER " MRQ-USER-ID
               " TICKET " MRQ-TICKET
               " " MRQ-CURRENCY-CODE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

