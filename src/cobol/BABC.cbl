       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-IN-FILE ASSIGN TO BABCHQI
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUEUE-OUT-FILE ASSIGN TO BABCHQO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECISION-FILE ASSIGN TO BABCDEC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVED-FILE ASSIGN TO BABCAPO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO BABCSUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPRAUD-FILE ASSIGN TO BABCAUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-FILE ASSIGN TO BAB1MST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRANSACTION-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Approval queue - the items BAB1 held over their approval
       *> threshold, in the BAB1IN detail layout: the prior queue
       *> generation followed by the held dataset(s) of the runs
       *> since. Each item's master row says where it stands.
       FD  QUEUE-IN-FILE.
       01  QUEUE-IN-RECORD.
           05 QI-USER-ID                    PIC X(8).
           05 QI-TRANSACTION-ID             PIC X(10).
           05 QI-TRANSACTION-TYPE           PIC X(4).
           05 QI-ACCOUNT-NUMBER             PIC X(10).
           05 QI-AMOUNT                     PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 QI-SUSPENSE-DATA.
               10 QI-REJECT-REASON          PIC X(4).
               10 QI-ORIG-RUN-DATE          PIC X(8).
               10 QI-CYCLE-COUNT            PIC X(2).
           05 QI-EFFECTIVE-DATE             PIC X(8).
           05 QI-ORIGINAL-TRANS-ID          PIC X(10).
           05 QI-CURRENCY-CODE              PIC X(3).

       *> Next queue generation - items still awaiting a decision,
       *> and approved items BAB1 has not yet posted, carried forward
       *> unchanged.
       FD  QUEUE-OUT-FILE.
       01  QUEUE-OUT-RECORD                 PIC X(79).

       *> Supervisors' decisions, one per held item:
       *>   A - approve, the item posts on the next BAB1 run
       *>   D - decline, the item goes to suspense for data control
       *> The approver must not be the user who submitted the item.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DEC-TRANSACTION-ID            PIC X(10).
           05 DEC-DECISION                  PIC X(1).
           05 DEC-APPROVER-ID               PIC X(8).
           05 DEC-REFERENCE                 PIC X(10).

       *> Approved items for BAB1 to sweep ahead of its next feed, in
       *> the BAB1IN detail layout.
       FD  APPROVED-FILE.
       01  APPROVED-RECORD                  PIC X(79).

       *> Declined items, in the BAB1 suspense layout with reject
       *> reason DECL, for data control to work like any other
       *> suspense generation.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUS-USER-ID                   PIC X(8).
           05 SUS-TRANSACTION-ID            PIC X(10).
           05 SUS-TRANSACTION-TYPE          PIC X(4).
           05 SUS-ACCOUNT-NUMBER            PIC X(10).
           05 SUS-AMOUNT                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 SUS-REJECT-REASON             PIC X(4).
           05 SUS-ORIG-RUN-DATE             PIC 9(8).
           05 SUS-CYCLE-COUNT               PIC 9(2).
           05 SUS-EFFECTIVE-DATE            PIC X(8).
           05 SUS-ORIGINAL-TRANS-ID         PIC X(10).
           05 SUS-CURRENCY-CODE             PIC X(3).

       *> Approval audit trail - appended DISP=MOD like BAB8AUD, one
       *> record per decision applied or refused, naming the
       *> submitter and the approver side by side: the four-eyes
       *> evidence audit asks for.
       FD  APPRAUD-FILE.
       01  APPRAUD-RECORD.
           05 APA-EYE-CATCHER               PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-APPROVER-ID               PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-SUBMITTER-ID              PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-TRANSACTION-ID            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-ACTION                    PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-ACCOUNT-NUMBER            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-AMOUNT                    PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-REFERENCE                 PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 APA-RUN-TIMESTAMP             PIC X(16).

       *> Release report - one line per decision and per problem.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       *> Reconciliation master - record layout shared with BAB1.
       FD  MASTER-FILE.
       COPY BABMST.

       WORKING-STORAGE SECTION.

       77 WS-MASTER-FILE-STATUS            PIC X(2)  VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
           88 WS-MASTER-NOT-FOUND          VALUE '23'.

       *> With no master there is nothing to decide against - the
       *> queue is carried forward whole and the step ends RC=16.
       77 WS-MASTER-AVAIL-SWITCH           PIC X(1)  VALUE 'Y'.
           88 WS-MASTER-AVAILABLE          VALUE 'Y'.

       77 WS-QUE-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-QUE-END-OF-FILE           VALUE 'Y'.
       77 WS-DEC-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-DEC-END-OF-FILE           VALUE 'Y'.

       *> The day's decisions, loaded whole before the queue is read -
       *> each is marked used when it meets its item, and anything
       *> left unused at the end names an item that is not held.
       01 WS-DECISION-TABLE.
           05 WS-DECISION-ENTRY OCCURS 500 TIMES.
               10 WS-DCT-TRANSACTION-ID     PIC X(10) VALUE SPACES.
               10 WS-DCT-DECISION           PIC X(1)  VALUE SPACE.
               10 WS-DCT-APPROVER-ID        PIC X(8)  VALUE SPACES.
               10 WS-DCT-REFERENCE          PIC X(10) VALUE SPACES.
               10 WS-DCT-USED-FLAG          PIC X(1)  VALUE 'N'.
       77 WS-DCT-ENTRIES-USED              PIC 9(3)  VALUE 0.
       77 WS-DCT-IDX                       PIC 9(3)  VALUE 0.
       77 WS-DCT-FOUND-IDX                 PIC 9(3)  VALUE 0.
       77 WS-DCT-FOUND-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-DCT-FOUND                 VALUE 'Y'.
       77 WS-DECISION-TEXT                 PIC X(40) VALUE SPACES.

       *> What becomes of the queue item in hand.
       77 WS-CARRY-SWITCH                  PIC X(1)  VALUE 'N'.
           88 WS-CARRY-ITEM                VALUE 'Y'.
       77 WS-AUDIT-ACTION                  PIC X(8)  VALUE SPACES.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> Release counters for the summary block.
       77 WS-COUNT-DECISIONS               PIC 9(6)  VALUE 0.
       77 WS-COUNT-QUEUE-READ              PIC 9(6)  VALUE 0.
       77 WS-COUNT-APPROVED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-DECLINED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-REFUSED                 PIC 9(6)  VALUE 0.
       77 WS-COUNT-AWAITING                PIC 9(6)  VALUE 0.
       77 WS-COUNT-REISSUED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-CLOSED                  PIC 9(6)  VALUE 0.
       77 WS-COUNT-EXCEPTIONS              PIC 9(6)  VALUE 0.

       77 WS-AMOUNT-DISPLAY                PIC -(9)9.99.

       01 WS-REPORT-LINE                   PIC X(80).

       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-DECISIONS
           PERFORM READ-QUEUE-RECORD
           IF WS-MASTER-AVAILABLE
               PERFORM PROCESS-QUEUE-ITEM UNTIL WS-QUE-END-OF-FILE
               PERFORM REPORT-UNUSED-DECISION
                   VARYING WS-DCT-IDX FROM 1 BY 1
                   UNTIL WS-DCT-IDX > WS-DCT-ENTRIES-USED
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECONCILIATION MASTER UNAVAILABLE - STATUS "
                   WS-MASTER-FILE-STATUS
                   " - QUEUE CARRIED UNCHANGED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CARRY-WHOLE-QUEUE UNTIL WS-QUE-END-OF-FILE
           END-IF
           PERFORM PRODUCE-RELEASE-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       OPEN-FILES.

           OPEN INPUT QUEUE-IN-FILE
           OPEN OUTPUT QUEUE-OUT-FILE
           OPEN INPUT DECISION-FILE
           OPEN OUTPUT APPROVED-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN EXTEND APPRAUD-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN I-O MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "Error opening master file, status: "
                   WS-MASTER-FILE-STATUS
               MOVE 'N' TO WS-MASTER-AVAIL-SWITCH
           END-IF.

       CLOSE-FILES.

           CLOSE QUEUE-IN-FILE
           CLOSE QUEUE-OUT-FILE
           CLOSE DECISION-FILE
           CLOSE APPROVED-FILE
           CLOSE SUSPENSE-FILE
           CLOSE APPRAUD-FILE
           CLOSE REPORT-FILE
           CLOSE MASTER-FILE.

       SET-JOB-RETURN-CODE.

      *> A refused or unmatched decision needs a supervisor back at
      *> the queue - RC=8 pages without pretending the step failed.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-AVAILABLE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-EXCEPTIONS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       LOAD-DECISIONS.

           PERFORM READ-DECISION-RECORD
           PERFORM STORE-DECISION UNTIL WS-DEC-END-OF-FILE.

       READ-DECISION-RECORD.

           READ DECISION-FILE
               AT END
                   SET WS-DEC-END-OF-FILE TO TRUE
           END-READ.

       STORE-DECISION.

           ADD 1 TO WS-COUNT-DECISIONS
           MOVE SPACES TO WS-DECISION-TEXT
           EVALUATE TRUE
               WHEN DEC-TRANSACTION-ID = SPACES OR LOW-VALUES
                   MOVE 'TRANSACTION ID MISSING' TO WS-DECISION-TEXT
               WHEN DEC-DECISION NOT = 'A' AND DEC-DECISION NOT = 'D'
                   MOVE 'DECISION NOT A OR D' TO WS-DECISION-TEXT
      *> No approver means no answer to "whose were the second pair
      *> of eyes" - the decision is worthless as evidence.
               WHEN DEC-APPROVER-ID = SPACES OR LOW-VALUES
                   MOVE 'APPROVER ID MISSING' TO WS-DECISION-TEXT
               WHEN OTHER
                   PERFORM FIND-DECISION-BY-ID
                   IF WS-DCT-FOUND
                       MOVE 'SECOND DECISION FOR ONE ITEM IGNORED'
                           TO WS-DECISION-TEXT
                   END-IF
           END-EVALUATE
           IF WS-DECISION-TEXT = SPACES
               IF WS-DCT-ENTRIES-USED < 500
                   ADD 1 TO WS-DCT-ENTRIES-USED
                   MOVE DEC-TRANSACTION-ID
                       TO WS-DCT-TRANSACTION-ID (WS-DCT-ENTRIES-USED)
                   MOVE DEC-DECISION
                       TO WS-DCT-DECISION (WS-DCT-ENTRIES-USED)
                   MOVE DEC-APPROVER-ID
                       TO WS-DCT-APPROVER-ID (WS-DCT-ENTRIES-USED)
                   MOVE DEC-REFERENCE
                       TO WS-DCT-REFERENCE (WS-DCT-ENTRIES-USED)
               ELSE
                   MOVE 'DECISION TABLE FULL - RESUBMIT TOMORROW'
                       TO WS-DECISION-TEXT
               END-IF
           END-IF
           IF WS-DECISION-TEXT NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DECISION " DEC-TRANSACTION-ID " "
                   DEC-DECISION " BY " DEC-APPROVER-ID
                   " NOT USED - " WS-DECISION-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           PERFORM READ-DECISION-RECORD.

       FIND-DECISION-BY-ID.

           MOVE 'N' TO WS-DCT-FOUND-SWITCH
           MOVE 0 TO WS-DCT-FOUND-IDX
           PERFORM SEARCH-DECISION-TABLE
               VARYING WS-DCT-IDX FROM 1 BY 1
               UNTIL WS-DCT-IDX > WS-DCT-ENTRIES-USED
                   OR WS-DCT-FOUND.

       SEARCH-DECISION-TABLE.

           IF WS-DCT-TRANSACTION-ID (WS-DCT-IDX) = DEC-TRANSACTION-ID
               MOVE WS-DCT-IDX TO WS-DCT-FOUND-IDX
               SET WS-DCT-FOUND TO TRUE
           END-IF.

       READ-QUEUE-RECORD.

           READ QUEUE-IN-FILE
               AT END
                   SET WS-QUE-END-OF-FILE TO TRUE
           END-READ.

       PROCESS-QUEUE-ITEM.

      *> The master row is the truth about a queued item: HELD waits
      *> for its decision, APPROVED has been released but not yet
      *> posted (so it is released again), and anything else has
      *> been dealt with and drops out of the queue - a duplicate
      *> copy of an item included.
           ADD 1 TO WS-COUNT-QUEUE-READ
           MOVE 'N' TO WS-CARRY-SWITCH
           MOVE QI-TRANSACTION-ID TO MST-TRANSACTION-ID
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-MASTER-NOT-FOUND
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "QUEUED ITEM " QI-TRANSACTION-ID
                       " HAS NO MASTER ROW - DROPPED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-EXCEPTION-LINE
      *> A hard I/O error proves nothing either way - the item stays
      *> in the queue for the next run to look at again.
               WHEN NOT WS-MASTER-OK
                   SET WS-CARRY-ITEM TO TRUE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "MASTER READ ERROR " WS-MASTER-FILE-STATUS
                       " ON " QI-TRANSACTION-ID " - ITEM CARRIED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN MST-TRANSACTION-STATUS = 'HELD'
                   PERFORM APPLY-DECISION
               WHEN MST-TRANSACTION-STATUS = 'APPROVED'
                   SET WS-CARRY-ITEM TO TRUE
                   ADD 1 TO WS-COUNT-REISSUED
                   MOVE QUEUE-IN-RECORD TO APPROVED-RECORD
                   WRITE APPROVED-RECORD
               WHEN OTHER
                   ADD 1 TO WS-COUNT-CLOSED
           END-EVALUATE
           IF WS-CARRY-ITEM
               MOVE QUEUE-IN-RECORD TO QUEUE-OUT-RECORD
               WRITE QUEUE-OUT-RECORD
           END-IF
           PERFORM READ-QUEUE-RECORD.

       APPLY-DECISION.

           MOVE QI-TRANSACTION-ID TO DEC-TRANSACTION-ID
           PERFORM FIND-DECISION-BY-ID
           EVALUATE TRUE
               WHEN NOT WS-DCT-FOUND
                   SET WS-CARRY-ITEM TO TRUE
                   ADD 1 TO WS-COUNT-AWAITING
      *> The item is used up by this decision whatever happens next -
      *> a refused one must be decided again by somebody else.
               WHEN WS-DCT-APPROVER-ID (WS-DCT-FOUND-IDX)
                   = MST-USER-ID
                   MOVE 'Y' TO WS-DCT-USED-FLAG (WS-DCT-FOUND-IDX)
                   SET WS-CARRY-ITEM TO TRUE
                   PERFORM REFUSE-SELF-APPROVAL
               WHEN WS-DCT-DECISION (WS-DCT-FOUND-IDX) = 'A'
                   MOVE 'Y' TO WS-DCT-USED-FLAG (WS-DCT-FOUND-IDX)
                   PERFORM APPROVE-HELD-ITEM
               WHEN OTHER
                   MOVE 'Y' TO WS-DCT-USED-FLAG (WS-DCT-FOUND-IDX)
                   PERFORM DECLINE-HELD-ITEM
           END-EVALUATE.

       REFUSE-SELF-APPROVAL.

           ADD 1 TO WS-COUNT-REFUSED
           MOVE 'REFUSED' TO WS-AUDIT-ACTION
           PERFORM WRITE-APPROVAL-AUDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REFUSED  " QI-TRANSACTION-ID
               " - APPROVER " WS-DCT-APPROVER-ID (WS-DCT-FOUND-IDX)
               " SUBMITTED THE ITEM - STILL HELD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE.

       APPROVE-HELD-ITEM.

      *> The row keeps its run timestamp - the day it was held - and
      *> is restatused only, like a reversed original. The approved
      *> item stays in the queue until BAB1 has posted it.
           MOVE 'APPROVED' TO MST-TRANSACTION-STATUS
           SET MST-APPROVAL-GRANTED TO TRUE
           MOVE WS-DCT-APPROVER-ID (WS-DCT-FOUND-IDX)
               TO MST-APPROVER-ID
           PERFORM REWRITE-MASTER-ROW
           IF WS-MASTER-OK
               SET WS-CARRY-ITEM TO TRUE
               ADD 1 TO WS-COUNT-APPROVED
               MOVE QUEUE-IN-RECORD TO APPROVED-RECORD
               WRITE APPROVED-RECORD
               MOVE 'APPROVE' TO WS-AUDIT-ACTION
               PERFORM WRITE-APPROVAL-AUDIT
               PERFORM WRITE-DECISION-LINE
           ELSE
               SET WS-CARRY-ITEM TO TRUE
           END-IF.

       DECLINE-HELD-ITEM.

           MOVE 'DECLINED' TO MST-TRANSACTION-STATUS
           MOVE 94 TO MST-RETURN-CODE
           SET MST-APPROVAL-DECLINED TO TRUE
           MOVE WS-DCT-APPROVER-ID (WS-DCT-FOUND-IDX)
               TO MST-APPROVER-ID
           PERFORM REWRITE-MASTER-ROW
           IF WS-MASTER-OK
               ADD 1 TO WS-COUNT-DECLINED
               PERFORM WRITE-SUSPENSE-RECORD
               MOVE 'DECLINE' TO WS-AUDIT-ACTION
               PERFORM WRITE-APPROVAL-AUDIT
               PERFORM WRITE-DECISION-LINE
           ELSE
               SET WS-CARRY-ITEM TO TRUE
           END-IF.

       REWRITE-MASTER-ROW.

           REWRITE MASTER-RECORD
           IF NOT WS-MASTER-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MASTER REWRITE ERROR " WS-MASTER-FILE-STATUS
                   " ON " QI-TRANSACTION-ID " - DECISION NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-SUSPENSE-RECORD.

      *> Out in the layout BAB1 writes its own suspense in, so data
      *> control repairs or withdraws a declined item the usual way.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE QI-USER-ID TO SUS-USER-ID
           MOVE QI-TRANSACTION-ID TO SUS-TRANSACTION-ID
           MOVE QI-TRANSACTION-TYPE TO SUS-TRANSACTION-TYPE
           MOVE QI-ACCOUNT-NUMBER TO SUS-ACCOUNT-NUMBER
           MOVE QI-AMOUNT TO SUS-AMOUNT
           MOVE 'DECL' TO SUS-REJECT-REASON
           IF QI-ORIG-RUN-DATE IS NUMERIC
               MOVE QI-ORIG-RUN-DATE TO SUS-ORIG-RUN-DATE
           ELSE
               MOVE MST-RUN-DATE TO SUS-ORIG-RUN-DATE
           END-IF
           IF QI-CYCLE-COUNT IS NUMERIC
               MOVE QI-CYCLE-COUNT TO SUS-CYCLE-COUNT
               ADD 1 TO SUS-CYCLE-COUNT
           ELSE
               MOVE 1 TO SUS-CYCLE-COUNT
           END-IF
           MOVE QI-EFFECTIVE-DATE TO SUS-EFFECTIVE-DATE
           MOVE QI-ORIGINAL-TRANS-ID TO SUS-ORIGINAL-TRANS-ID
           MOVE QI-CURRENCY-CODE TO SUS-CURRENCY-CODE
           WRITE SUSPENSE-RECORD.

       WRITE-APPROVAL-AUDIT.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO APPRAUD-RECORD
           MOVE 'BABC' TO APA-EYE-CATCHER
           MOVE WS-DCT-APPROVER-ID (WS-DCT-FOUND-IDX)
               TO APA-APPROVER-ID
           MOVE MST-USER-ID TO APA-SUBMITTER-ID
           MOVE QI-TRANSACTION-ID TO APA-TRANSACTION-ID
           MOVE WS-AUDIT-ACTION TO APA-ACTION
           MOVE QI-ACCOUNT-NUMBER TO APA-ACCOUNT-NUMBER
           IF QI-AMOUNT IS NUMERIC
               MOVE QI-AMOUNT TO APA-AMOUNT
           ELSE
               MOVE 0 TO APA-AMOUNT
           END-IF
           MOVE WS-DCT-REFERENCE (WS-DCT-FOUND-IDX) TO APA-REFERENCE
           MOVE WS-CURRENT-TIMESTAMP TO APA-RUN-TIMESTAMP
           WRITE APPRAUD-RECORD.

       WRITE-DECISION-LINE.

           IF QI-AMOUNT IS NUMERIC
               MOVE QI-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-AUDIT-ACTION " " QI-TRANSACTION-ID
               " ACCT " QI-ACCOUNT-NUMBER
               " AMT " WS-AMOUNT-DISPLAY
               " BY " WS-DCT-APPROVER-ID (WS-DCT-FOUND-IDX)
               " FOR " MST-USER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-UNUSED-DECISION.

           IF WS-DCT-USED-FLAG (WS-DCT-IDX) = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DECISION " WS-DCT-TRANSACTION-ID (WS-DCT-IDX)
                   " " WS-DCT-DECISION (WS-DCT-IDX)
                   " BY " WS-DCT-APPROVER-ID (WS-DCT-IDX)
                   " NOT USED - ITEM NOT HELD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CARRY-WHOLE-QUEUE.

           MOVE QUEUE-IN-RECORD TO QUEUE-OUT-RECORD
           WRITE QUEUE-OUT-RECORD
           ADD 1 TO WS-COUNT-QUEUE-READ
           ADD 1 TO WS-COUNT-AWAITING
           PERFORM READ-QUEUE-RECORD.

       WRITE-EXCEPTION-LINE.

           ADD 1 TO WS-COUNT-EXCEPTIONS
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABC DUAL-AUTHORIZATION RELEASE REPORT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-RELEASE-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "DECISIONS READ: " WS-COUNT-DECISIONS
               "  QUEUED ITEMS READ: " WS-COUNT-QUEUE-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "APPROVED: " WS-COUNT-APPROVED
               "  DECLINED: " WS-COUNT-DECLINED
               "  REFUSED (SAME USER): " WS-COUNT-REFUSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "STILL AWAITING A DECISION: " WS-COUNT-AWAITING
               "  APPROVED RE-RELEASED: " WS-COUNT-REISSUED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEALT WITH, DROPPED FROM QUEUE: " WS-COUNT-CLOSED
               "  EXCEPTIONS: " WS-COUNT-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.
