       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINTAUD-FILE ASSIGN TO BAB8AUD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO ACCTJRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads - this scan
       *> honors:
       *>   DORMANCY-MONTHS=24        (months with no customer
       *>                              activity before an open
       *>                              account goes dormant,
       *>                              default 24)
       *>   DORMANCY-USER-ID=SYSPOST  (user the status changes are
       *>                              audited under)
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> Maintenance audit trail shared with BAB8 - every account
       *> this scan makes dormant is recorded there like a keyed
       *> status change, so the trail BAB8's REACTIVA later closes
       *> off starts in the same place. Balance before and after are
       *> the same; no money moves.
       FD  MAINTAUD-FILE.
       01  MAINTAUD-RECORD.
           05 MAU-EYE-CATCHER               PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-USER-ID                   PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-ACTION                    PIC X(8).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-ACCOUNT-NUMBER            PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-BEFORE-BALANCE            PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-AFTER-BALANCE             PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-TICKET                    PIC X(10).
           05 FILLER                        PIC X(1)  VALUE SPACE.
           05 MAU-RUN-TIMESTAMP             PIC X(16).

       *> Dormancy report for compliance - every dormant account on
       *> the master after the scan, newly flagged ones marked, with
       *> its balance and last customer activity date.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       *> Account balance master - same layout BAM0 posts against.
       FD  ACCOUNT-FILE.
       COPY ACCTMST.

       *> Account master journal shared with BAM0 - one record per
       *> change applied here, so forward recovery replays it.
       FD  JOURNAL-FILE.
       COPY ACCTJRN.

       WORKING-STORAGE SECTION.

       77 WS-ACCOUNT-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-ACCOUNT-OK                VALUE '00'.
       77 WS-JOURNAL-FILE-STATUS           PIC X(2)  VALUE SPACES.
           88 WS-JOURNAL-OK                VALUE '00'.

       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.

       77 WS-ACT-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-ACT-END-OF-FILE           VALUE 'Y'.
       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.

       77 WS-DORMANCY-MONTHS               PIC 9(2)  VALUE 24.
       77 WS-DORMANCY-USER-ID              PIC X(8)  VALUE 'SYSPOST'.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

      *> The cutoff is the run date less the dormancy period - an
      *> open account whose last activity falls before it is idle.
      *> A run day past the end of the cutoff month (the 31st, six
      *> months back into a 30-day month) comes back to that
      *> month's last day.
       01 WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR                PIC 9(4).
           05 WS-CUTOFF-MONTH               PIC 9(2).
           05 WS-CUTOFF-DAY                 PIC 9(2).
       77 WS-MONTH-SERIAL                  PIC 9(6)  VALUE 0.
       77 WS-DAYS-IN-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-LEAP-REMAINDER                PIC 9(4)  VALUE 0.
       77 WS-LEAP-QUOTIENT                 PIC 9(4)  VALUE 0.
       77 WS-LEAP-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-LEAP-YEAR                 VALUE 'Y'.

       01 WS-MONTH-DAYS-DATA               PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-RUN-DATE-PARTS.
           05 WS-RUN-YEAR                   PIC 9(4).
           05 WS-RUN-MONTH                  PIC 9(2).
           05 WS-RUN-DAY                    PIC 9(2).

       77 WS-LAST-ACTIVITY-DATE            PIC X(8)  VALUE SPACES.
       77 WS-DORMANT-MARKER                PIC X(8)  VALUE SPACES.

      *> Scan counters and totals for the summary block.
       77 WS-COUNT-READ                    PIC 9(8)  VALUE 0.
       77 WS-COUNT-ASSESSED                PIC 9(8)  VALUE 0.
       77 WS-COUNT-NEW-DORMANT             PIC 9(8)  VALUE 0.
       77 WS-COUNT-WAS-DORMANT             PIC 9(8)  VALUE 0.
       77 WS-COUNT-NOT-ASSESSED            PIC 9(8)  VALUE 0.
       77 WS-COUNT-REWRITE-ERRORS          PIC 9(8)  VALUE 0.
       77 WS-COUNT-JOURNAL-FAILED          PIC 9(8)  VALUE 0.
       77 WS-TOT-DORMANT-BALANCE           PIC S9(13)V99 COMP-3
                                           VALUE 0.

      *> Print masks for the report lines.
       77 WS-BALANCE-DISPLAY               PIC -(11)9.99.
       77 WS-TOTAL-DISPLAY                 PIC -(13)9.99.

       01 WS-REPORT-LINE                   PIC X(80).

       PROCEDURE DIVISION.

       MAIN-PROCESS.

           PERFORM READ-CONTROL-FILE
           PERFORM GET-CURRENT-TIMESTAMP
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-RUN-ABORTED
               PERFORM SCAN-ACCOUNT-MASTER
           END-IF
           PERFORM PRODUCE-SCAN-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       OPEN-FILES.

           OPEN EXTEND MAINTAUD-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN I-O ACCOUNT-FILE
           IF NOT WS-ACCOUNT-OK
               DISPLAY "Error opening account master, status: "
                   WS-ACCOUNT-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "Error opening account journal, status: "
                   WS-JOURNAL-FILE-STATUS " - ending run"
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       CLOSE-FILES.

           CLOSE MAINTAUD-FILE
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE.

       SET-JOB-RETURN-CODE.

      *> A status change that would not rewrite leaves an idle
      *> account open to debits - that pages. An account with no
      *> readable activity date is a warning for the account team.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-REWRITE-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-NOT-ASSESSED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       READ-CONTROL-FILE.

           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-RECORD
           PERFORM APPLY-CONTROL-RECORD UNTIL WS-CTL-END-OF-FILE
           CLOSE CONTROL-FILE.

       READ-CONTROL-RECORD.

           READ CONTROL-FILE
               AT END
                   SET WS-CTL-END-OF-FILE TO TRUE
           END-READ.

       APPLY-CONTROL-RECORD.

           UNSTRING CONTROL-RECORD DELIMITED BY '='
               INTO WS-CONTROL-KEY WS-CONTROL-VALUE
           EVALUATE WS-CONTROL-KEY
      *> A zero period would make every open account dormant on the
      *> spot - it is ignored and the default stands.
               WHEN 'DORMANCY-MONTHS'
                   IF WS-CONTROL-VALUE (1:2) IS NUMERIC
                       AND WS-CONTROL-VALUE (1:2) NOT = '00'
                       MOVE WS-CONTROL-VALUE (1:2)
                           TO WS-DORMANCY-MONTHS
                   ELSE
                       DISPLAY "DORMANCY-MONTHS not valid: "
                           WS-CONTROL-VALUE (1:2)
                           " - default " WS-DORMANCY-MONTHS " used"
                   END-IF
               WHEN 'DORMANCY-USER-ID'
                   MOVE WS-CONTROL-VALUE (1:8) TO WS-DORMANCY-USER-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       GET-CURRENT-TIMESTAMP.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME.

       COMPUTE-CUTOFF-DATE.

      *> Months are counted on a running serial (year * 12 + month
      *> - 1) so a period reaching back across year ends needs no
      *> special cases.
           MOVE WS-CURRENT-DATE (1:4) TO WS-RUN-YEAR
           MOVE WS-CURRENT-DATE (5:2) TO WS-RUN-MONTH
           MOVE WS-CURRENT-DATE (7:2) TO WS-RUN-DAY
           COMPUTE WS-MONTH-SERIAL =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               - WS-DORMANCY-MONTHS
           DIVIDE WS-MONTH-SERIAL BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           PERFORM CHECK-LEAP-YEAR
           MOVE WS-MONTH-DAYS (WS-CUTOFF-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-CUTOFF-MONTH = 2 AND WS-LEAP-YEAR
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF
           IF WS-RUN-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-CUTOFF-DAY
           ELSE
               MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
           END-IF.

       CHECK-LEAP-YEAR.

           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-CUTOFF-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-CUTOFF-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-CUTOFF-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> One pass over the account master in key order. The scan
      *> holds its own I-O connector, so it is scheduled outside the
      *> BAB1 window, when BAM0 is not posting.
      *> ------------------------------------------------------------
       SCAN-ACCOUNT-MASTER.

           MOVE LOW-VALUES TO ACT-ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY NOT < ACT-ACCOUNT-NUMBER
               INVALID KEY
                   SET WS-ACT-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-ACT-END-OF-FILE
               PERFORM READ-NEXT-ACCOUNT
               PERFORM ASSESS-ONE-ACCOUNT
                   UNTIL WS-ACT-END-OF-FILE OR WS-RUN-ABORTED
           END-IF.

       READ-NEXT-ACCOUNT.

           READ ACCOUNT-FILE NEXT
               AT END
                   SET WS-ACT-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-ACT-END-OF-FILE AND NOT WS-ACCOUNT-OK
               DISPLAY "Account master read error mid-walk, status: "
                   WS-ACCOUNT-FILE-STATUS " - ending run"
               SET WS-ACT-END-OF-FILE TO TRUE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       ASSESS-ONE-ACCOUNT.

           ADD 1 TO WS-COUNT-READ
           MOVE ACT-LAST-UPDATE-TIMESTAMP (1:8)
               TO WS-LAST-ACTIVITY-DATE
           EVALUATE TRUE
               WHEN ACT-ACCOUNT-DORMANT
                   ADD 1 TO WS-COUNT-WAS-DORMANT
                   MOVE 'DORMANT' TO WS-DORMANT-MARKER
                   PERFORM WRITE-DORMANT-LINE
               WHEN NOT ACT-ACCOUNT-OPEN
                   CONTINUE
      *> Without a date there is nothing to age the account by -
      *> it stays open and goes on the report for the account team.
               WHEN WS-LAST-ACTIVITY-DATE IS NOT NUMERIC
                   ADD 1 TO WS-COUNT-NOT-ASSESSED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "NOT ASSESSED " ACT-ACCOUNT-NUMBER
                       " - NO LAST ACTIVITY DATE ON MASTER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-ASSESSED
                   IF WS-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
                       PERFORM MAKE-ACCOUNT-DORMANT
                   END-IF
           END-EVALUATE
           PERFORM READ-NEXT-ACCOUNT.

       MAKE-ACCOUNT-DORMANT.

      *> Status only - the activity timestamp is left as it was, so
      *> the report and any later review see when the customer last
      *> did anything, not when this scan ran.
           SET ACT-ACCOUNT-DORMANT TO TRUE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-OK
               ADD 1 TO WS-COUNT-NEW-DORMANT
               PERFORM WRITE-MAINT-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               MOVE 'NEW' TO WS-DORMANT-MARKER
               PERFORM WRITE-DORMANT-LINE
           ELSE
               ADD 1 TO WS-COUNT-REWRITE-ERRORS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REWRITE ERROR " WS-ACCOUNT-FILE-STATUS
                   " ON " ACT-ACCOUNT-NUMBER
                   " - ACCOUNT LEFT OPEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-MAINT-AUDIT-RECORD.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE SPACES TO MAINTAUD-RECORD
           MOVE 'BABD' TO MAU-EYE-CATCHER
           MOVE WS-DORMANCY-USER-ID TO MAU-USER-ID
           MOVE 'DORMANT' TO MAU-ACTION
           MOVE ACT-ACCOUNT-NUMBER TO MAU-ACCOUNT-NUMBER
           MOVE ACT-CURRENT-BALANCE TO MAU-BEFORE-BALANCE
           MOVE ACT-CURRENT-BALANCE TO MAU-AFTER-BALANCE
           MOVE 'DORMSCAN' TO MAU-TICKET
           MOVE WS-CURRENT-TIMESTAMP TO MAU-RUN-TIMESTAMP
           WRITE MAINTAUD-RECORD.

       WRITE-JOURNAL-RECORD.

           MOVE SPACES TO JOURNAL-RECORD
           MOVE ACT-ACCOUNT-NUMBER TO JRN-ACCOUNT-NUMBER
           MOVE ACT-CURRENT-BALANCE TO JRN-BEFORE-BALANCE
           MOVE ACT-CURRENT-BALANCE TO JRN-AFTER-BALANCE
           MOVE 0 TO JRN-AMOUNT
           MOVE 'BABD' TO JRN-PROGRAM
           MOVE 'DORMSCAN' TO JRN-TRANSACTION-ID
           MOVE WS-CURRENT-TIMESTAMP TO JRN-TIMESTAMP
           MOVE 'DORMANT' TO JRN-ACTION
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
      *> A status change the journal would not take cannot be
      *> recovered - the scan stops there and ends RC=16.
           IF NOT WS-JOURNAL-OK
               DISPLAY "Account journal write failed, status "
                   WS-JOURNAL-FILE-STATUS " - account "
                   ACT-ACCOUNT-NUMBER " changed unjournaled"
                   " - ending run"
               ADD 1 TO WS-COUNT-JOURNAL-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "JOURNAL WRITE FAILED - STATUS "
                   WS-JOURNAL-FILE-STATUS " - " ACT-ACCOUNT-NUMBER
                   " MADE DORMANT UNJOURNALED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       WRITE-DORMANT-LINE.

           ADD ACT-CURRENT-BALANCE TO WS-TOT-DORMANT-BALANCE
           MOVE ACT-CURRENT-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DORMANT-MARKER " " ACT-ACCOUNT-NUMBER
               " BAL " WS-BALANCE-DISPLAY
               "  LAST ACTIVITY " WS-LAST-ACTIVITY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABD DORMANT ACCOUNT SCAN - COMPLIANCE REPORT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  DORMANCY PERIOD (MONTHS): " WS-DORMANCY-MONTHS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "IDLE IF LAST ACTIVITY BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-SCAN-SUMMARY.

           EVALUATE TRUE
               WHEN WS-COUNT-JOURNAL-FAILED > 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RUN ABORTED - SCAN INCOMPLETE, RE-JOURNAL "
                       "THE ACCOUNT ABOVE BEFORE RERUNNING"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-RUN-ABORTED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RUN ABORTED - SCAN INCOMPLETE, RERUN ONCE "
                       "THE ACCOUNT MASTER IS AVAILABLE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS READ: " WS-COUNT-READ
               "  OPEN ACCOUNTS ASSESSED: " WS-COUNT-ASSESSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEWLY DORMANT: " WS-COUNT-NEW-DORMANT
               "  ALREADY DORMANT: " WS-COUNT-WAS-DORMANT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOT-DORMANT-BALANCE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BALANCES HELD ON DORMANT ACCOUNTS: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOT ASSESSED: " WS-COUNT-NOT-ASSESSED
               "  REWRITE ERRORS: " WS-COUNT-REWRITE-ERRORS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
