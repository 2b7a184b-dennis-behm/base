       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO BAB1RAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO BABGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO BABGSRT.

           SELECT MASTER-FILE ASSIGN TO BAB1MST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRANSACTION-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ENTITLEMENT-FILE ASSIGN TO BABENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-USER-ID
               FILE STATUS IS WS-ENTITLEMENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads - this run
       *> honors only BASE-CURRENCY=USD (the currency item ceilings
       *> are in and the rate file quotes against; default USD).
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> BAB1's daily exchange rate file - an item fed in another
       *> currency is measured against the ceiling at its own day's
       *> rate (or the last earlier day's), as BAB1 measured it.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RAT-CURRENCY-CODE             PIC X(3).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-DATE                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-TO-BASE              PIC 9(5)V9(7).

       *> Entitlement usage report for the access review - per user,
       *> what the entitlements master allows set beside what the
       *> user actually submitted in the month.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       *> The month's submissions off the master, sorted into user and
       *> transaction type order - the master is keyed by transaction
       *> ID, the entitlements master by user.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-USER-ID                   PIC X(8).
           05 SRT-TRANSACTION-TYPE          PIC X(4).
           05 SRT-TRANSACTION-STATUS        PIC X(10).
           05 SRT-ABS-AMOUNT                PIC 9(9)V99 COMP-3.

       *> Reconciliation master - record layout shared with BAB1.
       FD  MASTER-FILE.
       COPY BABMST.

       *> Operator entitlements master - read in user order alongside
       *> the sorted submissions.
       FD  ENTITLEMENT-FILE.
       COPY BABENT.

       WORKING-STORAGE SECTION.

       77 WS-MASTER-FILE-STATUS            PIC X(2)  VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
       77 WS-ENTITLEMENT-FILE-STATUS       PIC X(2)  VALUE SPACES.
           88 WS-ENTITLEMENT-OK            VALUE '00'.
       77 WS-RATE-FILE-STATUS              PIC X(2)  VALUE SPACES.
           88 WS-RATE-OK                   VALUE '00'.
       77 WS-RATE-OPEN-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RATE-FILE-OPEN            VALUE 'Y'.

       *> Half a review is worse than none - an auditor signing off a
       *> report that silently left users out. Either master down, or
       *> a read error mid-scan, and the step ends RC=16 with the
       *> report marked incomplete.
       77 WS-STEP-ERROR-SWITCH             PIC X(1)  VALUE 'N'.
           88 WS-STEP-ERROR                VALUE 'Y'.
       77 WS-MST-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-MST-END-OF-FILE           VALUE 'Y'.
       77 WS-ENT-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-ENT-END-OF-FILE           VALUE 'Y'.
       77 WS-SRT-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-SRT-END-OF-FILE           VALUE 'Y'.
       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.
       77 WS-RATE-EOF-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-RATE-END-OF-FILE          VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.
       77 WS-BASE-CURRENCY                 PIC X(3)  VALUE 'USD'.

       *> Rate into the base currency per currency per day, for the
       *> month under review and the month before it (so the month's
       *> first days still have one if the rates were not published
       *> on them). A row for a day and currency already held
       *> replaces it.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 2000 TIMES.
               10 WS-RATE-CURRENCY          PIC X(3).
               10 WS-RATE-DATE              PIC X(8).
               10 WS-RATE-TO-BASE           PIC 9(5)V9(7) COMP-3.
       77 WS-RATE-ENTRIES-USED             PIC 9(4)  VALUE 0.
       77 WS-RATE-IDX                      PIC 9(4)  VALUE 0.
       77 WS-RATE-FOUND-IDX                PIC 9(4)  VALUE 0.
       77 WS-RATE-WORK-CURRENCY            PIC X(3)  VALUE SPACES.
       77 WS-RATE-WORK-DATE                PIC X(8)  VALUE SPACES.
       77 WS-RATE-FOUND-DATE               PIC X(8)  VALUE SPACES.
       01 WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR                PIC 9(4)  VALUE 0.
           05 WS-PRIOR-MM                  PIC 9(2)  VALUE 0.

       *> Month under review, YYYYMM - PARM MONTH=YYYYMM, otherwise
       *> the calendar month before the run date.
       01 WS-REPORT-MONTH.
           05 WS-REPORT-YEAR               PIC 9(4)  VALUE 0.
           05 WS-REPORT-MM                 PIC 9(2)  VALUE 0.
       77 WS-PARM-MONTH                    PIC X(6)  VALUE SPACES.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).
       01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-YEAR               PIC 9(4).
           05 WS-CURRENT-MM                 PIC 9(2).
           05 FILLER                        PIC X(10).

       *> Match-merge keys - HIGH-VALUES once a side is exhausted, so
       *> the other side drains through the same comparisons.
       77 WS-ENT-KEY                       PIC X(8)  VALUE SPACES.
       77 WS-SRT-KEY                       PIC X(8)  VALUE SPACES.

       *> The user in hand and what the master says of them.
       77 WS-USER-ID                       PIC X(8)  VALUE SPACES.
       77 WS-USER-ON-MASTER-SWITCH         PIC X(1)  VALUE 'N'.
           88 WS-USER-ON-MASTER            VALUE 'Y'.
       77 WS-ENT-IDX                       PIC 9(2)  VALUE 0.
       77 WS-TYPE-ALLOWED-SWITCH           PIC X(1)  VALUE 'N'.
           88 WS-TYPE-ALLOWED              VALUE 'Y'.

       *> One transaction type's use by the user in hand.
       77 WS-TYPE                          PIC X(4)  VALUE SPACES.
       77 WS-TYPE-COUNT                    PIC 9(6)  VALUE 0.
       77 WS-TYPE-REFUSED                  PIC 9(6)  VALUE 0.
       77 WS-TYPE-LARGEST                  PIC 9(9)V99 COMP-3
                                           VALUE 0.
       77 WS-TYPE-FLAG                     PIC X(12) VALUE SPACES.

       *> Run counters for the closing summary.
       77 WS-COUNT-SELECTED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-USERS-ON-MASTER         PIC 9(6)  VALUE 0.
       77 WS-COUNT-USERS-ACTIVE            PIC 9(6)  VALUE 0.
       77 WS-COUNT-USERS-IDLE              PIC 9(6)  VALUE 0.
       77 WS-COUNT-USERS-UNKNOWN           PIC 9(6)  VALUE 0.
       77 WS-COUNT-EXCEPTIONS              PIC 9(6)  VALUE 0.
       77 WS-COUNT-UNCONVERTED             PIC 9(6)  VALUE 0.
       77 WS-COUNT-RATES-DROPPED           PIC 9(6)  VALUE 0.

       *> Item being measured into the base currency.
       77 WS-ITEM-DATE                     PIC 9(8)  VALUE 0.
       77 WS-ITEM-BASE-AMOUNT              PIC 9(9)V99 COMP-3
                                           VALUE 0.

       *> Print masks for the report lines.
       77 WS-AMOUNT-DISPLAY                PIC Z(8)9.99.
       77 WS-COUNT-DISPLAY                 PIC ZZZZZ9.
       77 WS-REFUSED-DISPLAY               PIC ZZZZZ9.

       01 WS-REPORT-LINE                   PIC X(80).

       LINKAGE SECTION.

       *> JCL PARM, e.g. MONTH=202609 - omitted, the month before the
       *> run date is reviewed.
       01 BABG-PARM.
           05 PARM-LENGTH                   PIC S9(4) COMP.
           05 PARM-TEXT                     PIC X(80).

       PROCEDURE DIVISION USING BABG-PARM.

       MAIN-PROCESS.

           PERFORM READ-CONTROL-FILE
           PERFORM OPEN-FILES
           PERFORM PROCESS-PARM
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-STEP-ERROR
               PERFORM LOAD-EXCHANGE-RATES
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-USER-ID
                                    SRT-TRANSACTION-TYPE
                   INPUT PROCEDURE IS SELECT-MONTH-SUBMISSIONS
                   OUTPUT PROCEDURE IS MERGE-USAGE-WITH-ENTITLEMENTS
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       SET-JOB-RETURN-CODE.

      *> An exception - a type used that the user is not allowed, an
      *> item over the ceiling, a submitter not on the master - ends
      *> RC=4 so the review cannot be filed without someone reading
      *> the lines it flagged.
           EVALUATE TRUE
               WHEN WS-STEP-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       OPEN-FILES.

           OPEN OUTPUT REPORT-FILE
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "Error opening master file, status: "
                   WS-MASTER-FILE-STATUS
               SET WS-STEP-ERROR TO TRUE
           END-IF
           OPEN INPUT ENTITLEMENT-FILE
           IF NOT WS-ENTITLEMENT-OK
               DISPLAY "Error opening entitlements master, status: "
                   WS-ENTITLEMENT-FILE-STATUS
               SET WS-STEP-ERROR TO TRUE
           END-IF
      *> No rate file only means items in another currency are set
      *> beside the ceiling as fed - counted on the summary.
           OPEN INPUT RATE-FILE
           IF WS-RATE-OK
               SET WS-RATE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error opening rate file, status: "
                   WS-RATE-FILE-STATUS " - no conversion"
               SET WS-RATE-END-OF-FILE TO TRUE
           END-IF.

       CLOSE-FILES.

           CLOSE REPORT-FILE
           CLOSE MASTER-FILE
           CLOSE ENTITLEMENT-FILE
           IF WS-RATE-FILE-OPEN
               CLOSE RATE-FILE
           END-IF.

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
           IF WS-CONTROL-KEY = 'BASE-CURRENCY'
               MOVE WS-CONTROL-VALUE (1:3) TO WS-BASE-CURRENCY
           END-IF
           PERFORM READ-CONTROL-RECORD.

       LOAD-EXCHANGE-RATES.

           IF WS-REPORT-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF
           IF NOT WS-RATE-END-OF-FILE
               PERFORM READ-RATE-RECORD
           END-IF
           PERFORM STORE-RATE-RECORD UNTIL WS-RATE-END-OF-FILE.

       READ-RATE-RECORD.

           READ RATE-FILE
               AT END
                   SET WS-RATE-END-OF-FILE TO TRUE
           END-READ.

       STORE-RATE-RECORD.

           IF RAT-RATE-TO-BASE IS NUMERIC
               AND RAT-RATE-TO-BASE > 0
               AND RAT-RATE-DATE IS NUMERIC
               AND (RAT-RATE-DATE (1:6) = WS-REPORT-MONTH
                   OR RAT-RATE-DATE (1:6) = WS-PRIOR-MONTH)
               PERFORM ADD-RATE-ENTRY
           END-IF
           PERFORM READ-RATE-RECORD.

       ADD-RATE-ENTRY.

      *> A table too small for the two months leaves the later rows
      *> out - their days fall back to an earlier rate or none.
           MOVE RAT-CURRENCY-CODE TO WS-RATE-WORK-CURRENCY
           MOVE 0 TO WS-RATE-FOUND-IDX
           PERFORM SEARCH-RATE-DAY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-ENTRIES-USED
                  OR WS-RATE-FOUND-IDX > 0
           EVALUATE TRUE
               WHEN WS-RATE-FOUND-IDX > 0
                   MOVE RAT-RATE-TO-BASE
                       TO WS-RATE-TO-BASE (WS-RATE-FOUND-IDX)
               WHEN WS-RATE-ENTRIES-USED < 2000
                   ADD 1 TO WS-RATE-ENTRIES-USED
                   MOVE RAT-CURRENCY-CODE
                       TO WS-RATE-CURRENCY (WS-RATE-ENTRIES-USED)
                   MOVE RAT-RATE-DATE
                       TO WS-RATE-DATE (WS-RATE-ENTRIES-USED)
                   MOVE RAT-RATE-TO-BASE
                       TO WS-RATE-TO-BASE (WS-RATE-ENTRIES-USED)
               WHEN OTHER
                   IF WS-COUNT-RATES-DROPPED = 0
                       DISPLAY "Rate table full - rates from "
                           RAT-RATE-DATE " on not all held"
                   END-IF
                   ADD 1 TO WS-COUNT-RATES-DROPPED
           END-EVALUATE.

       SEARCH-RATE-DAY.

           IF WS-RATE-CURRENCY (WS-RATE-IDX) = WS-RATE-WORK-CURRENCY
               AND WS-RATE-DATE (WS-RATE-IDX) = RAT-RATE-DATE
               MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
           END-IF.

       FIND-RATE-ENTRY.

      *> The currency's rate for WS-RATE-WORK-DATE, or failing that
      *> its latest before it - never one from a later day.
           MOVE 0 TO WS-RATE-FOUND-IDX
           MOVE SPACES TO WS-RATE-FOUND-DATE
           PERFORM SEARCH-RATE-TABLE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-ENTRIES-USED.

       SEARCH-RATE-TABLE.

           IF WS-RATE-CURRENCY (WS-RATE-IDX) = WS-RATE-WORK-CURRENCY
               AND WS-RATE-DATE (WS-RATE-IDX) NOT > WS-RATE-WORK-DATE
               AND (WS-RATE-FOUND-IDX = 0
                   OR WS-RATE-DATE (WS-RATE-IDX) > WS-RATE-FOUND-DATE)
               MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
               MOVE WS-RATE-DATE (WS-RATE-IDX) TO WS-RATE-FOUND-DATE
           END-IF.

       PROCESS-PARM.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF WS-CURRENT-MM = 1
               COMPUTE WS-REPORT-YEAR = WS-CURRENT-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = WS-CURRENT-MM - 1
           END-IF
           IF PARM-LENGTH > 0
               AND PARM-TEXT (1:6) = 'MONTH='
               MOVE PARM-TEXT (7:6) TO WS-PARM-MONTH
               IF WS-PARM-MONTH IS NUMERIC
                   AND WS-PARM-MONTH (5:2) >= '01'
                   AND WS-PARM-MONTH (5:2) <= '12'
                   MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "Invalid PARM month: " WS-PARM-MONTH
                   SET WS-STEP-ERROR TO TRUE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Sort input - every row the month's users put on the master,
      *> whatever became of it: a refused or rejected item is still
      *> something the user submitted. The secondary leg of a
      *> transfer is the same submission as its primary and is left
      *> out, so each item counts once.
      *> ------------------------------------------------------------
       SELECT-MONTH-SUBMISSIONS.

           MOVE LOW-VALUES TO MST-TRANSACTION-ID
           START MASTER-FILE KEY NOT < MST-TRANSACTION-ID
               INVALID KEY
                   SET WS-MST-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-MST-END-OF-FILE
               PERFORM READ-NEXT-MASTER
               PERFORM RELEASE-MONTH-ROW UNTIL WS-MST-END-OF-FILE
           END-IF.

       READ-NEXT-MASTER.

           READ MASTER-FILE NEXT
               AT END
                   SET WS-MST-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-MST-END-OF-FILE AND NOT WS-MASTER-OK
               DISPLAY "Master read error mid-scan, status: "
                   WS-MASTER-FILE-STATUS
               SET WS-STEP-ERROR TO TRUE
               SET WS-MST-END-OF-FILE TO TRUE
           END-IF.

       RELEASE-MONTH-ROW.

           IF MST-RUN-TIMESTAMP IS NUMERIC
               AND MST-RUN-DATE (1:6) = WS-REPORT-MONTH
               AND NOT MST-SECONDARY-LEG
               PERFORM RELEASE-SORT-RECORD
           END-IF
           PERFORM READ-NEXT-MASTER.

       RELEASE-SORT-RECORD.

      *> The ceiling is in the base currency, so the item is set
      *> beside it the way BAB1 applied it - the amount as fed,
      *> unsigned, measured into the base currency.
           PERFORM MEASURE-IN-BASE-CURRENCY
           MOVE MST-USER-ID TO SRT-USER-ID
           MOVE MST-TRANSACTION-TYPE TO SRT-TRANSACTION-TYPE
           MOVE MST-TRANSACTION-STATUS TO SRT-TRANSACTION-STATUS
           MOVE WS-ITEM-BASE-AMOUNT TO SRT-ABS-AMOUNT
           RELEASE SORT-RECORD
           ADD 1 TO WS-COUNT-SELECTED.

       MEASURE-IN-BASE-CURRENCY.

      *> A row from before the master carried the amount as fed has
      *> only MST-AMOUNT, in the account's currency - and accounts
      *> then were all in the base currency. An item fed in the
      *> base currency (or with none) stands as fed; anything else
      *> is taken at its day's rate, or as fed if there is none -
      *> the side that flags rather than the side that misses.
           EVALUATE TRUE
               WHEN MST-ORIGINAL-AMOUNT IS NOT NUMERIC
                   AND MST-AMOUNT < 0
                   COMPUTE WS-ITEM-BASE-AMOUNT = 0 - MST-AMOUNT
               WHEN MST-ORIGINAL-AMOUNT IS NOT NUMERIC
                   MOVE MST-AMOUNT TO WS-ITEM-BASE-AMOUNT
               WHEN MST-ORIGINAL-AMOUNT < 0
                   COMPUTE WS-ITEM-BASE-AMOUNT =
                       0 - MST-ORIGINAL-AMOUNT
               WHEN OTHER
                   MOVE MST-ORIGINAL-AMOUNT TO WS-ITEM-BASE-AMOUNT
           END-EVALUATE
           IF MST-ORIGINAL-AMOUNT IS NUMERIC
               AND MST-CURRENCY-CODE NOT = SPACES
               AND MST-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               IF MST-BUSINESS-DATE IS NUMERIC
                   AND MST-BUSINESS-DATE > 0
                   MOVE MST-BUSINESS-DATE TO WS-ITEM-DATE
               ELSE
                   MOVE MST-RUN-DATE TO WS-ITEM-DATE
               END-IF
               MOVE MST-CURRENCY-CODE TO WS-RATE-WORK-CURRENCY
               MOVE WS-ITEM-DATE TO WS-RATE-WORK-DATE
               PERFORM FIND-RATE-ENTRY
               IF WS-RATE-FOUND-IDX > 0
                   COMPUTE WS-ITEM-BASE-AMOUNT ROUNDED =
                       WS-ITEM-BASE-AMOUNT
                       * WS-RATE-TO-BASE (WS-RATE-FOUND-IDX)
                       ON SIZE ERROR
                           MOVE 999999999.99 TO WS-ITEM-BASE-AMOUNT
                   END-COMPUTE
               ELSE
                   ADD 1 TO WS-COUNT-UNCONVERTED
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Sort output - match the sorted submissions against the
      *> entitlements master, both in user order. A user on the
      *> master with nothing submitted is listed idle; a submitter
      *> not on the master is listed as such - both matter to the
      *> review.
      *> ------------------------------------------------------------
       MERGE-USAGE-WITH-ENTITLEMENTS.

           MOVE LOW-VALUES TO ENT-USER-ID
           START ENTITLEMENT-FILE KEY NOT < ENT-USER-ID
               INVALID KEY
                   SET WS-ENT-END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-ENT-KEY
           END-START
           IF NOT WS-ENT-END-OF-FILE
               PERFORM READ-NEXT-ENTITLEMENT
           END-IF
           PERFORM RETURN-SORT-RECORD
           PERFORM MATCH-ONE-USER
               UNTIL WS-ENT-END-OF-FILE AND WS-SRT-END-OF-FILE.

       READ-NEXT-ENTITLEMENT.

           READ ENTITLEMENT-FILE NEXT
               AT END
                   SET WS-ENT-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-ENT-END-OF-FILE AND NOT WS-ENTITLEMENT-OK
               DISPLAY "Entitlements read error mid-scan, status: "
                   WS-ENTITLEMENT-FILE-STATUS
               SET WS-STEP-ERROR TO TRUE
               SET WS-ENT-END-OF-FILE TO TRUE
           END-IF
           IF WS-ENT-END-OF-FILE
               MOVE HIGH-VALUES TO WS-ENT-KEY
           ELSE
               MOVE ENT-USER-ID TO WS-ENT-KEY
           END-IF.

       RETURN-SORT-RECORD.

           RETURN SORT-FILE
               AT END
                   SET WS-SRT-END-OF-FILE TO TRUE
           END-RETURN
           IF WS-SRT-END-OF-FILE
               MOVE HIGH-VALUES TO WS-SRT-KEY
           ELSE
               MOVE SRT-USER-ID TO WS-SRT-KEY
           END-IF.

       MATCH-ONE-USER.

           EVALUATE TRUE
               WHEN WS-ENT-KEY < WS-SRT-KEY
                   MOVE WS-ENT-KEY TO WS-USER-ID
                   SET WS-USER-ON-MASTER TO TRUE
                   ADD 1 TO WS-COUNT-USERS-ON-MASTER
                   ADD 1 TO WS-COUNT-USERS-IDLE
                   PERFORM WRITE-USER-HEADING
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  NOTHING SUBMITTED IN " WS-REPORT-MONTH
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   PERFORM READ-NEXT-ENTITLEMENT
               WHEN WS-ENT-KEY = WS-SRT-KEY
                   MOVE WS-ENT-KEY TO WS-USER-ID
                   SET WS-USER-ON-MASTER TO TRUE
                   ADD 1 TO WS-COUNT-USERS-ON-MASTER
                   ADD 1 TO WS-COUNT-USERS-ACTIVE
                   PERFORM WRITE-USER-HEADING
                   PERFORM WRITE-USER-TYPE-USAGE
                       UNTIL WS-SRT-KEY NOT = WS-USER-ID
                   PERFORM READ-NEXT-ENTITLEMENT
               WHEN OTHER
                   MOVE WS-SRT-KEY TO WS-USER-ID
                   MOVE 'N' TO WS-USER-ON-MASTER-SWITCH
                   ADD 1 TO WS-COUNT-USERS-UNKNOWN
                   ADD 1 TO WS-COUNT-EXCEPTIONS
                   PERFORM WRITE-USER-HEADING
                   PERFORM WRITE-USER-TYPE-USAGE
                       UNTIL WS-SRT-KEY NOT = WS-USER-ID
           END-EVALUATE.

       WRITE-USER-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-USER-ON-MASTER
               MOVE ENT-AMOUNT-CEILING TO WS-AMOUNT-DISPLAY
               STRING "USER " WS-USER-ID " " ENT-USER-NAME
                   " STATUS " ENT-STATUS
                   " CEILING " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALLOWED: "
                   ENT-ALLOWED-TYPE (1) " " ENT-ALLOWED-TYPE (2) " "
                   ENT-ALLOWED-TYPE (3) " " ENT-ALLOWED-TYPE (4) " "
                   ENT-ALLOWED-TYPE (5) " " ENT-ALLOWED-TYPE (6)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF ENT-ALLOWED-TYPE (7) NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "           "
                       ENT-ALLOWED-TYPE (7) " "
                       ENT-ALLOWED-TYPE (8) " "
                       ENT-ALLOWED-TYPE (9) " "
                       ENT-ALLOWED-TYPE (10) " "
                       ENT-ALLOWED-TYPE (11) " "
                       ENT-ALLOWED-TYPE (12)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  GRANTED BY: " ENT-GRANTED-BY
                   "  LAST REVIEWED: " ENT-LAST-REVIEW-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               STRING "USER " WS-USER-ID
                   " *** NOT ON ENTITLEMENTS MASTER ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> One line per transaction type the user submitted - items,
      *> how many BAB1 refused UNENTITLED, and the largest single
      *> amount - flagged where the type is not (or no longer)
      *> allowed, or the largest item exceeds the ceiling.
       WRITE-USER-TYPE-USAGE.

           MOVE SRT-TRANSACTION-TYPE TO WS-TYPE
           MOVE 0 TO WS-TYPE-COUNT
           MOVE 0 TO WS-TYPE-REFUSED
           MOVE 0 TO WS-TYPE-LARGEST
           PERFORM ACCUMULATE-TYPE-ITEM
               UNTIL WS-SRT-KEY NOT = WS-USER-ID
                  OR SRT-TRANSACTION-TYPE NOT = WS-TYPE
           PERFORM FLAG-TYPE-USAGE
           MOVE WS-TYPE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TYPE-REFUSED TO WS-REFUSED-DISPLAY
           MOVE WS-TYPE-LARGEST TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-TYPE "  SUBMITTED " WS-COUNT-DISPLAY
               "  REFUSED " WS-REFUSED-DISPLAY
               "  LARGEST " WS-AMOUNT-DISPLAY
               " " WS-TYPE-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       ACCUMULATE-TYPE-ITEM.

           ADD 1 TO WS-TYPE-COUNT
           IF SRT-TRANSACTION-STATUS = 'UNENTITLED'
               ADD 1 TO WS-TYPE-REFUSED
           END-IF
           IF SRT-ABS-AMOUNT > WS-TYPE-LARGEST
               MOVE SRT-ABS-AMOUNT TO WS-TYPE-LARGEST
           END-IF
           PERFORM RETURN-SORT-RECORD.

       FLAG-TYPE-USAGE.

           MOVE SPACES TO WS-TYPE-FLAG
           MOVE 'N' TO WS-TYPE-ALLOWED-SWITCH
           IF WS-USER-ON-MASTER AND ENT-ACTIVE
               PERFORM SEARCH-ALLOWED-TYPES
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > 12 OR WS-TYPE-ALLOWED
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TYPE-ALLOWED
                   MOVE 'NOT ALLOWED' TO WS-TYPE-FLAG
                   ADD 1 TO WS-COUNT-EXCEPTIONS
               WHEN WS-TYPE-LARGEST > ENT-AMOUNT-CEILING
                   MOVE 'OVER CEILING' TO WS-TYPE-FLAG
                   ADD 1 TO WS-COUNT-EXCEPTIONS
           END-EVALUATE.

       SEARCH-ALLOWED-TYPES.

           IF ENT-ALLOWED-TYPE (WS-ENT-IDX) = WS-TYPE
               SET WS-TYPE-ALLOWED TO TRUE
           END-IF.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABG ENTITLEMENT USAGE REPORT - ACCESS REVIEW"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MONTH REVIEWED: " WS-REPORT-MONTH
               "  RUN DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-STEP-ERROR
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** REPORT INCOMPLETE - A MASTER WAS "
                   "UNAVAILABLE OR FAILED MID-SCAN - DO NOT FILE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEMS SUBMITTED IN MONTH: " WS-COUNT-SELECTED
               "  NOT CONVERTED (NO RATE): " WS-COUNT-UNCONVERTED
               "  BASE: " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "USERS ON MASTER: " WS-COUNT-USERS-ON-MASTER
               "  ACTIVE: " WS-COUNT-USERS-ACTIVE
               "  IDLE: " WS-COUNT-USERS-IDLE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUBMITTERS NOT ON MASTER: " WS-COUNT-USERS-UNKNOWN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCEPTIONS FLAGGED FOR REVIEW: "
               WS-COUNT-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
