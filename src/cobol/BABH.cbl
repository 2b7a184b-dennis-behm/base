       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO BAB1RAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO BABHEXT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO BABHSRT.

           SELECT MASTER-FILE ASSIGN TO BAB1MST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRANSACTION-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT FILED-FILE ASSIGN TO BABHFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFL-KEY
               FILE STATUS IS WS-FILED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads - this run
       *> honors:
       *>   CASH-REPORT-THRESHOLD=000010000 (whole units of the base
       *>                             currency - a day whose total
       *>                             on an account is over it is
       *>                             reportable; required, the run
       *>                             ends RC=16 without it)
       *>   CASH-REPORT-TYPES=DEP,WDL  (up to ten transaction types
       *>                             counted as cash, comma
       *>                             separated; default every type)
       *>   CASH-STRUCTURING-PCT=80    (an item of at least this
       *>                             percentage of the threshold,
       *>                             but not over it, is "just
       *>                             under"; default 80)
       *>   CASH-STRUCTURING-ITEMS=03  (that many just-under items on
       *>                             one account make a pattern;
       *>                             default 3)
       *>   CASH-STRUCTURING-DAYS=005  (...within this many calendar
       *>                             days; default 5)
       *>   CASH-LOOKBACK-DAYS=031     (activity days scanned, ending
       *>                             on the business date; default
       *>                             31)
       *>   BUSINESS-DATE=20260821     (last activity day scanned;
       *>                             default the run date)
       *>   BASE-CURRENCY=USD          (currency the threshold is in
       *>                             and the rate file quotes
       *>                             against; default USD)
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> BAB1's daily exchange rate file - activity on an account in
       *> another currency is measured into the base currency at the
       *> rate for the account's currency on the activity day (or
       *> the last day before it with a rate, for a day the rates
       *> were not published).
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RAT-CURRENCY-CODE             PIC X(3).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-DATE                 PIC X(8).
           05 FILLER                        PIC X(1).
           05 RAT-RATE-TO-BASE              PIC 9(5)V9(7).

       *> Filing extract - one record per filing, in the layout the
       *> compliance filing team loads: C for a day over the
       *> threshold (first and last date the same), S for a possible
       *> structuring pattern across the days given. Amounts unsigned
       *> in the base currency.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05 EXT-FILING-KIND               PIC X(1).
           05 EXT-ACCOUNT-NUMBER            PIC X(10).
           05 EXT-FIRST-DATE                PIC 9(8).
           05 EXT-LAST-DATE                 PIC 9(8).
           05 EXT-ITEM-COUNT                PIC 9(4).
           05 EXT-TOTAL-AMOUNT              PIC 9(11)V99.
           05 EXT-CURRENCY-CODE             PIC X(3).
           05 EXT-THRESHOLD                 PIC 9(9).
           05 EXT-REPORTED-DATE             PIC 9(8).

       *> Reviewer's report - each filing with the transaction IDs
       *> behind it.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       *> The scanned days' cash activity, sorted into account, day
       *> and time order - the master is keyed by transaction ID.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SRT-ACCOUNT-NUMBER            PIC X(10).
           05 SRT-BUSINESS-DATE             PIC 9(8).
           05 SRT-RUN-DATE                  PIC 9(8).
           05 SRT-RUN-TIME                  PIC 9(8).
           05 SRT-TRANSACTION-ID            PIC X(10).
           05 SRT-TRANSACTION-TYPE          PIC X(4).
           05 SRT-DAY-NUMBER                PIC 9(7).
           05 SRT-BASE-AMOUNT               PIC 9(11)V99 COMP-3.

       *> Reconciliation master - record layout shared with BAB1.
       FD  MASTER-FILE.
       COPY BABMST.

       *> Cash filings log - the account/days already filed.
       FD  FILED-FILE.
       COPY BABHFIL.

       WORKING-STORAGE SECTION.

       77 WS-MASTER-FILE-STATUS            PIC X(2)  VALUE SPACES.
           88 WS-MASTER-OK                 VALUE '00'.
       77 WS-FILED-FILE-STATUS             PIC X(2)  VALUE SPACES.
           88 WS-FILED-OK                  VALUE '00'.
           88 WS-FILED-NOT-FOUND           VALUE '23'.
       77 WS-RATE-FILE-STATUS              PIC X(2)  VALUE SPACES.
           88 WS-RATE-OK                   VALUE '00'.
       77 WS-RATE-OPEN-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RATE-FILE-OPEN            VALUE 'Y'.

       *> Without the master or the filings log nothing can be filed
       *> safely - the run ends RC=16 with nothing extracted. A read
       *> error mid-scan does the same: a filing built on part of a
       *> day's activity would understate it.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.
       77 WS-MST-ERROR-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-MST-READ-ERROR            VALUE 'Y'.

       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.
       77 WS-RATE-EOF-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-RATE-END-OF-FILE          VALUE 'Y'.
       77 WS-MST-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-MST-END-OF-FILE           VALUE 'Y'.
       77 WS-SRT-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-SRT-END-OF-FILE           VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.

       *> Reporting rules from the control file.
       77 WS-BUSINESS-DATE                 PIC 9(8)  VALUE 0.
       77 WS-BASE-CURRENCY                 PIC X(3)  VALUE 'USD'.
       77 WS-CASH-THRESHOLD                PIC 9(9)  VALUE 0.
       77 WS-STRUCTURING-PCT               PIC 9(2)  VALUE 80.
       77 WS-STRUCTURING-ITEMS             PIC 9(2)  VALUE 3.
       77 WS-STRUCTURING-DAYS              PIC 9(3)  VALUE 5.
       77 WS-LOOKBACK-DAYS                 PIC 9(3)  VALUE 31.
       77 WS-STRUCTURING-FLOOR             PIC 9(11)V99 COMP-3
                                           VALUE 0.

       *> Transaction types counted as cash - none named counts every
       *> type.
       01 WS-CASH-TYPE-TABLE.
           05 WS-CASH-TYPE                  PIC X(4)
                                            OCCURS 10 TIMES.
       77 WS-CASH-TYPES-USED               PIC 9(2)  VALUE 0.
       77 WS-CASH-IDX                      PIC 9(2)  VALUE 0.
       77 WS-CASH-TYPE-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-CASH-TYPE-MATCHED         VALUE 'Y'.

       *> Rate into the base currency per currency per day, for the
       *> days scanned and the ten before the first of them (so a
       *> first day the rates were not published still has one). A
       *> row for a day and currency already held replaces it.
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
       77 WS-RATE-FIRST-DAY-NUMBER         PIC 9(7)  VALUE 0.
       77 WS-COUNT-RATES-DROPPED           PIC 9(6)  VALUE 0.

       *> Activity days scanned, as day numbers - a PARM range, or
       *> the lookback ending on the business date.
       77 WS-FROM-DATE                     PIC 9(8)  VALUE 0.
       77 WS-TO-DATE                       PIC 9(8)  VALUE 0.
       77 WS-FROM-DAY-NUMBER               PIC 9(7)  VALUE 0.
       77 WS-TO-DAY-NUMBER                 PIC 9(7)  VALUE 0.
       77 WS-PARM-PIECE-1                  PIC X(40) VALUE SPACES.
       77 WS-PARM-PIECE-2                  PIC X(40) VALUE SPACES.

       *> A PARM date is proven a plausible calendar date, and the
       *> range the right way round, before any day is scanned - a
       *> bad window would file records for days never asked for.
       77 WS-PARM-KEYWORD                  PIC X(4)  VALUE SPACES.
       01 WS-PARM-DATE-TEXT                PIC X(8)  VALUE SPACES.
       01 WS-PARM-DATE-PARTS REDEFINES WS-PARM-DATE-TEXT.
           05 WS-PARM-DATE-YEAR             PIC 9(4).
           05 WS-PARM-DATE-MONTH            PIC 9(2).
           05 WS-PARM-DATE-DAY              PIC 9(2).
       77 WS-PARM-DATE-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-PARM-DATE-VALID           VALUE 'Y'.
       77 WS-PARM-ERROR-SWITCH             PIC X(1)  VALUE 'N'.
           88 WS-PARM-NOT-VALID            VALUE 'Y'.

       *> Calendar date to day number - days counted from a fixed
       *> origin, so a window of days is a plain subtraction across
       *> month and year ends. March starts the counting year, which
       *> puts any leap day last.
       01 WS-DN-DATE.
           05 WS-DN-YEAR                    PIC 9(4).
           05 WS-DN-MONTH                   PIC 9(2).
           05 WS-DN-DAY                     PIC 9(2).
       77 WS-DN-DAY-NUMBER                 PIC 9(7)  VALUE 0.
       77 WS-DN-WORK-YEAR                  PIC 9(4)  VALUE 0.
       77 WS-DN-WORK-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-DN-QUOTIENT-4                 PIC 9(4)  VALUE 0.
       77 WS-DN-QUOTIENT-100               PIC 9(4)  VALUE 0.
       77 WS-DN-QUOTIENT-400               PIC 9(4)  VALUE 0.
       77 WS-DN-MONTH-DAYS                 PIC 9(4)  VALUE 0.

       *> Item being measured into the base currency.
       77 WS-ITEM-BASE-AMOUNT              PIC 9(11)V99 COMP-3
                                           VALUE 0.

       *> Account and day in hand on the sorted stream.
       77 WS-HELD-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-ACCOUNT-HELD              VALUE 'Y'.
       77 WS-HELD-ACCOUNT                  PIC X(10) VALUE SPACES.
      *> The business date a master row was posted for - its run date
      *> on a row from before the master carried one.
       77 WS-ACTIVITY-DATE                 PIC 9(8)  VALUE 0.
       77 WS-HELD-DATE                     PIC 9(8)  VALUE 0.

       *> The day's items on the account in hand, for the day total
       *> and the IDs listed under a threshold filing. A day busier
       *> than the table still totals in full; only the listing is
       *> cut short.
       01 WS-DAY-ITEM-TABLE.
           05 WS-DAY-ITEM OCCURS 200 TIMES.
               10 WS-DI-TRANSACTION-ID      PIC X(10).
               10 WS-DI-TRANSACTION-TYPE    PIC X(4).
               10 WS-DI-RUN-TIME            PIC 9(8).
               10 WS-DI-AMOUNT              PIC 9(11)V99 COMP-3.
       77 WS-DAY-ITEMS-USED                PIC 9(4)  VALUE 0.
       77 WS-DAY-ITEM-COUNT                PIC 9(6)  VALUE 0.
       77 WS-DAY-TOTAL                     PIC 9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-DAY-IDX                       PIC 9(4)  VALUE 0.

       *> Whether the day in hand already went out on a structuring
       *> filing - looked up at the day's first just-under item.
       77 WS-DAY-S-CHECKED-SWITCH          PIC X(1)  VALUE 'N'.
           88 WS-DAY-S-CHECKED             VALUE 'Y'.
       77 WS-DAY-S-FILED-SWITCH            PIC X(1)  VALUE 'N'.
           88 WS-DAY-S-FILED               VALUE 'Y'.

       *> The account's just-under items, in time order, from days
       *> not yet filed for structuring.
       01 WS-CANDIDATE-TABLE.
           05 WS-CANDIDATE OCCURS 200 TIMES.
               10 WS-CD-TRANSACTION-ID      PIC X(10).
               10 WS-CD-TRANSACTION-TYPE    PIC X(4).
               10 WS-CD-BUSINESS-DATE       PIC 9(8).
               10 WS-CD-RUN-TIME            PIC 9(8).
               10 WS-CD-DAY-NUMBER          PIC 9(7).
               10 WS-CD-AMOUNT              PIC 9(11)V99 COMP-3.
       77 WS-CANDIDATES-USED               PIC 9(4)  VALUE 0.
       77 WS-CD-IDX                        PIC 9(4)  VALUE 0.

       *> Rolling window over the candidates - start and end index,
       *> and the span in days between them.
       77 WS-WIN-START                     PIC 9(4)  VALUE 0.
       77 WS-WIN-END                       PIC 9(4)  VALUE 0.
       77 WS-WIN-SPAN                      PIC 9(7)  VALUE 0.
       77 WS-WIN-ITEMS                     PIC 9(4)  VALUE 0.
       77 WS-WIN-TOTAL                     PIC 9(11)V99 COMP-3
                                           VALUE 0.
       77 WS-WIN-OPEN-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-WINDOW-OPEN               VALUE 'Y'.
       77 WS-LAST-LOGGED-DATE              PIC 9(8)  VALUE 0.

       *> Run counters for the closing summary.
       77 WS-COUNT-SELECTED                PIC 9(6)  VALUE 0.
       77 WS-COUNT-THRESHOLD-FILED         PIC 9(6)  VALUE 0.
       77 WS-COUNT-STRUCTURING-FILED       PIC 9(6)  VALUE 0.
       77 WS-COUNT-ALREADY-FILED           PIC 9(6)  VALUE 0.
       77 WS-COUNT-UNCONVERTED             PIC 9(6)  VALUE 0.
       77 WS-COUNT-WARNING                 PIC 9(6)  VALUE 0.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> Print masks for the report lines.
       77 WS-AMOUNT-DISPLAY                PIC Z(10)9.99.
       77 WS-COUNT-DISPLAY                 PIC ZZZZZ9.

       01 WS-REPORT-LINE                   PIC X(80).

       LINKAGE SECTION.

       *> JCL PARM, e.g. FROM=20260801,TO=20260822 - rescans a given
       *> range of activity days in place of the lookback; either
       *> keyword may stand alone.
       01 BABH-PARM.
           05 PARM-LENGTH                   PIC S9(4) COMP.
           05 PARM-TEXT                     PIC X(80).

       PROCEDURE DIVISION USING BABH-PARM.

       MAIN-PROCESS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM READ-CONTROL-FILE
           IF WS-BUSINESS-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           END-IF
           PERFORM PROCESS-PARM
           PERFORM SET-SCAN-RANGE
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
           IF WS-PARM-NOT-VALID
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PARM DATE RANGE NOT VALID: "
                   PARM-TEXT (1:40)
                   " - NOTHING FILED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-CASH-THRESHOLD = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CASH-REPORT-THRESHOLD NOT ON BAB1CTL - "
                   "NOTHING REPORTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF WS-RUN-ABORTED
               AND NOT WS-PARM-NOT-VALID
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MASTER OR FILINGS LOG UNAVAILABLE, OR NO "
                   "THRESHOLD - STATUS " WS-MASTER-FILE-STATUS
                   "/" WS-FILED-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM LOAD-EXCHANGE-RATES
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                    SRT-BUSINESS-DATE
                                    SRT-RUN-DATE
                                    SRT-RUN-TIME
                                    SRT-TRANSACTION-ID
                   INPUT PROCEDURE IS SELECT-CASH-ACTIVITY
                   OUTPUT PROCEDURE IS EVALUATE-CASH-ACTIVITY
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       SET-JOB-RETURN-CODE.

      *> RC=4 whenever anything went on the extract, so the filing
      *> team is paged to load it; RC=8 when a listing was cut short
      *> or a filing could not be logged and will come round again.
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COUNT-WARNING > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-THRESHOLD-FILED > 0
                   OR WS-COUNT-STRUCTURING-FILED > 0
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
               WHEN 'BUSINESS-DATE'
                   IF WS-CONTROL-VALUE (1:8) IS NUMERIC
                       MOVE WS-CONTROL-VALUE (1:8) TO WS-BUSINESS-DATE
                   ELSE
                       DISPLAY "BUSINESS-DATE not valid: "
                           WS-CONTROL-VALUE (1:8)
                   END-IF
               WHEN 'BASE-CURRENCY'
                   MOVE WS-CONTROL-VALUE (1:3) TO WS-BASE-CURRENCY
               WHEN 'CASH-REPORT-THRESHOLD'
                   IF WS-CONTROL-VALUE (1:9) IS NUMERIC
                       MOVE WS-CONTROL-VALUE (1:9)
                           TO WS-CASH-THRESHOLD
                   ELSE
                       DISPLAY "Unusable cash threshold ignored: "
                           WS-CONTROL-VALUE
                   END-IF
               WHEN 'CASH-REPORT-TYPES'
                   MOVE SPACES TO WS-CASH-TYPE-TABLE
                   MOVE 0 TO WS-CASH-TYPES-USED
                   UNSTRING WS-CONTROL-VALUE DELIMITED BY ','
                       INTO WS-CASH-TYPE (1) WS-CASH-TYPE (2)
                            WS-CASH-TYPE (3) WS-CASH-TYPE (4)
                            WS-CASH-TYPE (5) WS-CASH-TYPE (6)
                            WS-CASH-TYPE (7) WS-CASH-TYPE (8)
                            WS-CASH-TYPE (9) WS-CASH-TYPE (10)
                       TALLYING IN WS-CASH-TYPES-USED
                   END-UNSTRING
               WHEN 'CASH-STRUCTURING-PCT'
                   IF WS-CONTROL-VALUE (1:2) IS NUMERIC
                       AND WS-CONTROL-VALUE (1:2) NOT = '00'
                       MOVE WS-CONTROL-VALUE (1:2)
                           TO WS-STRUCTURING-PCT
                   END-IF
               WHEN 'CASH-STRUCTURING-ITEMS'
                   IF WS-CONTROL-VALUE (1:2) IS NUMERIC
                       AND WS-CONTROL-VALUE (1:2) > '01'
                       MOVE WS-CONTROL-VALUE (1:2)
                           TO WS-STRUCTURING-ITEMS
                   END-IF
               WHEN 'CASH-STRUCTURING-DAYS'
                   IF WS-CONTROL-VALUE (1:3) IS NUMERIC
                       AND WS-CONTROL-VALUE (1:3) NOT = '000'
                       MOVE WS-CONTROL-VALUE (1:3)
                           TO WS-STRUCTURING-DAYS
                   END-IF
               WHEN 'CASH-LOOKBACK-DAYS'
                   IF WS-CONTROL-VALUE (1:3) IS NUMERIC
                       AND WS-CONTROL-VALUE (1:3) NOT = '000'
                       MOVE WS-CONTROL-VALUE (1:3)
                           TO WS-LOOKBACK-DAYS
                   END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       PROCESS-PARM.

           IF PARM-LENGTH > 0
               UNSTRING PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-PIECE-1 WS-PARM-PIECE-2
               PERFORM APPLY-PARM-PIECE-1
               PERFORM APPLY-PARM-PIECE-2
           END-IF.

       APPLY-PARM-PIECE-1.

           IF WS-PARM-PIECE-1 (1:5) = 'FROM='
               MOVE 'FROM' TO WS-PARM-KEYWORD
               MOVE WS-PARM-PIECE-1 (6:8) TO WS-PARM-DATE-TEXT
               PERFORM CHECK-PARM-DATE
               IF WS-PARM-DATE-VALID
                   MOVE WS-PARM-DATE-TEXT TO WS-FROM-DATE
               END-IF
           END-IF
           IF WS-PARM-PIECE-1 (1:3) = 'TO='
               MOVE 'TO' TO WS-PARM-KEYWORD
               MOVE WS-PARM-PIECE-1 (4:8) TO WS-PARM-DATE-TEXT
               PERFORM CHECK-PARM-DATE
               IF WS-PARM-DATE-VALID
                   MOVE WS-PARM-DATE-TEXT TO WS-TO-DATE
               END-IF
           END-IF.

       APPLY-PARM-PIECE-2.

           IF WS-PARM-PIECE-2 (1:5) = 'FROM='
               MOVE 'FROM' TO WS-PARM-KEYWORD
               MOVE WS-PARM-PIECE-2 (6:8) TO WS-PARM-DATE-TEXT
               PERFORM CHECK-PARM-DATE
               IF WS-PARM-DATE-VALID
                   MOVE WS-PARM-DATE-TEXT TO WS-FROM-DATE
               END-IF
           END-IF
           IF WS-PARM-PIECE-2 (1:3) = 'TO='
               MOVE 'TO' TO WS-PARM-KEYWORD
               MOVE WS-PARM-PIECE-2 (4:8) TO WS-PARM-DATE-TEXT
               PERFORM CHECK-PARM-DATE
               IF WS-PARM-DATE-VALID
                   MOVE WS-PARM-DATE-TEXT TO WS-TO-DATE
               END-IF
           END-IF.

       CHECK-PARM-DATE.

           MOVE 'N' TO WS-PARM-DATE-SWITCH
           IF WS-PARM-DATE-TEXT IS NUMERIC
               IF WS-PARM-DATE-MONTH >= 1 AND WS-PARM-DATE-MONTH <= 12
                   AND WS-PARM-DATE-DAY >= 1
                   AND WS-PARM-DATE-DAY <= 31
                   SET WS-PARM-DATE-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-PARM-DATE-VALID
               DISPLAY "PARM " WS-PARM-KEYWORD "= date not valid: "
                   WS-PARM-DATE-TEXT " - ending run"
               SET WS-PARM-NOT-VALID TO TRUE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       SET-SCAN-RANGE.

      *> The lookback is counted back from the last day scanned, the
      *> last day itself included.
           IF WS-TO-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PARM FROM= date " WS-FROM-DATE
                   " is after TO= date " WS-TO-DATE " - ending run"
               SET WS-PARM-NOT-VALID TO TRUE
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           MOVE WS-TO-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-TO-DAY-NUMBER
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DAY-NUMBER =
                   WS-TO-DAY-NUMBER - WS-LOOKBACK-DAYS + 1
           ELSE
               MOVE WS-FROM-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER
           END-IF
           COMPUTE WS-STRUCTURING-FLOOR ROUNDED =
               WS-CASH-THRESHOLD * WS-STRUCTURING-PCT / 100.

       COMPUTE-DAY-NUMBER.

           IF WS-DN-MONTH > 2
               MOVE WS-DN-YEAR TO WS-DN-WORK-YEAR
               COMPUTE WS-DN-WORK-MONTH = WS-DN-MONTH - 3
           ELSE
               COMPUTE WS-DN-WORK-YEAR = WS-DN-YEAR - 1
               COMPUTE WS-DN-WORK-MONTH = WS-DN-MONTH + 9
           END-IF
           DIVIDE WS-DN-WORK-YEAR BY 4 GIVING WS-DN-QUOTIENT-4
           DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOTIENT-100
           DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOTIENT-400
           COMPUTE WS-DN-MONTH-DAYS = WS-DN-WORK-MONTH * 153 + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DN-DAY-NUMBER = WS-DN-WORK-YEAR * 365
               + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
               + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS + WS-DN-DAY.

       OPEN-FILES.

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN INPUT MASTER-FILE
           IF NOT WS-MASTER-OK
               DISPLAY "Error opening master file, status: "
                   WS-MASTER-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           OPEN I-O FILED-FILE
           IF NOT WS-FILED-OK
               DISPLAY "Error opening cash filings log, status: "
                   WS-FILED-FILE-STATUS
               SET WS-RUN-ABORTED TO TRUE
           END-IF
      *> No rate file only means foreign-currency activity is taken
      *> as it stands - counted on the summary, never left out.
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
           CLOSE EXTRACT-FILE
           CLOSE MASTER-FILE
           CLOSE FILED-FILE
           IF WS-RATE-FILE-OPEN
               CLOSE RATE-FILE
           END-IF.

       LOAD-EXCHANGE-RATES.

           COMPUTE WS-RATE-FIRST-DAY-NUMBER = WS-FROM-DAY-NUMBER - 10
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
               MOVE RAT-RATE-DATE TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               IF WS-DN-DAY-NUMBER NOT < WS-RATE-FIRST-DAY-NUMBER
                   AND WS-DN-DAY-NUMBER NOT > WS-TO-DAY-NUMBER
                   PERFORM ADD-RATE-ENTRY
               END-IF
           END-IF
           PERFORM READ-RATE-RECORD.

       ADD-RATE-ENTRY.

      *> A table too small for the range leaves the later rows out -
      *> their days fall back to an earlier rate or none, so the run
      *> is flagged for a shorter rescan.
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
                       ADD 1 TO WS-COUNT-WARNING
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

      *> ------------------------------------------------------------
      *> Sort input - money that actually moved (COMPLETE or
      *> OVERDRAWN) on the days scanned, in the cash types, each
      *> measured unsigned into the base currency. Each leg of a
      *> transfer is activity on its own account.
      *> ------------------------------------------------------------
       SELECT-CASH-ACTIVITY.

           MOVE LOW-VALUES TO MST-TRANSACTION-ID
           START MASTER-FILE KEY NOT < MST-TRANSACTION-ID
               INVALID KEY
                   SET WS-MST-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-MST-END-OF-FILE
               PERFORM READ-NEXT-MASTER
               PERFORM RELEASE-CASH-ROW UNTIL WS-MST-END-OF-FILE
           END-IF.

       READ-NEXT-MASTER.

           READ MASTER-FILE NEXT
               AT END
                   SET WS-MST-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-MST-END-OF-FILE AND NOT WS-MASTER-OK
               DISPLAY "Master read error mid-scan, status: "
                   WS-MASTER-FILE-STATUS
               SET WS-MST-READ-ERROR TO TRUE
               SET WS-RUN-ABORTED TO TRUE
               SET WS-MST-END-OF-FILE TO TRUE
           END-IF.

       RELEASE-CASH-ROW.

           IF (MST-RETURN-CODE = 0 OR MST-RETURN-CODE = 5)
               AND (MST-TRANSACTION-STATUS = 'COMPLETE'
               OR MST-TRANSACTION-STATUS = 'OVERDRAWN')
               AND MST-RUN-TIMESTAMP IS NUMERIC
               PERFORM CHECK-CASH-TYPE
               IF WS-CASH-TYPE-MATCHED
                   IF MST-BUSINESS-DATE IS NUMERIC
                       AND MST-BUSINESS-DATE > 0
                       MOVE MST-BUSINESS-DATE TO WS-ACTIVITY-DATE
                   ELSE
                       MOVE MST-RUN-DATE TO WS-ACTIVITY-DATE
                   END-IF
                   MOVE WS-ACTIVITY-DATE TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   IF WS-DN-DAY-NUMBER NOT < WS-FROM-DAY-NUMBER
                       AND WS-DN-DAY-NUMBER NOT > WS-TO-DAY-NUMBER
                       PERFORM RELEASE-SORT-RECORD
                   END-IF
               END-IF
           END-IF
           PERFORM READ-NEXT-MASTER.

       CHECK-CASH-TYPE.

           IF WS-CASH-TYPES-USED = 0
               SET WS-CASH-TYPE-MATCHED TO TRUE
           ELSE
               MOVE 'N' TO WS-CASH-TYPE-SWITCH
               PERFORM SEARCH-CASH-TYPES
                   VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-TYPES-USED
                      OR WS-CASH-TYPE-MATCHED
           END-IF.

       SEARCH-CASH-TYPES.

           IF WS-CASH-TYPE (WS-CASH-IDX) = MST-TRANSACTION-TYPE
               SET WS-CASH-TYPE-MATCHED TO TRUE
           END-IF.

       RELEASE-SORT-RECORD.

           PERFORM MEASURE-IN-BASE-CURRENCY
           MOVE MST-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
           MOVE WS-ACTIVITY-DATE TO SRT-BUSINESS-DATE
           MOVE MST-RUN-DATE TO SRT-RUN-DATE
           MOVE MST-RUN-TIME TO SRT-RUN-TIME
           MOVE MST-TRANSACTION-ID TO SRT-TRANSACTION-ID
           MOVE MST-TRANSACTION-TYPE TO SRT-TRANSACTION-TYPE
           MOVE WS-DN-DAY-NUMBER TO SRT-DAY-NUMBER
           MOVE WS-ITEM-BASE-AMOUNT TO SRT-BASE-AMOUNT
           RELEASE SORT-RECORD
           ADD 1 TO WS-COUNT-SELECTED.

       MEASURE-IN-BASE-CURRENCY.

      *> An account in the base currency (or one from before accounts
      *> carried a currency) moved by the amount posted; an item fed
      *> in the base currency by the amount fed. Anything else is
      *> taken at its activity day's rate, or as it stands if the
      *> currency has none by then - the side that reports rather
      *> than the side that misses.
           EVALUATE TRUE
               WHEN MST-ACCOUNT-CURRENCY = SPACES
                   OR MST-ACCOUNT-CURRENCY = WS-BASE-CURRENCY
                   MOVE MST-AMOUNT TO WS-ITEM-BASE-AMOUNT
               WHEN MST-CURRENCY-CODE = WS-BASE-CURRENCY
                   MOVE MST-ORIGINAL-AMOUNT TO WS-ITEM-BASE-AMOUNT
               WHEN OTHER
                   MOVE MST-AMOUNT TO WS-ITEM-BASE-AMOUNT
                   MOVE MST-ACCOUNT-CURRENCY TO WS-RATE-WORK-CURRENCY
                   MOVE WS-ACTIVITY-DATE TO WS-RATE-WORK-DATE
                   PERFORM FIND-RATE-ENTRY
                   IF WS-RATE-FOUND-IDX > 0
                       COMPUTE WS-ITEM-BASE-AMOUNT ROUNDED =
                           WS-ITEM-BASE-AMOUNT
                           * WS-RATE-TO-BASE (WS-RATE-FOUND-IDX)
                           ON SIZE ERROR
                               MOVE 99999999999.99
                                   TO WS-ITEM-BASE-AMOUNT
                       END-COMPUTE
                   ELSE
                       ADD 1 TO WS-COUNT-UNCONVERTED
                   END-IF
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Sort output - per account, total each day and file it when
      *> over the threshold; gather the just-under items and, at the
      *> account break, look for a pattern of them inside the
      *> rolling window. Nothing is filed from a partial scan.
      *> ------------------------------------------------------------
       EVALUATE-CASH-ACTIVITY.

           IF NOT WS-MST-READ-ERROR
               PERFORM RETURN-SORT-RECORD
               PERFORM EVALUATE-ONE-ITEM UNTIL WS-SRT-END-OF-FILE
               IF WS-ACCOUNT-HELD
                   PERFORM FINISH-ACCOUNT
               END-IF
           END-IF.

       RETURN-SORT-RECORD.

           RETURN SORT-FILE
               AT END
                   SET WS-SRT-END-OF-FILE TO TRUE
           END-RETURN.

       EVALUATE-ONE-ITEM.

           IF WS-ACCOUNT-HELD
               AND SRT-ACCOUNT-NUMBER NOT = WS-HELD-ACCOUNT
               PERFORM FINISH-ACCOUNT
           END-IF
           IF WS-ACCOUNT-HELD
               AND SRT-BUSINESS-DATE NOT = WS-HELD-DATE
               PERFORM FINISH-DAY
               PERFORM START-DAY
           END-IF
           IF NOT WS-ACCOUNT-HELD
               MOVE SRT-ACCOUNT-NUMBER TO WS-HELD-ACCOUNT
               MOVE 0 TO WS-CANDIDATES-USED
               SET WS-ACCOUNT-HELD TO TRUE
               PERFORM START-DAY
           END-IF
           ADD 1 TO WS-DAY-ITEM-COUNT
           ADD SRT-BASE-AMOUNT TO WS-DAY-TOTAL
               ON SIZE ERROR
                   MOVE 99999999999.99 TO WS-DAY-TOTAL
           END-ADD
           IF WS-DAY-ITEMS-USED < 200
               ADD 1 TO WS-DAY-ITEMS-USED
               MOVE SRT-TRANSACTION-ID
                   TO WS-DI-TRANSACTION-ID (WS-DAY-ITEMS-USED)
               MOVE SRT-TRANSACTION-TYPE
                   TO WS-DI-TRANSACTION-TYPE (WS-DAY-ITEMS-USED)
               MOVE SRT-RUN-TIME TO WS-DI-RUN-TIME (WS-DAY-ITEMS-USED)
               MOVE SRT-BASE-AMOUNT TO WS-DI-AMOUNT (WS-DAY-ITEMS-USED)
           END-IF
           IF SRT-BASE-AMOUNT NOT < WS-STRUCTURING-FLOOR
               AND SRT-BASE-AMOUNT NOT > WS-CASH-THRESHOLD
               PERFORM GATHER-CANDIDATE
           END-IF
           PERFORM RETURN-SORT-RECORD.

       START-DAY.

           MOVE SRT-BUSINESS-DATE TO WS-HELD-DATE
           MOVE 0 TO WS-DAY-ITEMS-USED
           MOVE 0 TO WS-DAY-ITEM-COUNT
           MOVE 0 TO WS-DAY-TOTAL
           MOVE 'N' TO WS-DAY-S-CHECKED-SWITCH
           MOVE 'N' TO WS-DAY-S-FILED-SWITCH.

       GATHER-CANDIDATE.

      *> A day already filed for structuring has been reported -
      *> its items start no second pattern.
           IF NOT WS-DAY-S-CHECKED
               MOVE WS-HELD-ACCOUNT TO CFL-ACCOUNT-NUMBER
               MOVE WS-HELD-DATE TO CFL-ACTIVITY-DATE
               SET CFL-STRUCTURING-FILING TO TRUE
               PERFORM LOOK-UP-FILING
               IF WS-FILED-OK
                   SET WS-DAY-S-FILED TO TRUE
               END-IF
               SET WS-DAY-S-CHECKED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-DAY-S-FILED
                   CONTINUE
               WHEN WS-CANDIDATES-USED < 200
                   ADD 1 TO WS-CANDIDATES-USED
                   MOVE SRT-TRANSACTION-ID
                       TO WS-CD-TRANSACTION-ID (WS-CANDIDATES-USED)
                   MOVE SRT-TRANSACTION-TYPE
                       TO WS-CD-TRANSACTION-TYPE (WS-CANDIDATES-USED)
                   MOVE SRT-BUSINESS-DATE
                       TO WS-CD-BUSINESS-DATE (WS-CANDIDATES-USED)
                   MOVE SRT-RUN-TIME
                       TO WS-CD-RUN-TIME (WS-CANDIDATES-USED)
                   MOVE SRT-DAY-NUMBER
                       TO WS-CD-DAY-NUMBER (WS-CANDIDATES-USED)
                   MOVE SRT-BASE-AMOUNT
                       TO WS-CD-AMOUNT (WS-CANDIDATES-USED)
               WHEN OTHER
                   DISPLAY "Structuring candidates overflow on "
                       WS-HELD-ACCOUNT " - item " SRT-TRANSACTION-ID
                       " not evaluated"
                   ADD 1 TO WS-COUNT-WARNING
           END-EVALUATE.

       LOOK-UP-FILING.

           READ FILED-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FILED-OK AND NOT WS-FILED-NOT-FOUND
               DISPLAY "Cash filings log read error, status: "
                   WS-FILED-FILE-STATUS " - " CFL-KEY
               ADD 1 TO WS-COUNT-WARNING
           END-IF.

       FINISH-ACCOUNT.

           PERFORM FINISH-DAY
           PERFORM FIND-STRUCTURING-PATTERNS
           MOVE 'N' TO WS-HELD-SWITCH.

      *> ------------------------------------------------------------
      *> Threshold filing - the day's total on the account is over
      *> the reportable threshold and the day has not been filed.
      *> ------------------------------------------------------------
       FINISH-DAY.

           IF WS-DAY-TOTAL > WS-CASH-THRESHOLD
               MOVE WS-HELD-ACCOUNT TO CFL-ACCOUNT-NUMBER
               MOVE WS-HELD-DATE TO CFL-ACTIVITY-DATE
               SET CFL-THRESHOLD-FILING TO TRUE
               PERFORM LOOK-UP-FILING
               IF WS-FILED-OK
                   ADD 1 TO WS-COUNT-ALREADY-FILED
               ELSE
                   PERFORM FILE-THRESHOLD-DAY
               END-IF
           END-IF.

       FILE-THRESHOLD-DAY.

           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'C' TO EXT-FILING-KIND
           MOVE WS-HELD-ACCOUNT TO EXT-ACCOUNT-NUMBER
           MOVE WS-HELD-DATE TO EXT-FIRST-DATE
           MOVE WS-HELD-DATE TO EXT-LAST-DATE
           MOVE WS-DAY-ITEM-COUNT TO EXT-ITEM-COUNT
           MOVE WS-DAY-TOTAL TO EXT-TOTAL-AMOUNT
           MOVE WS-BASE-CURRENCY TO EXT-CURRENCY-CODE
           MOVE WS-CASH-THRESHOLD TO EXT-THRESHOLD
           MOVE WS-BUSINESS-DATE TO EXT-REPORTED-DATE
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-COUNT-THRESHOLD-FILED

           MOVE WS-DAY-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "THRESHOLD   ACCOUNT " WS-HELD-ACCOUNT
               "  DAY " WS-HELD-DATE
               "  ITEMS " EXT-ITEM-COUNT
               "  TOTAL " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-DAY-ITEM
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-ITEMS-USED
           IF WS-DAY-ITEM-COUNT > WS-DAY-ITEMS-USED
               COMPUTE WS-COUNT-DISPLAY =
                   WS-DAY-ITEM-COUNT - WS-DAY-ITEMS-USED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    ... " WS-COUNT-DISPLAY
                   " MORE ITEMS IN THE TOTAL NOT LISTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-COUNT-WARNING
           END-IF

           MOVE WS-HELD-ACCOUNT TO CFL-ACCOUNT-NUMBER
           MOVE WS-HELD-DATE TO CFL-ACTIVITY-DATE
           SET CFL-THRESHOLD-FILING TO TRUE
           MOVE WS-DAY-TOTAL TO CFL-TOTAL-AMOUNT
           MOVE EXT-ITEM-COUNT TO CFL-ITEM-COUNT
           PERFORM LOG-FILING.

       WRITE-DAY-ITEM.

           MOVE WS-DI-AMOUNT (WS-DAY-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-DI-TRANSACTION-ID (WS-DAY-IDX)
               "  " WS-DI-TRANSACTION-TYPE (WS-DAY-IDX)
               "  " WS-HELD-DATE " " WS-DI-RUN-TIME (WS-DAY-IDX)
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOG-FILING.

      *> A filing that cannot be logged is still on today's extract,
      *> but will be found again on the next run - warn so it is
      *> struck from that run's extract by hand.
           MOVE WS-BUSINESS-DATE TO CFL-FILED-DATE
           WRITE CASH-FILED-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-FILED-OK
               DISPLAY "Cash filings log write failed, status: "
                   WS-FILED-FILE-STATUS " - " CFL-KEY
               ADD 1 TO WS-COUNT-WARNING
           END-IF.

      *> ------------------------------------------------------------
      *> Structuring - a window of at most CASH-STRUCTURING-DAYS
      *> calendar days holding CASH-STRUCTURING-ITEMS or more
      *> just-under items. The window slides along the account's
      *> candidates; once it holds enough it is stretched as far as
      *> the days allow, filed as one pattern, and the next window
      *> starts after it, so no item is filed in two patterns.
      *> ------------------------------------------------------------
       FIND-STRUCTURING-PATTERNS.

           MOVE 1 TO WS-WIN-START
           MOVE 1 TO WS-WIN-END
           PERFORM SLIDE-STRUCTURING-WINDOW
               UNTIL WS-WIN-END > WS-CANDIDATES-USED.

       SLIDE-STRUCTURING-WINDOW.

           COMPUTE WS-WIN-SPAN = WS-CD-DAY-NUMBER (WS-WIN-END)
               - WS-CD-DAY-NUMBER (WS-WIN-START)
           PERFORM ADVANCE-WINDOW-START
               UNTIL WS-WIN-SPAN < WS-STRUCTURING-DAYS
           COMPUTE WS-WIN-ITEMS = WS-WIN-END - WS-WIN-START + 1
           IF WS-WIN-ITEMS NOT < WS-STRUCTURING-ITEMS
               SET WS-WINDOW-OPEN TO TRUE
               PERFORM STRETCH-WINDOW-END UNTIL NOT WS-WINDOW-OPEN
               PERFORM FILE-STRUCTURING-PATTERN
               COMPUTE WS-WIN-START = WS-WIN-END + 1
           END-IF
           ADD 1 TO WS-WIN-END.

       ADVANCE-WINDOW-START.

           ADD 1 TO WS-WIN-START
           COMPUTE WS-WIN-SPAN = WS-CD-DAY-NUMBER (WS-WIN-END)
               - WS-CD-DAY-NUMBER (WS-WIN-START).

       STRETCH-WINDOW-END.

           IF WS-WIN-END < WS-CANDIDATES-USED
               COMPUTE WS-WIN-SPAN = WS-CD-DAY-NUMBER (WS-WIN-END + 1)
                   - WS-CD-DAY-NUMBER (WS-WIN-START)
               IF WS-WIN-SPAN < WS-STRUCTURING-DAYS
                   ADD 1 TO WS-WIN-END
               ELSE
                   MOVE 'N' TO WS-WIN-OPEN-SWITCH
               END-IF
           ELSE
               MOVE 'N' TO WS-WIN-OPEN-SWITCH
           END-IF.

       FILE-STRUCTURING-PATTERN.

           MOVE 0 TO WS-WIN-TOTAL
           PERFORM ADD-CANDIDATE-TO-TOTAL
               VARYING WS-CD-IDX FROM WS-WIN-START BY 1
               UNTIL WS-CD-IDX > WS-WIN-END
           COMPUTE WS-WIN-ITEMS = WS-WIN-END - WS-WIN-START + 1

           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'S' TO EXT-FILING-KIND
           MOVE WS-HELD-ACCOUNT TO EXT-ACCOUNT-NUMBER
           MOVE WS-CD-BUSINESS-DATE (WS-WIN-START) TO EXT-FIRST-DATE
           MOVE WS-CD-BUSINESS-DATE (WS-WIN-END) TO EXT-LAST-DATE
           MOVE WS-WIN-ITEMS TO EXT-ITEM-COUNT
           MOVE WS-WIN-TOTAL TO EXT-TOTAL-AMOUNT
           MOVE WS-BASE-CURRENCY TO EXT-CURRENCY-CODE
           MOVE WS-CASH-THRESHOLD TO EXT-THRESHOLD
           MOVE WS-BUSINESS-DATE TO EXT-REPORTED-DATE
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-COUNT-STRUCTURING-FILED

           MOVE WS-WIN-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STRUCTURING ACCOUNT " WS-HELD-ACCOUNT
               "  DAYS " EXT-FIRST-DATE " THRU " EXT-LAST-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "            ITEMS " EXT-ITEM-COUNT
               " EACH " WS-STRUCTURING-PCT "% OR MORE OF THRESHOLD"
               "  TOTAL " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-LAST-LOGGED-DATE
           PERFORM WRITE-PATTERN-ITEM
               VARYING WS-CD-IDX FROM WS-WIN-START BY 1
               UNTIL WS-CD-IDX > WS-WIN-END.

       ADD-CANDIDATE-TO-TOTAL.

           ADD WS-CD-AMOUNT (WS-CD-IDX) TO WS-WIN-TOTAL
               ON SIZE ERROR
                   MOVE 99999999999.99 TO WS-WIN-TOTAL
           END-ADD.

       WRITE-PATTERN-ITEM.

           MOVE WS-CD-AMOUNT (WS-CD-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-CD-TRANSACTION-ID (WS-CD-IDX)
               "  " WS-CD-TRANSACTION-TYPE (WS-CD-IDX)
               "  " WS-CD-BUSINESS-DATE (WS-CD-IDX)
               " " WS-CD-RUN-TIME (WS-CD-IDX)
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *> Every day the pattern touches is logged once against it.
           IF WS-CD-BUSINESS-DATE (WS-CD-IDX)
               NOT = WS-LAST-LOGGED-DATE
               MOVE WS-CD-BUSINESS-DATE (WS-CD-IDX)
                   TO WS-LAST-LOGGED-DATE
               MOVE WS-HELD-ACCOUNT TO CFL-ACCOUNT-NUMBER
               MOVE WS-LAST-LOGGED-DATE TO CFL-ACTIVITY-DATE
               SET CFL-STRUCTURING-FILING TO TRUE
               MOVE WS-WIN-TOTAL TO CFL-TOTAL-AMOUNT
               MOVE WS-WIN-ITEMS TO CFL-ITEM-COUNT
               PERFORM LOG-FILING
           END-IF.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABH CASH THRESHOLD AND STRUCTURING REPORT"
               "  RUN DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FROM-DATE = 0
               STRING "ACTIVITY DAYS: " WS-LOOKBACK-DAYS
                   " ENDING " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "ACTIVITY DAYS: " WS-FROM-DATE
                   " THRU " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "THRESHOLD: " WS-CASH-THRESHOLD " " WS-BASE-CURRENCY
               "  STRUCTURING: " WS-STRUCTURING-ITEMS
               " ITEMS OF " WS-STRUCTURING-PCT "% WITHIN "
               WS-STRUCTURING-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-MST-READ-ERROR
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** MASTER READ ERROR MID-SCAN - NOTHING "
                   "FILED, RERUN AFTER REPAIR ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CASH ITEMS SCANNED: " WS-COUNT-SELECTED
               "  NOT CONVERTED (NO RATE): " WS-COUNT-UNCONVERTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "THRESHOLD FILINGS: " WS-COUNT-THRESHOLD-FILED
               "  STRUCTURING FILINGS: " WS-COUNT-STRUCTURING-FILED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DAYS OVER THRESHOLD ALREADY FILED: "
               WS-COUNT-ALREADY-FILED
               "  WARNINGS: " WS-COUNT-WARNING
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
