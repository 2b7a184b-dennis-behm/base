       77 WS-TO-DATE                       PIC 9(8)  VALUE 99999999.
       77 WS-PARM-PIECE-1                  PIC X(40) VALUE SPACES.
       77 WS-PARM-PIECE-2                  PIC X(40) VALUE SPACES.
       77 WS-PARM-PIECE-3                  PIC X(40) VALUE SPACES.
       77 WS-PARM-KEYWORD                  PIC X(40) VALUE SPACES.

       *> DAYS=nnn asks for the last nnn days ending TO (or today),
       *> counted as calendar days or - with BASIS=BUSINESS - as
       *> business days on the holiday calendar. The business basis
       *> also marks each weekend or holiday line and counts the
       *> business days in the range.
       77 WS-WINDOW-DAYS                   PIC 9(3)  VALUE 0.
       77 WS-DAY-BASIS                     PIC X(8)  VALUE 'CALENDAR'.
           88 WS-BUSINESS-DAY-BASIS        VALUE 'BUSINESS'.
           88 WS-CALENDAR-DAY-BASIS        VALUE 'CALENDAR'.
       77 WS-STEP-INDEX                    PIC 9(3)  VALUE 0.
       77 WS-CALENDAR-SWITCH               PIC X(1)  VALUE 'Y'.
           88 WS-CALENDAR-AVAILABLE        VALUE 'Y'.
           88 WS-CALENDAR-DOWN             VALUE 'N'.
       01 BAM3-PGM                         PIC X(8)  VALUE 'BAM3'.
       COPY BAM3.

       *> The window start, walked back a calendar day at a time
       *> through the month-length table.
       01 WS-WINDOW-DATE.
           05 WS-WINDOW-YEAR                PIC 9(4).
           05 WS-WINDOW-MONTH               PIC 9(2).
           05 WS-WINDOW-DAY                 PIC 9(2).
       01 WS-WINDOW-DATE-NUM REDEFINES WS-WINDOW-DATE PIC 9(8).
       77 WS-DAYS-IN-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-LEAP-REMAINDER                PIC 9(4)  VALUE 0.
       77 WS-LEAP-QUOTIENT                 PIC 9(4)  VALUE 0.
       77 WS-LEAP-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-LEAP-YEAR                 VALUE 'Y'.

       01 WS-MONTH-DAYS-DATA               PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       *> One bucket per calendar day seen in range - the audit file
       *> is appended chronologically, so first-seen order is date
               10 WS-DAY-DEFERRED           PIC 9(6)  VALUE 0.
               10 WS-DAY-BAM1               PIC 9(6)  VALUE 0.
               10 WS-DAY-BAM2               PIC 9(6)  VALUE 0.
               10 WS-DAY-FLAG               PIC X(3)  VALUE SPACES.
       77 WS-DAY-ENTRIES-USED              PIC 9(4) COMP VALUE 0.
       77 WS-DAY-IDX                       PIC 9(4) COMP VALUE 0.
       77 WS-DAY-FOUND-SWITCH              PIC X(1)  VALUE 'N'.
       77 WS-TOT-FATAL                     PIC 9(8)  VALUE 0.
       77 WS-TOT-DUPLICATE                 PIC 9(8)  VALUE 0.
       77 WS-TOT-DEFERRED                  PIC 9(8)  VALUE 0.
       77 WS-TOT-HELD                      PIC 9(8)  VALUE 0.
       77 WS-TOT-OVERDRAFT                 PIC 9(8)  VALUE 0.
       77 WS-TOT-BAM1                      PIC 9(8)  VALUE 0.
       77 WS-TOT-BAM2                      PIC 9(8)  VALUE 0.
       77 WS-RATE-FATAL                    PIC 9(3)V99 VALUE 0.
       77 WS-RATE-DISPLAY                  PIC ZZ9.99.
       77 WS-DAYS-DISPLAY                  PIC 9(4).

       *> Business-day figures for the foot of the report.
       77 WS-COUNT-BUSINESS-DAYS           PIC 9(5)  VALUE 0.
       77 WS-COUNT-OFF-DAYS                PIC 9(4)  VALUE 0.
       77 WS-TOT-OFF-DAY-ITEMS             PIC 9(8)  VALUE 0.
       77 WS-AVERAGE-PER-DAY               PIC 9(7)V9 VALUE 0.
       77 WS-AVERAGE-DISPLAY               PIC Z(6)9.9.
      *> AUD-RETURN-CODE is numeric-edited on the file - it must be
      *> de-edited into a true numeric field before any comparison.
       77 WS-AUDIT-RC                      PIC S9(4) VALUE 0.
       LINKAGE SECTION.

       *> JCL PARM, e.g. FROM=20260801,TO=20260822 - either keyword
       *> may stand alone. DAYS=nnn replaces FROM=; BASIS=BUSINESS may
       *> follow either form, e.g. DAYS=010,BASIS=BUSINESS.
       01 BAB3-PARM.
           05 PARM-LENGTH                   PIC S9(4) COMP.
           05 PARM-TEXT                     PIC X(80).
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM PROCESS-PARM
           IF WS-WINDOW-DAYS > 0
               PERFORM COMPUTE-WINDOW-START
           END-IF
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-AUDIT-RECORD
           PERFORM TALLY-AUDIT-RECORD UNTIL WS-AUD-END-OF-FILE
           IF WS-BUSINESS-DAY-BASIS
               PERFORM MARK-NON-BUSINESS-DAY
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-ENTRIES-USED
               PERFORM COUNT-RANGE-BUSINESS-DAYS
           END-IF
           PERFORM WRITE-DAY-LINE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-ENTRIES-USED
           PERFORM PRODUCE-TREND-TOTALS
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           IF WS-CALENDAR-DOWN
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       PROCESS-PARM.
           IF PARM-LENGTH > 0
               UNSTRING PARM-TEXT DELIMITED BY ','
                   INTO WS-PARM-PIECE-1 WS-PARM-PIECE-2
                        WS-PARM-PIECE-3
               MOVE WS-PARM-PIECE-1 TO WS-PARM-KEYWORD
               PERFORM APPLY-PARM-KEYWORD
               MOVE WS-PARM-PIECE-2 TO WS-PARM-KEYWORD
               PERFORM APPLY-PARM-KEYWORD
               MOVE WS-PARM-PIECE-3 TO WS-PARM-KEYWORD
               PERFORM APPLY-PARM-KEYWORD
           END-IF.

       APPLY-PARM-KEYWORD.

           IF WS-PARM-KEYWORD (1:5) = 'FROM='
               MOVE WS-PARM-KEYWORD (6:8) TO WS-FROM-DATE
           END-IF
           IF WS-PARM-KEYWORD (1:3) = 'TO='
               MOVE WS-PARM-KEYWORD (4:8) TO WS-TO-DATE
           END-IF
           IF WS-PARM-KEYWORD (1:5) = 'DAYS='
               AND WS-PARM-KEYWORD (6:3) IS NUMERIC
               MOVE WS-PARM-KEYWORD (6:3) TO WS-WINDOW-DAYS
           END-IF
           IF WS-PARM-KEYWORD (1:6) = 'BASIS='
               MOVE WS-PARM-KEYWORD (7:8) TO WS-DAY-BASIS
               IF NOT WS-BUSINESS-DAY-BASIS
                   SET WS-CALENDAR-DAY-BASIS TO TRUE
               END-IF
           END-IF.

       COMPUTE-WINDOW-START.

      *> The window ends TO - today when no TO was given - and runs
      *> back the requested number of days, the end day included.
           IF WS-TO-DATE = 99999999
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO WS-TO-DATE
           END-IF
           IF WS-BUSINESS-DAY-BASIS
               PERFORM STEP-BACK-BUSINESS-DAYS
           ELSE
               MOVE WS-TO-DATE TO WS-WINDOW-DATE-NUM
               PERFORM STEP-BACK-ONE-DAY
                   VARYING WS-STEP-INDEX FROM 2 BY 1
                   UNTIL WS-STEP-INDEX > WS-WINDOW-DAYS
               MOVE WS-WINDOW-DATE-NUM TO WS-FROM-DATE
           END-IF.

       STEP-BACK-BUSINESS-DAYS.

      *> The end day counts as the first business day when it is
      *> one; each step back from there finds the business day
      *> before. Weekend and holiday activity inside the window -
      *> and after the last business day up to TO - is reported.
           MOVE 'C' TO CAL-FUNCTION
           MOVE WS-TO-DATE TO CAL-DATE
           PERFORM CALL-CALENDAR-MODULE
           MOVE WS-TO-DATE TO CAL-RESULT-DATE
           IF CAL-BUSINESS-DAY
               MOVE 2 TO WS-STEP-INDEX
           ELSE
               MOVE 1 TO WS-STEP-INDEX
           END-IF
           MOVE 'P' TO CAL-FUNCTION
           PERFORM STEP-BACK-ONE-BUSINESS-DAY
               UNTIL WS-STEP-INDEX > WS-WINDOW-DAYS
           MOVE CAL-RESULT-DATE TO WS-FROM-DATE.

       STEP-BACK-ONE-BUSINESS-DAY.

           MOVE CAL-RESULT-DATE TO CAL-DATE
           PERFORM CALL-CALENDAR-MODULE
           ADD 1 TO WS-STEP-INDEX.

       CALL-CALENDAR-MODULE.

           CALL BAM3-PGM USING BAM3-COMM-AREA
               ON EXCEPTION
                   MOVE 20 TO CAL-RETURN-CODE
                   MOVE CAL-DATE TO CAL-RESULT-DATE
                   MOVE 'Calendar module BAM3 unavailable'
                       TO CAL-ERROR-MESSAGE
           END-CALL
           IF CAL-RETURN-CODE = 20 AND WS-CALENDAR-AVAILABLE
               SET WS-CALENDAR-DOWN TO TRUE
               DISPLAY "Warning: " CAL-ERROR-MESSAGE
           END-IF.

       STEP-BACK-ONE-DAY.

           IF WS-WINDOW-DAY > 1
               SUBTRACT 1 FROM WS-WINDOW-DAY
           ELSE
               IF WS-WINDOW-MONTH > 1
                   SUBTRACT 1 FROM WS-WINDOW-MONTH
               ELSE
                   MOVE 12 TO WS-WINDOW-MONTH
                   SUBTRACT 1 FROM WS-WINDOW-YEAR
               END-IF
               PERFORM SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WINDOW-DAY
           END-IF.

       SET-DAYS-IN-MONTH.

           MOVE WS-MONTH-DAYS (WS-WINDOW-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-WINDOW-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.

           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-WINDOW-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-WINDOW-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-WINDOW-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       MARK-NON-BUSINESS-DAY.

      *> SAT, SUN or HOL against each day with activity that was not
      *> a business day.
           MOVE 'C' TO CAL-FUNCTION
           MOVE WS-DAY-DATE (WS-DAY-IDX) TO CAL-DATE
           PERFORM CALL-CALENDAR-MODULE
           IF CAL-RETURN-CODE NOT = 21 AND CAL-NON-BUSINESS-DAY
               EVALUATE CAL-DAY-OF-WEEK
                   WHEN 6
                       MOVE 'SAT' TO WS-DAY-FLAG (WS-DAY-IDX)
                   WHEN 7
                       MOVE 'SUN' TO WS-DAY-FLAG (WS-DAY-IDX)
                   WHEN OTHER
                       MOVE 'HOL' TO WS-DAY-FLAG (WS-DAY-IDX)
               END-EVALUATE
               ADD 1 TO WS-COUNT-OFF-DAYS
               ADD WS-DAY-TOTAL (WS-DAY-IDX) TO WS-TOT-OFF-DAY-ITEMS
           END-IF.

       COUNT-RANGE-BUSINESS-DAYS.

      *> Over the range asked for; an open end stops at the first or
      *> last day with activity (the file is in date order).
           IF WS-DAY-ENTRIES-USED > 0
               MOVE 'K' TO CAL-FUNCTION
               IF WS-FROM-DATE = 0
                   MOVE WS-DAY-DATE (1) TO CAL-DATE
               ELSE
                   MOVE WS-FROM-DATE TO CAL-DATE
               END-IF
               IF WS-TO-DATE = 99999999
                   MOVE WS-DAY-DATE (WS-DAY-ENTRIES-USED)
                       TO CAL-END-DATE
               ELSE
                   MOVE WS-TO-DATE TO CAL-END-DATE
               END-IF
               PERFORM CALL-CALENDAR-MODULE
               IF CAL-RETURN-CODE NOT = 21
                   MOVE CAL-BUSINESS-DAY-COUNT
                       TO WS-COUNT-BUSINESS-DAYS
               END-IF
           END-IF.

       READ-AUDIT-RECORD.
               WHEN AUD-TRANSACTION-STATUS = 'DEFERRED'
                   ADD 1 TO WS-DAY-DEFERRED (WS-DAY-IDX)
                   ADD 1 TO WS-TOT-DEFERRED
      *> An item held for dual authorization is waiting the same way
      *> and shares the day column, with its own total below.
               WHEN AUD-TRANSACTION-STATUS = 'HELD'
                   ADD 1 TO WS-DAY-DEFERRED (WS-DAY-IDX)
                   ADD 1 TO WS-TOT-HELD
      *> Return code 05 posted the money - it belongs with the good
      *> days' figures, tallied separately so the agreed-facility
      *> usage stays visible next to the genuine NOFUNDS trend.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATE RANGE: " WS-FROM-DATE " THRU " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-WINDOW-DAYS > 0
               STRING "  (LAST " WS-WINDOW-DAYS " " WS-DAY-BASIS
                   " DAYS)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE (41:40)
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DATE       TOTAL  GOOD   WARN   FATAL"
               " " WS-PRT-DEFERRED
               " " WS-PRT-BAM1
               " " WS-PRT-BAM2
               " " WS-DAY-FLAG (WS-DAY-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-BUSINESS-DAY-BASIS
               PERFORM PRODUCE-BUSINESS-DAY-TOTALS
           END-IF

      *> A warning-tier final means BAB1 exhausted its retries on a
      *> transient condition, so the warning rate doubles as the
      *> retry-incidence figure management asks about.
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD FOR DUAL AUTHORIZATION: " WS-TOT-HELD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTED INSIDE OVERDRAFT FACILITY: "
               WS-TOT-OVERDRAFT
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRODUCE-BUSINESS-DAY-TOTALS.

           IF WS-COUNT-BUSINESS-DAYS > 0
               COMPUTE WS-AVERAGE-PER-DAY ROUNDED =
                   (WS-TOT-TOTAL - WS-TOT-OFF-DAY-ITEMS)
                   / WS-COUNT-BUSINESS-DAYS
           ELSE
               MOVE 0 TO WS-AVERAGE-PER-DAY
           END-IF
           MOVE WS-AVERAGE-PER-DAY TO WS-AVERAGE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUSINESS DAYS IN RANGE: " WS-COUNT-BUSINESS-DAYS
               "  AVERAGE PER BUSINESS DAY: " WS-AVERAGE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVITY ON NON-BUSINESS DAYS: "
               WS-TOT-OFF-DAY-ITEMS " ON " WS-COUNT-OFF-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-CALENDAR-DOWN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOLIDAY CALENDAR UNAVAILABLE - WEEKENDS ONLY "
                   "COUNTED AS NON-BUSINESS DAYS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
