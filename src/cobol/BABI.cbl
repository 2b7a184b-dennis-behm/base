       IDENTIFICATION DIVISION.
       PROGRAM-ID. BABI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO BAB1CTL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEWCTL-FILE ASSIGN TO BAB1CTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BABIRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       *> Same KEYWORD=VALUE control file BAB1 reads. This run reads
       *> BUSINESS-DATE=yyyymmdd, the business day just finished, and
       *> rewrites the file whole with it rolled on to the next
       *> business day - every other line is copied as it stands.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       *> The control file as it is to be published - copied over
       *> BAB1CTL by the following job step when this one ends clean.
       FD  NEWCTL-FILE.
       01  NEWCTL-RECORD                    PIC X(80).

       *> Start-of-day report - one line per WRITE.
       FD  REPORT-FILE.
       01  REPORT-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.

       77 WS-CTL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CTL-END-OF-FILE           VALUE 'Y'.

       *> A business date that cannot be proven against the holiday
       *> calendar is not published - the step ends RC=16 and the
       *> control file keeps the date it had.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.
       77 WS-WARNING-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-RUN-WARNED                VALUE 'Y'.

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.

       01 BAM3-PGM                         PIC X(8) VALUE 'BAM3'.

       *> Request/result area for the common business-day calendar
       *> module.
       COPY BAM3.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           05 WS-CURRENT-TIME               PIC 9(8).

       *> The business day on the control file as read, and how the
       *> new one was arrived at:
       *>   P - PARM DATE=, rolled forward to a business day
       *>   N - the next business day after the one on the file
       *>   S - no business date on the file, so the run date rolled
       *>       forward to a business day
       77 WS-OLD-BUSINESS-DATE             PIC 9(8)  VALUE 0.
       77 WS-NEW-BUSINESS-DATE             PIC 9(8)  VALUE 0.
       77 WS-RUN-BUSINESS-DATE             PIC 9(8)  VALUE 0.
       77 WS-PARM-DATE                     PIC X(8)  VALUE SPACES.
       77 WS-ROLL-BASIS                    PIC X(1)  VALUE SPACE.
           88 WS-ROLL-FROM-PARM            VALUE 'P'.
           88 WS-ROLL-FROM-FILE            VALUE 'N'.
           88 WS-ROLL-FROM-RUN-DATE        VALUE 'S'.
       77 WS-BUSINESS-DATE-LINES           PIC 9(2)  VALUE 0.

       *> Days between the old business date and the new one, walked
       *> one at a time for the report.
       01 WS-WALK-DATE.
           05 WS-WALK-YEAR                  PIC 9(4).
           05 WS-WALK-MONTH                 PIC 9(2).
           05 WS-WALK-DAY                   PIC 9(2).
       01 WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE PIC 9(8).
       77 WS-WALK-START-DATE               PIC 9(8)  VALUE 0.
       77 WS-WALK-COUNT                    PIC 9(3)  VALUE 0.
       77 WS-DAYS-IN-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-LEAP-REMAINDER                PIC 9(4)  VALUE 0.
       77 WS-LEAP-QUOTIENT                 PIC 9(4)  VALUE 0.
       77 WS-LEAP-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-LEAP-YEAR                 VALUE 'Y'.

       01 WS-MONTH-DAYS-DATA               PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-DAY-NAME-DATA                 PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-DATA.
           05 WS-DAY-NAME OCCURS 7 TIMES   PIC X(3).
       77 WS-NEW-DAY-NAME                  PIC X(3)  VALUE SPACES.

       77 WS-COUNT-DAYS-SKIPPED            PIC 9(3)  VALUE 0.
       77 WS-COUNT-LINES-COPIED            PIC 9(4)  VALUE 0.

       01 WS-REPORT-LINE                   PIC X(80).

       LINKAGE SECTION.

       *> JCL PARM, e.g. DATE=20261016 - sets the business date
       *> outright (rolled forward if it is not a business day)
       *> instead of stepping on from the date on the file.
       01 BABI-PARM.
           05 PARM-LENGTH                   PIC S9(4) COMP.
           05 PARM-TEXT                     PIC X(80).

       PROCEDURE DIVISION USING BABI-PARM.

       MAIN-PROCESS.

           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM READ-CONTROL-FILE
           PERFORM PROCESS-PARM
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-RUN-ABORTED
               PERFORM DETERMINE-NEW-BUSINESS-DATE
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM CHECK-RUN-DATE-POSITION
               PERFORM CHECK-NEXT-YEAR-MAINTAINED
               PERFORM LIST-SKIPPED-DAYS
               PERFORM PUBLISH-CONTROL-FILE
           END-IF
           PERFORM PRODUCE-ROLL-SUMMARY
           CLOSE REPORT-FILE
           PERFORM SET-JOB-RETURN-CODE
           GOBACK.

       SET-JOB-RETURN-CODE.

           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RUN-WARNED
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
                   ADD 1 TO WS-BUSINESS-DATE-LINES
                   IF WS-CONTROL-VALUE (1:8) IS NUMERIC
                       MOVE WS-CONTROL-VALUE (1:8)
                           TO WS-OLD-BUSINESS-DATE
                   ELSE
                       DISPLAY "BUSINESS-DATE not valid: "
                           WS-CONTROL-VALUE (1:8)
                           " - rolling from the run date"
                       SET WS-RUN-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-CONTROL-RECORD.

       PROCESS-PARM.

           IF PARM-LENGTH > 0
               IF PARM-TEXT (1:5) = 'DATE='
                   AND PARM-TEXT (6:8) IS NUMERIC
                   MOVE PARM-TEXT (6:8) TO WS-PARM-DATE
                   SET WS-ROLL-FROM-PARM TO TRUE
               ELSE
                   DISPLAY "Invalid PARM: " PARM-TEXT (1:20)
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ROLL-FROM-PARM
               IF WS-OLD-BUSINESS-DATE > 0
                   SET WS-ROLL-FROM-FILE TO TRUE
               ELSE
                   SET WS-ROLL-FROM-RUN-DATE TO TRUE
               END-IF
           END-IF.

       DETERMINE-NEW-BUSINESS-DATE.

      *> An explicit date is taken as the day to start, moved on only
      *> if it is not itself a business day; otherwise the day after
      *> the one on the file is started, so a rerun after a good run
      *> moves the date on again (see BABIJOB).
           EVALUATE TRUE
               WHEN WS-ROLL-FROM-PARM
                   MOVE 'R' TO CAL-FUNCTION
                   MOVE WS-PARM-DATE TO CAL-DATE
               WHEN WS-ROLL-FROM-FILE
                   MOVE 'N' TO CAL-FUNCTION
                   MOVE WS-OLD-BUSINESS-DATE TO CAL-DATE
               WHEN OTHER
                   MOVE 'R' TO CAL-FUNCTION
                   MOVE WS-CURRENT-DATE TO CAL-DATE
           END-EVALUATE
           PERFORM CALL-CALENDAR-MODULE
           EVALUATE CAL-RETURN-CODE
               WHEN 0
                   MOVE CAL-RESULT-DATE TO WS-NEW-BUSINESS-DATE
               WHEN 22
                   MOVE CAL-RESULT-DATE TO WS-NEW-BUSINESS-DATE
                   DISPLAY CAL-ERROR-MESSAGE
                   SET WS-RUN-WARNED TO TRUE
               WHEN 20
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Business date not rolled: "
                       CAL-ERROR-MESSAGE
                   SET WS-RUN-ABORTED TO TRUE
           END-EVALUATE
           IF NOT WS-RUN-ABORTED
               MOVE WS-DAY-NAME (CAL-DAY-OF-WEEK) TO WS-NEW-DAY-NAME
      *> The walk for the report starts on the first day that could
      *> have been chosen - the day after the old date on a roll on.
               MOVE CAL-DATE TO WS-WALK-DATE-NUM
               IF WS-ROLL-FROM-FILE
                   PERFORM STEP-FORWARD-ONE-DAY
               END-IF
               MOVE WS-WALK-DATE-NUM TO WS-WALK-START-DATE
           END-IF.

       CHECK-RUN-DATE-POSITION.

      *> Started the evening before, or on the morning of the day
      *> itself, the new business day is never behind the first
      *> business day from the run date - if it is, start of day
      *> has been missed and the date needs setting with DATE=.
           MOVE 'R' TO CAL-FUNCTION
           MOVE WS-CURRENT-DATE TO CAL-DATE
           PERFORM CALL-CALENDAR-MODULE
           MOVE CAL-RESULT-DATE TO WS-RUN-BUSINESS-DATE
           IF WS-NEW-BUSINESS-DATE < WS-RUN-BUSINESS-DATE
               AND NOT WS-ROLL-FROM-PARM
               DISPLAY "New business date " WS-NEW-BUSINESS-DATE
                   " is behind the calendar - business day from "
                   "the run date is " WS-RUN-BUSINESS-DATE
               SET WS-RUN-WARNED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARNING: BEHIND THE CALENDAR - RUN DATE "
                   "BUSINESS DAY IS " WS-RUN-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-NEXT-YEAR-MAINTAINED.

      *> From December on, next year's holidays must be on the
      *> calendar before the year turns, or its first days would be
      *> rolled on weekends alone.
           IF WS-NEW-BUSINESS-DATE (5:2) = '12'
               MOVE WS-NEW-BUSINESS-DATE TO WS-WALK-DATE-NUM
               ADD 1 TO WS-WALK-YEAR
               MOVE 1 TO WS-WALK-MONTH
               MOVE 1 TO WS-WALK-DAY
               MOVE 'C' TO CAL-FUNCTION
               MOVE WS-WALK-DATE-NUM TO CAL-DATE
               PERFORM CALL-CALENDAR-MODULE
               IF CAL-RETURN-CODE = 22
                   DISPLAY CAL-ERROR-MESSAGE
                   SET WS-RUN-WARNED TO TRUE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "WARNING: NEXT YEAR NOT YET ON THE HOLIDAY "
                       "CALENDAR - ADD IT BEFORE YEAR END"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       LIST-SKIPPED-DAYS.

      *> Each day stepped over on the way to the new business date,
      *> and why it is not a business day.
           MOVE WS-WALK-START-DATE TO WS-WALK-DATE-NUM
           MOVE 0 TO WS-WALK-COUNT
           PERFORM REPORT-SKIPPED-DAY
               UNTIL WS-WALK-DATE-NUM >= WS-NEW-BUSINESS-DATE
                  OR WS-WALK-COUNT > 366.

       REPORT-SKIPPED-DAY.

           ADD 1 TO WS-WALK-COUNT
           MOVE 'C' TO CAL-FUNCTION
           MOVE WS-WALK-DATE-NUM TO CAL-DATE
           PERFORM CALL-CALENDAR-MODULE
           ADD 1 TO WS-COUNT-DAYS-SKIPPED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SKIPPED " WS-WALK-DATE-NUM " "
               WS-DAY-NAME (CAL-DAY-OF-WEEK) "  " CAL-HOLIDAY-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM STEP-FORWARD-ONE-DAY.

       PUBLISH-CONTROL-FILE.

      *> Second pass over the control file, written whole to the new
      *> copy with the business date line replaced - or added, when
      *> the file had none.
           MOVE 'N' TO WS-CTL-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT NEWCTL-FILE
           PERFORM READ-CONTROL-RECORD
           PERFORM COPY-CONTROL-RECORD UNTIL WS-CTL-END-OF-FILE
           IF WS-BUSINESS-DATE-LINES = 0
               PERFORM WRITE-BUSINESS-DATE-LINE
           END-IF
           CLOSE CONTROL-FILE
           CLOSE NEWCTL-FILE.

       COPY-CONTROL-RECORD.

           MOVE SPACES TO WS-CONTROL-KEY
           UNSTRING CONTROL-RECORD DELIMITED BY '='
               INTO WS-CONTROL-KEY
           IF WS-CONTROL-KEY = 'BUSINESS-DATE'
               PERFORM WRITE-BUSINESS-DATE-LINE
           ELSE
               MOVE CONTROL-RECORD TO NEWCTL-RECORD
               WRITE NEWCTL-RECORD
               ADD 1 TO WS-COUNT-LINES-COPIED
           END-IF
           PERFORM READ-CONTROL-RECORD.

       WRITE-BUSINESS-DATE-LINE.

           MOVE SPACES TO NEWCTL-RECORD
           STRING "BUSINESS-DATE=" WS-NEW-BUSINESS-DATE
               DELIMITED BY SIZE INTO NEWCTL-RECORD
           WRITE NEWCTL-RECORD.

       CALL-CALENDAR-MODULE.

           CALL BAM3-PGM USING BAM3-COMM-AREA
               ON EXCEPTION
                   MOVE 20 TO CAL-RETURN-CODE
                   MOVE 'Calendar module BAM3 unavailable'
                       TO CAL-ERROR-MESSAGE
           END-CALL
      *> Without the holiday calendar a holiday could be started as a
      *> business day - nothing is published.
           IF CAL-RETURN-CODE = 20
               IF NOT WS-RUN-ABORTED
                   DISPLAY "Business date not rolled: "
                       CAL-ERROR-MESSAGE
               END-IF
               SET WS-RUN-ABORTED TO TRUE
           END-IF
           IF CAL-DAY-OF-WEEK < 1 OR CAL-DAY-OF-WEEK > 7
               MOVE 1 TO CAL-DAY-OF-WEEK
           END-IF.

       STEP-FORWARD-ONE-DAY.

           PERFORM SET-DAYS-IN-MONTH
           IF WS-WALK-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WALK-DAY
           ELSE
               MOVE 1 TO WS-WALK-DAY
               IF WS-WALK-MONTH < 12
                   ADD 1 TO WS-WALK-MONTH
               ELSE
                   MOVE 1 TO WS-WALK-MONTH
                   ADD 1 TO WS-WALK-YEAR
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.

           MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-WALK-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.

           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-WALK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-WALK-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-WALK-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BABI START OF DAY - BUSINESS DATE ROLL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  TIME: " WS-CURRENT-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ROLL-FROM-PARM
                   STRING "SET FROM PARM DATE: " WS-PARM-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-ROLL-FROM-FILE
                   STRING "BUSINESS DATE ON CONTROL FILE: "
                       WS-OLD-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "NO BUSINESS DATE ON CONTROL FILE - "
                       "ROLLING FROM THE RUN DATE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

       PRODUCE-ROLL-SUMMARY.

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RUN-ABORTED
               STRING "*** BUSINESS DATE NOT ROLLED - CONTROL FILE "
                   "LEFT AS IT WAS ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               STRING "NEW BUSINESS DATE: " WS-NEW-BUSINESS-DATE
                   " " WS-NEW-DAY-NAME
                   "  NON-BUSINESS DAYS SKIPPED: "
                   WS-COUNT-DAYS-SKIPPED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CONTROL LINES COPIED: " WS-COUNT-LINES-COPIED
                   "  BUSINESS-DATE LINES REPLACED: "
                   WS-BUSINESS-DATE-LINES
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.

           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
