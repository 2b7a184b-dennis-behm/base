       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAM3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO BABCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       *> Holiday calendar - maintained by hand, one line per entry:
       *>   Y yyyy                   the year is maintained - every
       *>                            holiday in it is on the file
       *>   H yyyymmdd name          a bank holiday
       *>   * ...                    comment, ignored
       *> A year with no Y line is not trusted: dates in it are
       *> answered on weekends alone and flagged to the caller.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 HOL-RECORD-TYPE               PIC X(1).
               88 HOL-YEAR-LINE             VALUE 'Y'.
               88 HOL-HOLIDAY-LINE          VALUE 'H'.
               88 HOL-COMMENT-LINE          VALUE '*' SPACE.
           05 FILLER                        PIC X(1).
           05 HOL-DATE                      PIC X(8).
           05 HOL-YEAR REDEFINES HOL-DATE.
               10 HOL-YEAR-NUMBER           PIC X(4).
               10 FILLER                    PIC X(4).
           05 FILLER                        PIC X(1).
           05 HOL-NAME                      PIC X(30).
           05 FILLER                        PIC X(39).

       WORKING-STORAGE SECTION.

       77 WS-CALENDAR-FILE-STATUS          PIC X(2)  VALUE SPACES.
           88 WS-CALENDAR-OK               VALUE '00'.
       77 WS-CAL-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88 WS-CAL-END-OF-FILE           VALUE 'Y'.

       *> The calendar is loaded on the first call and held for the
       *> rest of the run unit - it does not change inside a run.
       77 WS-FIRST-CALL-SWITCH             PIC X(1)  VALUE 'Y'.
           88 WS-FIRST-CALL                VALUE 'Y'.
       77 WS-CALENDAR-SWITCH               PIC X(1)  VALUE 'N'.
           88 WS-CALENDAR-LOADED           VALUE 'Y'.
           88 WS-CALENDAR-UNAVAILABLE      VALUE 'N'.

       *> Maintained years and holidays, in the order read.
       01 WS-YEAR-TABLE.
           05 WS-YEAR-COUNT                PIC 9(2)  VALUE 0.
           05 WS-YEAR-ENTRY OCCURS 50 TIMES PIC 9(4).
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-COUNT             PIC 9(4)  VALUE 0.
           05 WS-HOLIDAY-ENTRY OCCURS 1000 TIMES.
               10 WS-HOLIDAY-DATE          PIC 9(8).
               10 WS-HOLIDAY-NAME          PIC X(30).
       77 WS-YEAR-INDEX                    PIC 9(2)  VALUE 0.
       77 WS-HOLIDAY-INDEX                 PIC 9(4)  VALUE 0.
       77 WS-CALENDAR-REJECTED             PIC 9(4)  VALUE 0.

       *> The date being looked at - moved one day at a time through
       *> the month-length table, as BAB5 walks its cutoff back.
       01 WS-WORK-DATE.
           05 WS-WORK-YEAR                  PIC 9(4).
           05 WS-WORK-MONTH                 PIC 9(2).
           05 WS-WORK-DAY                   PIC 9(2).
       01 WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE PIC 9(8).
       77 WS-WORK-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-WORK-BUSINESS-DAY         VALUE 'Y'.
       77 WS-WORK-DAY-OF-WEEK              PIC 9(1)  VALUE 0.
       77 WS-WORK-HOLIDAY-NAME             PIC X(30) VALUE SPACES.
       77 WS-DATE-SWITCH                   PIC X(1)  VALUE 'Y'.
           88 WS-DATE-VALID                VALUE 'Y'.
       77 WS-STEP-COUNT                    PIC 9(5)  VALUE 0.
       77 WS-END-DATE-NUM                  PIC 9(8)  VALUE 0.

       77 WS-DAYS-IN-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-LEAP-REMAINDER                PIC 9(4)  VALUE 0.
       77 WS-LEAP-QUOTIENT                 PIC 9(4)  VALUE 0.
       77 WS-LEAP-SWITCH                   PIC X(1)  VALUE 'N'.
           88 WS-LEAP-YEAR                 VALUE 'Y'.

       01 WS-MONTH-DAYS-DATA               PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       *> Day of the week - the day number counted from a fixed
       *> origin, taken modulo 7 (remainder 0 falls on a Tuesday).
       77 WS-DN-DAY-NUMBER                 PIC 9(7)  VALUE 0.
       77 WS-DN-WORK-YEAR                  PIC 9(4)  VALUE 0.
       77 WS-DN-WORK-MONTH                 PIC 9(2)  VALUE 0.
       77 WS-DN-QUOTIENT-4                 PIC 9(4)  VALUE 0.
       77 WS-DN-QUOTIENT-100               PIC 9(4)  VALUE 0.
       77 WS-DN-QUOTIENT-400               PIC 9(4)  VALUE 0.
       77 WS-DN-MONTH-DAYS                 PIC 9(4)  VALUE 0.
       77 WS-DN-WEEK-QUOTIENT              PIC 9(7)  VALUE 0.
       77 WS-DN-WEEK-REMAINDER             PIC 9(1)  VALUE 0.

       LINKAGE SECTION.

       *> Request/result area shared with the calling program
       COPY BAM3.

       PROCEDURE DIVISION USING BAM3-COMM-AREA.

       MAIN-PROCESS.

           PERFORM ANSWER-CALENDAR-REQUEST
           GOBACK.

       ANSWER-CALENDAR-REQUEST.

           MOVE 0 TO CAL-RETURN-CODE
           MOVE SPACES TO CAL-ERROR-MESSAGE
           MOVE SPACES TO CAL-HOLIDAY-NAME
           MOVE 0 TO CAL-DAYS-SKIPPED
           MOVE 0 TO CAL-BUSINESS-DAY-COUNT
           MOVE 'N' TO CAL-BUSINESS-DAY-FLAG
           MOVE 0 TO CAL-DAY-OF-WEEK
           MOVE CAL-DATE TO CAL-RESULT-DATE
           IF WS-FIRST-CALL
               PERFORM LOAD-HOLIDAY-CALENDAR
           END-IF
           MOVE CAL-DATE TO WS-WORK-DATE
           PERFORM VALIDATE-WORK-DATE
           IF NOT WS-DATE-VALID
               MOVE 21 TO CAL-RETURN-CODE
               MOVE SPACES TO CAL-ERROR-MESSAGE
               STRING 'Date ' CAL-DATE ' is not a valid date'
                   DELIMITED BY SIZE INTO CAL-ERROR-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN CAL-CHECK-DATE
                       PERFORM CHECK-ONE-DATE
                   WHEN CAL-ROLL-FORWARD
                       PERFORM ROLL-DATE-FORWARD
                   WHEN CAL-NEXT-BUSINESS-DAY
                       PERFORM STEP-FORWARD-ONE-DAY
                       PERFORM ROLL-DATE-FORWARD
                   WHEN CAL-PREVIOUS-BUSINESS-DAY
                       PERFORM STEP-BACK-ONE-DAY
                       PERFORM ROLL-DATE-BACKWARD
                   WHEN CAL-COUNT-BUSINESS-DAYS
                       PERFORM COUNT-BUSINESS-DAYS
                   WHEN OTHER
                       MOVE 21 TO CAL-RETURN-CODE
                       MOVE SPACES TO CAL-ERROR-MESSAGE
                       STRING 'Calendar function ' CAL-FUNCTION
                           ' not recognised'
                           DELIMITED BY SIZE INTO CAL-ERROR-MESSAGE
               END-EVALUATE
           END-IF
      *> Whatever else was answered, a calendar that never loaded
      *> is the first thing the caller needs to know.
           IF CAL-RETURN-CODE NOT = 21 AND WS-CALENDAR-UNAVAILABLE
               MOVE 20 TO CAL-RETURN-CODE
               MOVE 'Holiday calendar unavailable - weekends only'
                   TO CAL-ERROR-MESSAGE
           END-IF.

       CHECK-ONE-DATE.

           PERFORM EVALUATE-WORK-DATE
           MOVE WS-WORK-DAY-OF-WEEK TO CAL-DAY-OF-WEEK
           MOVE WS-WORK-HOLIDAY-NAME TO CAL-HOLIDAY-NAME
           IF WS-WORK-BUSINESS-DAY
               SET CAL-BUSINESS-DAY TO TRUE
           ELSE
               SET CAL-NON-BUSINESS-DAY TO TRUE
           END-IF.

       ROLL-DATE-FORWARD.

      *> A year always holds a business day, so a search running
      *> past a full year means the calendar itself is wrong.
           MOVE 0 TO WS-STEP-COUNT
           PERFORM EVALUATE-WORK-DATE
           PERFORM STEP-TO-NEXT-CANDIDATE
               UNTIL WS-WORK-BUSINESS-DAY OR WS-STEP-COUNT > 366
           PERFORM RETURN-RESULT-DATE.

       STEP-TO-NEXT-CANDIDATE.

           ADD 1 TO WS-STEP-COUNT
           PERFORM STEP-FORWARD-ONE-DAY
           PERFORM EVALUATE-WORK-DATE.

       ROLL-DATE-BACKWARD.

           MOVE 0 TO WS-STEP-COUNT
           PERFORM EVALUATE-WORK-DATE
           PERFORM STEP-TO-PRIOR-CANDIDATE
               UNTIL WS-WORK-BUSINESS-DAY OR WS-STEP-COUNT > 366
           PERFORM RETURN-RESULT-DATE.

       STEP-TO-PRIOR-CANDIDATE.

           ADD 1 TO WS-STEP-COUNT
           PERFORM STEP-BACK-ONE-DAY
           PERFORM EVALUATE-WORK-DATE.

       RETURN-RESULT-DATE.

           IF WS-WORK-BUSINESS-DAY
               MOVE WS-WORK-DATE-NUM TO CAL-RESULT-DATE
               MOVE WS-WORK-DAY-OF-WEEK TO CAL-DAY-OF-WEEK
               SET CAL-BUSINESS-DAY TO TRUE
      *> The days passed over on the way - for N and P the starting
      *> date itself is not counted as skipped.
               MOVE WS-STEP-COUNT TO CAL-DAYS-SKIPPED
           ELSE
               MOVE 21 TO CAL-RETURN-CODE
               MOVE SPACES TO CAL-ERROR-MESSAGE
               STRING 'No business day within a year of '
                   CAL-DATE ' - check the holiday calendar'
                   DELIMITED BY SIZE INTO CAL-ERROR-MESSAGE
           END-IF.

       COUNT-BUSINESS-DAYS.

           MOVE CAL-END-DATE TO WS-END-DATE-NUM
           MOVE CAL-END-DATE TO WS-WORK-DATE
           PERFORM VALIDATE-WORK-DATE
           IF NOT WS-DATE-VALID OR CAL-END-DATE < CAL-DATE
               MOVE 21 TO CAL-RETURN-CODE
               MOVE SPACES TO CAL-ERROR-MESSAGE
               STRING 'Count range ' CAL-DATE ' to ' CAL-END-DATE
                   ' is not valid'
                   DELIMITED BY SIZE INTO CAL-ERROR-MESSAGE
           ELSE
               MOVE CAL-DATE TO WS-WORK-DATE
               MOVE 0 TO WS-STEP-COUNT
               PERFORM COUNT-ONE-DAY
                   UNTIL WS-WORK-DATE-NUM > WS-END-DATE-NUM
                      OR WS-STEP-COUNT > 99998
           END-IF.

       COUNT-ONE-DAY.

           ADD 1 TO WS-STEP-COUNT
           PERFORM EVALUATE-WORK-DATE
           IF WS-WORK-BUSINESS-DAY
               ADD 1 TO CAL-BUSINESS-DAY-COUNT
           END-IF
           PERFORM STEP-FORWARD-ONE-DAY.

       EVALUATE-WORK-DATE.

      *> Weekend first, then the holiday calendar. A year the
      *> calendar does not maintain is answered on weekends alone
      *> and flagged, unless the calendar as a whole is missing.
           MOVE 'N' TO WS-WORK-SWITCH
           MOVE SPACES TO WS-WORK-HOLIDAY-NAME
           PERFORM COMPUTE-DAY-OF-WEEK
           EVALUATE WS-WORK-DAY-OF-WEEK
               WHEN 6
                   MOVE 'SATURDAY' TO WS-WORK-HOLIDAY-NAME
               WHEN 7
                   MOVE 'SUNDAY' TO WS-WORK-HOLIDAY-NAME
               WHEN OTHER
                   SET WS-WORK-BUSINESS-DAY TO TRUE
                   PERFORM SEARCH-HOLIDAY-ENTRY
                       VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
                          OR NOT WS-WORK-BUSINESS-DAY
           END-EVALUATE
           IF WS-CALENDAR-LOADED AND CAL-RETURN-CODE = 0
               PERFORM CHECK-YEAR-MAINTAINED
           END-IF.

       SEARCH-HOLIDAY-ENTRY.

           IF WS-HOLIDAY-DATE (WS-HOLIDAY-INDEX) = WS-WORK-DATE-NUM
               MOVE 'N' TO WS-WORK-SWITCH
               MOVE WS-HOLIDAY-NAME (WS-HOLIDAY-INDEX)
                   TO WS-WORK-HOLIDAY-NAME
           END-IF.

       CHECK-YEAR-MAINTAINED.

           MOVE 22 TO CAL-RETURN-CODE
           PERFORM SEARCH-YEAR-ENTRY
               VARYING WS-YEAR-INDEX FROM 1 BY 1
               UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
                  OR CAL-RETURN-CODE = 0
           IF CAL-RETURN-CODE = 22
               MOVE SPACES TO CAL-ERROR-MESSAGE
               STRING 'Year ' WS-WORK-YEAR
                   ' not maintained on the holiday calendar'
                   ' - weekends only'
                   DELIMITED BY SIZE INTO CAL-ERROR-MESSAGE
           END-IF.

       SEARCH-YEAR-ENTRY.

           IF WS-YEAR-ENTRY (WS-YEAR-INDEX) = WS-WORK-YEAR
               MOVE 0 TO CAL-RETURN-CODE
           END-IF.

       COMPUTE-DAY-OF-WEEK.

           IF WS-WORK-MONTH > 2
               MOVE WS-WORK-YEAR TO WS-DN-WORK-YEAR
               COMPUTE WS-DN-WORK-MONTH = WS-WORK-MONTH - 3
           ELSE
               COMPUTE WS-DN-WORK-YEAR = WS-WORK-YEAR - 1
               COMPUTE WS-DN-WORK-MONTH = WS-WORK-MONTH + 9
           END-IF
           DIVIDE WS-DN-WORK-YEAR BY 4 GIVING WS-DN-QUOTIENT-4
           DIVIDE WS-DN-WORK-YEAR BY 100 GIVING WS-DN-QUOTIENT-100
           DIVIDE WS-DN-WORK-YEAR BY 400 GIVING WS-DN-QUOTIENT-400
           COMPUTE WS-DN-MONTH-DAYS = WS-DN-WORK-MONTH * 153 + 2
           DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS
           COMPUTE WS-DN-DAY-NUMBER = WS-DN-WORK-YEAR * 365
               + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
               + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS + WS-WORK-DAY
           DIVIDE WS-DN-DAY-NUMBER BY 7 GIVING WS-DN-WEEK-QUOTIENT
               REMAINDER WS-DN-WEEK-REMAINDER
      *> Remainder 0 is a Tuesday and 6 a Monday - turned round so
      *> Monday is 1 and Sunday 7.
           IF WS-DN-WEEK-REMAINDER = 6
               MOVE 1 TO WS-WORK-DAY-OF-WEEK
           ELSE
               COMPUTE WS-WORK-DAY-OF-WEEK = WS-DN-WEEK-REMAINDER + 2
           END-IF.

       VALIDATE-WORK-DATE.

           MOVE 'Y' TO WS-DATE-SWITCH
           IF WS-WORK-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-SWITCH
           ELSE
               IF WS-WORK-YEAR < 1601
                   OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
                   OR WS-WORK-DAY < 1
                   MOVE 'N' TO WS-DATE-SWITCH
               ELSE
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-WORK-DAY > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-DATE-SWITCH
                   END-IF
               END-IF
           END-IF.

       STEP-FORWARD-ONE-DAY.

           PERFORM SET-DAYS-IN-MONTH
           IF WS-WORK-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               IF WS-WORK-MONTH < 12
                   ADD 1 TO WS-WORK-MONTH
               ELSE
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF.

       STEP-BACK-ONE-DAY.

           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DAY
           END-IF.

       SET-DAYS-IN-MONTH.

           MOVE WS-MONTH-DAYS (WS-WORK-MONTH) TO WS-DAYS-IN-MONTH
           IF WS-WORK-MONTH = 2
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.

           MOVE 'N' TO WS-LEAP-SWITCH
           DIVIDE WS-WORK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               DIVIDE WS-WORK-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = 0
                   SET WS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-WORK-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOAD-HOLIDAY-CALENDAR.

      *> One attempt per run unit - a calendar that will not open, or
      *> breaks mid-read, leaves every answer on weekends alone and
      *> every call flagged, rather than half a calendar trusted.
           MOVE 'N' TO WS-FIRST-CALL-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CALENDAR-OK
               DISPLAY "BAM3 holiday calendar open failed, status "
                   WS-CALENDAR-FILE-STATUS
           ELSE
               SET WS-CALENDAR-LOADED TO TRUE
               PERFORM READ-CALENDAR-RECORD
               PERFORM STORE-CALENDAR-RECORD
                   UNTIL WS-CAL-END-OF-FILE
               CLOSE CALENDAR-FILE
               IF WS-CALENDAR-REJECTED > 0
                   DISPLAY "BAM3 holiday calendar lines rejected: "
                       WS-CALENDAR-REJECTED
               END-IF
           END-IF
           IF WS-CALENDAR-UNAVAILABLE
               MOVE 0 TO WS-YEAR-COUNT
               MOVE 0 TO WS-HOLIDAY-COUNT
           ELSE
               DISPLAY "BAM3 holiday calendar loaded, years: "
                   WS-YEAR-COUNT "  holidays: " WS-HOLIDAY-COUNT
           END-IF.

       READ-CALENDAR-RECORD.

           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-CAL-END-OF-FILE AND NOT WS-CALENDAR-OK
               DISPLAY "BAM3 holiday calendar read failed, status "
                   WS-CALENDAR-FILE-STATUS
               SET WS-CALENDAR-UNAVAILABLE TO TRUE
               SET WS-CAL-END-OF-FILE TO TRUE
           END-IF.

       STORE-CALENDAR-RECORD.

           EVALUATE TRUE
               WHEN HOL-COMMENT-LINE
                   CONTINUE
               WHEN HOL-YEAR-LINE AND HOL-YEAR-NUMBER IS NUMERIC
                   PERFORM STORE-YEAR-ENTRY
               WHEN HOL-HOLIDAY-LINE
                   PERFORM STORE-HOLIDAY-ENTRY
               WHEN OTHER
                   PERFORM REJECT-CALENDAR-RECORD
           END-EVALUATE
           PERFORM READ-CALENDAR-RECORD.

       STORE-YEAR-ENTRY.

      *> A full table would drop years silently - better no
      *> calendar at all than one that answers wrongly.
           IF WS-YEAR-COUNT < 50
               ADD 1 TO WS-YEAR-COUNT
               MOVE HOL-YEAR-NUMBER TO WS-YEAR-ENTRY (WS-YEAR-COUNT)
           ELSE
               DISPLAY "BAM3 holiday calendar year table full at "
                   HOL-YEAR-NUMBER
               SET WS-CALENDAR-UNAVAILABLE TO TRUE
               SET WS-CAL-END-OF-FILE TO TRUE
           END-IF.

       STORE-HOLIDAY-ENTRY.

           MOVE HOL-DATE TO WS-WORK-DATE
           PERFORM VALIDATE-WORK-DATE
           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   PERFORM REJECT-CALENDAR-RECORD
               WHEN WS-HOLIDAY-COUNT < 1000
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE WS-WORK-DATE-NUM
                       TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                   MOVE HOL-NAME TO WS-HOLIDAY-NAME (WS-HOLIDAY-COUNT)
                   IF HOL-NAME = SPACES
                       MOVE 'HOLIDAY'
                           TO WS-HOLIDAY-NAME (WS-HOLIDAY-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "BAM3 holiday table full at " HOL-DATE
                   SET WS-CALENDAR-UNAVAILABLE TO TRUE
                   SET WS-CAL-END-OF-FILE TO TRUE
           END-EVALUATE.

       REJECT-CALENDAR-RECORD.

           ADD 1 TO WS-CALENDAR-REJECTED
           DISPLAY "BAM3 holiday calendar line rejected: "
               CALENDAR-RECORD (1:41).
