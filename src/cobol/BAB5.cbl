       01  NEWAUDIT-RECORD                  PIC X(62).

       *> Same KEYWORD=VALUE control file BAB1 reads - this utility
       *> honors AUDIT-RETENTION-DAYS=nnn (default 30) and
       *> AUDIT-RETENTION-BASIS=CALENDAR or BUSINESS (default
       *> CALENDAR) - whether those are calendar days or business
       *> days on the holiday calendar.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD                   PIC X(80).

       77 WS-CONTROL-KEY                   PIC X(30) VALUE SPACES.
       77 WS-CONTROL-VALUE                 PIC X(50) VALUE SPACES.
       77 WS-RETENTION-DAYS                PIC 9(3)  VALUE 30.
       77 WS-RETENTION-BASIS               PIC X(8)  VALUE 'CALENDAR'.
           88 WS-BUSINESS-DAY-BASIS        VALUE 'BUSINESS'.
           88 WS-CALENDAR-DAY-BASIS        VALUE 'CALENDAR'.

       *> Business days are counted back through BAM3. Without the
       *> holiday calendar - or with a year stepped through that it
       *> does not hold, so only weekends would be skipped - the
       *> cutoff cannot be proven, and a cutoff too recent would
       *> archive records still inside retention - the run purges
       *> nothing and ends RC=16.
       77 WS-RUN-ABORT-SWITCH              PIC X(1)  VALUE 'N'.
           88 WS-RUN-ABORTED               VALUE 'Y'.
       77 WS-STEP-INDEX                    PIC 9(3)  VALUE 0.
       01 BAM3-PGM                         PIC X(8)  VALUE 'BAM3'.
       COPY BAM3.

       01 WS-CURRENT-TIMESTAMP.
           05 WS-CURRENT-DATE               PIC 9(8).
           PERFORM OPEN-FILES
           PERFORM READ-CONTROL-FILE
           PERFORM COMPUTE-CUTOFF-DATE
           IF NOT WS-RUN-ABORTED
               PERFORM READ-AUDIT-RECORD
               PERFORM SPLIT-AUDIT-RECORD UNTIL WS-AUD-END-OF-FILE
           END-IF
           PERFORM PRODUCE-HOUSEKEEPING-REPORT
           PERFORM CLOSE-FILES
           IF WS-RUN-ABORTED
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       OPEN-FILES.
           EVALUATE WS-CONTROL-KEY
               WHEN 'AUDIT-RETENTION-DAYS'
                   MOVE WS-CONTROL-VALUE (1:3) TO WS-RETENTION-DAYS
               WHEN 'AUDIT-RETENTION-BASIS'
                   MOVE WS-CONTROL-VALUE (1:8) TO WS-RETENTION-BASIS
                   IF NOT WS-BUSINESS-DAY-BASIS
                       AND NOT WS-CALENDAR-DAY-BASIS
                       DISPLAY "AUDIT-RETENTION-BASIS not valid: "
                           WS-CONTROL-VALUE (1:8)
                           " - calendar days used"
                       SET WS-CALENDAR-DAY-BASIS TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-CUTOFF-DATE-NUM (1:4) TO WS-CUTOFF-YEAR
           MOVE WS-CUTOFF-DATE-NUM (5:2) TO WS-CUTOFF-MONTH
           MOVE WS-CUTOFF-DATE-NUM (7:2) TO WS-CUTOFF-DAY
           IF WS-BUSINESS-DAY-BASIS
               PERFORM STEP-BACK-BUSINESS-DAYS
           ELSE
               PERFORM STEP-BACK-ONE-DAY WS-RETENTION-DAYS TIMES
               MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-NUM
           END-IF
           IF WS-RUN-ABORTED
               DISPLAY "Retention cutoff not proven - nothing archived"
           ELSE
               DISPLAY "Archiving audit records dated before "
                   WS-CUTOFF-DATE-NUM
           END-IF.

       STEP-BACK-BUSINESS-DAYS.

      *> The cutoff is the business day that many business days
      *> back, so a record of that business day - and anything
      *> written on the weekend or holiday after it - stays live.
           MOVE 'P' TO CAL-FUNCTION
           MOVE WS-CUTOFF-DATE-NUM TO CAL-RESULT-DATE
           PERFORM STEP-BACK-ONE-BUSINESS-DAY
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-RETENTION-DAYS
                  OR WS-RUN-ABORTED
           MOVE CAL-RESULT-DATE TO WS-CUTOFF-DATE-NUM.

       STEP-BACK-ONE-BUSINESS-DAY.

           MOVE CAL-RESULT-DATE TO CAL-DATE
           CALL BAM3-PGM USING BAM3-COMM-AREA
               ON EXCEPTION
                   MOVE 20 TO CAL-RETURN-CODE
                   MOVE 'Calendar module BAM3 unavailable'
                       TO CAL-ERROR-MESSAGE
           END-CALL
           IF CAL-RETURN-CODE = 20 OR CAL-RETURN-CODE = 21
               OR CAL-RETURN-CODE = 22
               DISPLAY CAL-ERROR-MESSAGE
               SET WS-RUN-ABORTED TO TRUE
           END-IF.

       STEP-BACK-ONE-DAY.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  RETENTION DAYS: " WS-RETENTION-DAYS
               " " WS-RETENTION-BASIS
               "  CUTOFF: " WS-CUTOFF-DATE-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-RUN-ABORTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOLIDAY CALENDAR UNAVAILABLE - BUSINESS-DAY "
                   "CUTOFF NOT PROVEN, NOTHING ARCHIVED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECORDS READ: " WS-COUNT-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
