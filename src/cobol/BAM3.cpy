      *> Communication area for BAM3, the common business-day
      *> calendar module. Every program that needs to know whether a
      *> date is a working day - or to move a date to one - asks BAM3,
      *> so weekends and the holiday calendar (BABCAL) are decided in
      *> one place. Saturday and Sunday are never business days; a
      *> weekday is one unless it is on the holiday calendar.
      *>
      *> CAL-FUNCTION:
      *>   C - check CAL-DATE: business-day flag, day of the week and,
      *>       for a holiday, its name
      *>   R - roll CAL-DATE forward to a business day - CAL-DATE
      *>       itself when it already is one
      *>   N - the next business day after CAL-DATE
      *>   P - the previous business day before CAL-DATE
      *>   K - count the business days from CAL-DATE through
      *>       CAL-END-DATE, both days included
      *> R, N and P return the date in CAL-RESULT-DATE and set
      *> CAL-DAYS-SKIPPED to the non-business days stepped over; C and
      *> K leave CAL-RESULT-DATE equal to CAL-DATE.
      *>
      *> CAL-RETURN-CODE:
      *>   00 - answered from the holiday calendar
      *>   20 - holiday calendar could not be opened or read - the
      *>        answer knows weekends only
      *>   21 - CAL-DATE (or CAL-END-DATE) is not a valid date, or a
      *>        count range runs backwards - nothing answered
      *>   22 - a year touched is not maintained on the calendar (no
      *>        'Y' line for it) - the answer knows weekends only for
      *>        that year
       01 BAM3-COMM-AREA.
           05 CAL-FUNCTION                 PIC X(1).
               88 CAL-CHECK-DATE            VALUE 'C'.
               88 CAL-ROLL-FORWARD          VALUE 'R'.
               88 CAL-NEXT-BUSINESS-DAY     VALUE 'N'.
               88 CAL-PREVIOUS-BUSINESS-DAY VALUE 'P'.
               88 CAL-COUNT-BUSINESS-DAYS   VALUE 'K'.
           05 CAL-DATE                     PIC 9(8).
           05 CAL-END-DATE                 PIC 9(8).
           05 CAL-RESULT-DATE              PIC 9(8).
           05 CAL-BUSINESS-DAY-FLAG        PIC X(1).
               88 CAL-BUSINESS-DAY          VALUE 'Y'.
               88 CAL-NON-BUSINESS-DAY      VALUE 'N'.
      *> 1 = Monday through 7 = Sunday, of CAL-DATE on a check and of
      *> CAL-RESULT-DATE otherwise.
           05 CAL-DAY-OF-WEEK              PIC 9(1).
               88 CAL-WEEKEND               VALUE 6 7.
      *> Name of the holiday on a check of a holiday, 'SATURDAY' or
      *> 'SUNDAY' on a check of a weekend, spaces otherwise.
           05 CAL-HOLIDAY-NAME             PIC X(30).
           05 CAL-DAYS-SKIPPED             PIC 9(3).
           05 CAL-BUSINESS-DAY-COUNT       PIC 9(5).
           05 CAL-RETURN-CODE              PIC S9(4) COMP.
           05 CAL-ERROR-MESSAGE            PIC X(80).
