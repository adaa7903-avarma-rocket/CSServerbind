      *      The calendar feed: one date per line in the same shape
      *      as the calendar row, rebuilt into custCalendar.dat each
      *      run. A year of business days, holidays and month-end
      *      and VAT quarter-end marks is one feed prepared once, not
      *      a program change.

       fd custCalIn.
       01 calin-record.
                           and not cin-cal-weekend
                           move "TYPE" to ws-reject-reason
                           perform write-reject-record
                       when not cin-cal-is-month-end
                           and cin-cal-month-end not = space
                           move "MEND" to ws-reject-reason
                           perform write-reject-record
