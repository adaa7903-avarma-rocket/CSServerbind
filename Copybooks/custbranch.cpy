           03 :PREFIX:-branch-status pic x.
               88 :PREFIX:-branch-open   value "O".
               88 :PREFIX:-branch-closed value "C".
      *>    The counter's opening hours, HHMM on the 24-hour clock,
      *>    and the days of the week it opens, Monday first, Y or N
      *>    for each -- changes keyed outside them are flagged on the
      *>    operator activity report. Blank is 0900 to 1730, Monday
      *>    to Saturday, the hours every branch kept before they
      *>    were set per branch.
           03 :PREFIX:-branch-opens  pic x(4).
           03 :PREFIX:-branch-closes pic x(4).
           03 :PREFIX:-branch-days   pic x(7).
