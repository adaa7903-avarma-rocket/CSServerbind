               88 :PREFIX:-cal-holiday  value "H".
               88 :PREFIX:-cal-weekend  value "W".
      *>    Y marks the last business day of the month -- the night
      *>    the month-end-only steps run. Q marks the last business
      *>    day of a VAT quarter, which is a month-end as well and
      *>    also runs the quarterly VAT return. The VAT quarters are
      *>    whichever the business is registered for, so the feed
      *>    says which month-ends close one.
           03 :PREFIX:-cal-month-end pic x.
               88 :PREFIX:-cal-is-month-end   value "Y" "Q".
               88 :PREFIX:-cal-is-quarter-end value "Q".
