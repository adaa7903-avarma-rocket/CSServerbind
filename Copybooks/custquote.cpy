      *>***********************************************************************
      *>
      *> custquote.cpy
      *>
      *> Shared layout for one custQuotes.dat row -- a quotation: the
      *> price the customer was given for a larger job, line by line
      *> from custItems.dat, good until its validity date. Keyed by
      *> quote number, with the customer's record-num from custrec.cpy
      *> as an alternate key so a customer's quotes read back together.
      *> The lines are on custQuoteLines.dat -- see custquoteln.cpy. The
      *> row keyed 00000000 is the control record and carries the last
      *> number issued in its customer field.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custquote.cpy" replacing ==:PREFIX:== by ==qt==.
      *>     copy "custquote.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-quote-num            pic x(8).
           03 :PREFIX:-quote-num-n redefines :PREFIX:-quote-num
                                            pic 9(8).
           03 :PREFIX:-quote-cust           pic x(8).
      *>    The customer's branch when the quote was raised -- the
      *>    branch the weekly report credits with it.
           03 :PREFIX:-quote-branch         pic x(3).
           03 :PREFIX:-quote-date           pic x(8).
      *>    The last day the customer may take the quote up at the
      *>    quoted prices.
           03 :PREFIX:-quote-valid-until    pic x(8).
      *>    O = open, C = converted into an order, D = declined by the
      *>    customer, X = expired unanswered past its validity date.
           03 :PREFIX:-quote-status         pic x.
               88 :PREFIX:-quote-open      value "O".
               88 :PREFIX:-quote-converted value "C".
               88 :PREFIX:-quote-declined  value "D".
               88 :PREFIX:-quote-expired   value "X".
      *>    What the job is, in the customer's words -- carried onto
      *>    the order the quote becomes.
           03 :PREFIX:-quote-desc           pic x(30).
      *>    The operator who raised the quote -- the one the weekly
      *>    report credits with it.
           03 :PREFIX:-quote-raised-by      pic x(25).
      *>    How many lines the quote carries, and their totals: the
      *>    amount is VAT-inclusive and the VAT is the sum of the
      *>    lines' VAT, as on an order.
           03 :PREFIX:-quote-lines          pic 9(3).
           03 :PREFIX:-quote-amount         pic 9(7)v99.
           03 :PREFIX:-quote-vat            pic 9(7)v99.
      *>    The order the quote became, blank until it is converted.
           03 :PREFIX:-quote-order          pic x(8).
      *>    When the quote was converted, declined or expired, and who
      *>    by -- QUOTERPT for one the weekly run expired.
           03 :PREFIX:-quote-closed-date    pic x(8).
           03 :PREFIX:-quote-closed-by      pic x(25).
      *>    R when the counter has asked for the quote to be printed,
      *>    then P with the date the nightly custQuotePrint run printed
      *>    it. Blank until asked for.
           03 :PREFIX:-quote-print-flag     pic x.
               88 :PREFIX:-quote-print-wanted value "R".
               88 :PREFIX:-quote-printed      value "P".
           03 :PREFIX:-quote-print-date     pic x(8).
           03 :PREFIX:-quote-updated        pic x(8).
