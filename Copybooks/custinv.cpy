      *>***********************************************************************
      *>
      *> custinv.cpy
      *>
      *> Shared layout for one custInvoices.dat row -- the invoice
      *> register. Every order is given the next invoice number the
      *> moment it is dispatched (put on the pick list) or closed,
      *> whichever comes first, and the number is written here and on
      *> the order in the same step, so the series the auditors see
      *> runs without a gap. Keyed by invoice number; the row keyed
      *> 00000000 is the control record and carries the last number
      *> issued in the order field, the same scheme the customer order
      *> numbers use.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custinv.cpy" replacing ==:PREFIX:== by ==iv==.
      *>     copy "custinv.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-inv-num     pic x(8).
           03 :PREFIX:-inv-num-n redefines :PREFIX:-inv-num
                                   pic 9(8).
           03 :PREFIX:-inv-order   pic x(8).
           03 :PREFIX:-inv-order-n redefines :PREFIX:-inv-order
                                   pic 9(8).
           03 :PREFIX:-inv-cust    pic x(8).
           03 :PREFIX:-inv-date    pic x(8).
      *>    What issued the number: F = the order was dispatched on
      *>    the pick list, C = it was closed without being picked.
           03 :PREFIX:-inv-issued-on pic x.
               88 :PREFIX:-inv-on-dispatch value "F".
               88 :PREFIX:-inv-on-close    value "C".
      *>    Blank until the nightly invoice run prints the invoice and
      *>    files its copy in the report repository, then P with the
      *>    date it was printed -- a reprint is the viewer's job, so
      *>    the run never prints the same invoice twice.
           03 :PREFIX:-inv-print-flag pic x.
               88 :PREFIX:-inv-awaiting-print value space.
               88 :PREFIX:-inv-printed        value "P".
           03 :PREFIX:-inv-print-date pic x(8).
