      *>***********************************************************************
      *>
      *> custmandate.cpy
      *>
      *> Shared layout for one custMandates.dat row -- the direct debit
      *> mandate a customer has signed for their orders to be collected
      *> from their bank account, keyed by the customer's record-num
      *> from custrec.cpy (one mandate per customer; a new mandate
      *> replaces the old one). Maintained by the mandate load from the
      *> signed forms, read by the collection run and cancelled by the
      *> returns load when the bank says the instruction is dead.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custmandate.cpy" replacing ==:PREFIX:== by ==md==.
      *>     copy "custmandate.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-mand-cust      pic x(8).
           03 :PREFIX:-mand-cust-n redefines :PREFIX:-mand-cust
                                      pic 9(8).
      *>    The reference printed on the form and quoted to the bank
      *>    on every collection -- the customer sees it on their
      *>    bank statement against each debit.
           03 :PREFIX:-mand-ref       pic x(18).
           03 :PREFIX:-mand-sort-code pic x(6).
           03 :PREFIX:-mand-account   pic x(8).
           03 :PREFIX:-mand-acct-name pic x(18).
      *>    P = lodged with the bank but not yet confirmed, L = live
      *>    and collected against, C = cancelled. Only a live mandate
      *>    is collected.
           03 :PREFIX:-mand-status    pic x.
               88 :PREFIX:-mand-pending   value "P".
               88 :PREFIX:-mand-live      value "L".
               88 :PREFIX:-mand-cancelled value "C".
           03 :PREFIX:-mand-signed    pic x(8).
           03 :PREFIX:-mand-changed   pic x(8).
      *>    Why the mandate was cancelled: the bank's return reason
      *>    code when a returned debit ended it, X when it was
      *>    cancelled here at the customer's request.
           03 :PREFIX:-mand-cancel-code pic x.
      *>    The last date a debit was submitted on the mandate --
      *>    blank until the first, which the bank must be told is a
      *>    first collection.
           03 :PREFIX:-mand-last-coll pic x(8).
