      *>***********************************************************************
      *>
      *> custstand.cpy
      *>
      *> Shared layout for one custStanding.dat row -- a standing order:
      *> the same goods for the same amount, raised as an ordinary order
      *> on custOrders.dat every week, fortnight, month or quarter until
      *> its end date. Keyed by standing-order number, with the
      *> customer's record-num from custrec.cpy as an alternate key so a
      *> customer's standing orders read back together. The row keyed
      *> 00000000 is the control record and carries the last number
      *> issued in its customer field.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custstand.cpy" replacing ==:PREFIX:== by ==so==.
      *>     copy "custstand.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-stand-num            pic x(8).
           03 :PREFIX:-stand-num-n redefines :PREFIX:-stand-num
                                            pic 9(8).
           03 :PREFIX:-stand-cust           pic x(8).
      *>    The customer's branch when the standing order was set up.
           03 :PREFIX:-stand-branch         pic x(3).
      *>    The item raised each time -- blank for a free-text order,
      *>    which then goes by the description alone.
           03 :PREFIX:-stand-item           pic x(8).
           03 :PREFIX:-stand-desc           pic x(30).
           03 :PREFIX:-stand-qty            pic 9(5).
      *>    What each order raised is for, VAT included -- fixed when
      *>    the standing order is set up, so a later price change
      *>    does not alter what the customer agreed to.
           03 :PREFIX:-stand-amount         pic 9(7)v99.
      *>    W = weekly, F = fortnightly, M = monthly, Q = quarterly.
           03 :PREFIX:-stand-freq           pic x.
               88 :PREFIX:-stand-weekly      value "W".
               88 :PREFIX:-stand-fortnightly value "F".
               88 :PREFIX:-stand-monthly     value "M".
               88 :PREFIX:-stand-quarterly   value "Q".
               88 :PREFIX:-stand-freq-valid  value "W" "F" "M" "Q".
      *>    The date the next order falls due, and the last date one
      *>    may fall due -- blank runs until the standing order is
      *>    ended at the counter.
           03 :PREFIX:-stand-next-due       pic x(8).
           03 :PREFIX:-stand-end-date       pic x(8).
      *>    The day of the month a monthly or quarterly order falls
      *>    due, taken from the first due date -- a shorter month
      *>    takes its last day, and the next month goes back to this
      *>    one.
           03 :PREFIX:-stand-due-day        pic 99.
      *>    A = active, S = suspended (nothing is raised, the due date
      *>    stays put), E = ended.
           03 :PREFIX:-stand-status         pic x.
               88 :PREFIX:-stand-active    value "A".
               88 :PREFIX:-stand-suspended value "S".
               88 :PREFIX:-stand-live      value "A" "S".
               88 :PREFIX:-stand-ended     value "E".
           03 :PREFIX:-stand-set-up         pic x(8).
           03 :PREFIX:-stand-set-up-by      pic x(25).
      *>    The last order the nightly run raised, when, and how many
      *>    it has raised in all.
           03 :PREFIX:-stand-last-raised    pic x(8).
           03 :PREFIX:-stand-last-order     pic x(8).
           03 :PREFIX:-stand-raised-count   pic 9(5).
      *>    The night an order fell due but could not be raised, and
      *>    why: CRED = over the credit limit, ITEM = the item is no
      *>    longer sold, CUST = the customer is gone or going. The
      *>    standing order stays due and is tried again each night;
      *>    both clear once an order is raised.
           03 :PREFIX:-stand-held-date      pic x(8).
           03 :PREFIX:-stand-held-reason    pic x(4).
           03 :PREFIX:-stand-updated        pic x(8).
