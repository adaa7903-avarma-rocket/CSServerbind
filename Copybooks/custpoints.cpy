      *>***********************************************************************
      *>
      *> custpoints.cpy
      *>
      *> Shared layout for one custPoints.dat row -- the customer's
      *> loyalty points, one row per movement, keyed by the customer's
      *> record-num from custrec.cpy plus a sequence number so the
      *> movements read back in the order they happened. The row with
      *> sequence zero is the customer's balance row: it carries the
      *> points balance in the remaining field and the last sequence
      *> used in the order field.
      *>
      *> Points are spent oldest first. Each earned row keeps what is
      *> left of it in the remaining field, so the month-end run can
      *> expire exactly the points that have sat unspent past the
      *> expiry period and no others.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.
      *>     copy "custpoints.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-pts-key.
               05 :PREFIX:-pts-cust pic x(8).
               05 :PREFIX:-pts-seq  pic 9(6).
      *>    B = the balance row, E = earned when an order closed,
      *>    S = spent against an order as it was keyed, G = given back
      *>    when an order they were spent on was cancelled (a fresh
      *>    lot, dated the day it was given back), X = taken back when
      *>    an order that earned them was returned, Z = expired unspent.
           03 :PREFIX:-pts-type     pic x.
               88 :PREFIX:-pts-balance  value "B".
               88 :PREFIX:-pts-earned   value "E".
               88 :PREFIX:-pts-spent    value "S".
               88 :PREFIX:-pts-given    value "G".
               88 :PREFIX:-pts-reversed value "X".
               88 :PREFIX:-pts-expired  value "Z".
               88 :PREFIX:-pts-lot      value "E" "G".
           03 :PREFIX:-pts-date      pic x(8).
           03 :PREFIX:-pts-order     pic x(8).
           03 :PREFIX:-pts-order-n redefines :PREFIX:-pts-order
                                     pic 9(8).
           03 :PREFIX:-pts-points    pic 9(7).
           03 :PREFIX:-pts-remaining pic 9(7).
      *>    The operator or job that posted the row.
           03 :PREFIX:-pts-source    pic x(25).
