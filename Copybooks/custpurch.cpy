      *>***********************************************************************
      *>
      *> custpurch.cpy
      *>
      *> Shared layout for one custPurch.dat row -- one line of a
      *> purchase order raised on a supplier: the item, how many were
      *> ordered and how many have been received against it so far.
      *> Keyed by purchase order number with the line number inside
      *> the key, so an order's lines read back together. The row
      *> keyed 00000000/000 is the control record and carries the
      *> next purchase order number in the supplier field, the same
      *> scheme the customer order numbers use.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custpurch.cpy" replacing ==:PREFIX:== by ==po==.
      *>     copy "custpurch.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-po-key.
               05 :PREFIX:-po-num  pic x(8).
               05 :PREFIX:-po-line pic 9(3).
           03 :PREFIX:-po-supplier   pic x(8).
           03 :PREFIX:-po-supplier-n redefines :PREFIX:-po-supplier
                                     pic 9(8).
           03 :PREFIX:-po-item       pic x(8).
           03 :PREFIX:-po-ordered    pic 9(7).
           03 :PREFIX:-po-received   pic 9(7).
           03 :PREFIX:-po-raised     pic x(8).
           03 :PREFIX:-po-due        pic x(8).
      *>    The date the last delivery was booked against the line.
           03 :PREFIX:-po-last-recv  pic x(8).
      *>    O = open, nothing received yet, P = part received and
      *>    the rest still expected, C = complete, X = cancelled.
           03 :PREFIX:-po-status     pic x.
               88 :PREFIX:-po-open        value "O".
               88 :PREFIX:-po-part        value "P".
               88 :PREFIX:-po-outstanding value "O" "P".
               88 :PREFIX:-po-complete    value "C".
               88 :PREFIX:-po-cancelled   value "X".
