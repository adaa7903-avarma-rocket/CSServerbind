      *> item code, carrying the description and unit price that
      *> add-order stamps onto an order instead of whatever the
      *> clerk keys. The active flag retires an item without losing
      *> the code its order history still carries. The stock
      *> fields carry what the warehouse holds of the item and how
      *> much of that is already promised to orders not yet picked.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
           03 :PREFIX:-item-active pic x.
               88 :PREFIX:-item-is-active  value "A".
               88 :PREFIX:-item-retired    value "I".
      *>    Units in the warehouse. Goes down when the pick run
      *>    moves an order to F and up when stock is counted in.
           03 :PREFIX:-item-on-hand   pic 9(7).
           03 :PREFIX:-item-on-hand-x redefines :PREFIX:-item-on-hand
                                      pic x(7).
      *>    Units reserved to open orders not yet picked. What can
      *>    still be promised is on-hand less allocated.
           03 :PREFIX:-item-allocated pic 9(7).
      *>    The level at which the item appears on the nightly stock
      *>    report for reordering. Zero means it is never reordered.
           03 :PREFIX:-item-reorder   pic 9(7).
           03 :PREFIX:-item-reorder-x redefines :PREFIX:-item-reorder
                                      pic x(7).
      *>    The supplier the item is reordered from, and how many to
      *>    order each time -- zero orders just enough to bring what
      *>    the item can promise back up to its reorder level.
           03 :PREFIX:-item-supplier  pic x(8).
           03 :PREFIX:-item-reorder-qty pic 9(7).
           03 :PREFIX:-item-reorder-qty-x
                                 redefines :PREFIX:-item-reorder-qty
                                      pic x(7).
      *>    Units on purchase orders not yet delivered, so the
      *>    nightly raise does not order the same shortfall twice.
           03 :PREFIX:-item-on-order  pic 9(7).
      *>    The VAT rate the item is sold under. The price above is
      *>    what the customer pays, VAT included; the rates behind
      *>    the codes are held in custParams.dat, so a budget change
      *>    to a rate is not a program change. Blank is standard.
           03 :PREFIX:-item-vat-code  pic x.
               88 :PREFIX:-item-vat-standard value "S" " ".
               88 :PREFIX:-item-vat-reduced  value "R".
               88 :PREFIX:-item-vat-zero     value "Z".
               88 :PREFIX:-item-vat-exempt   value "E".
               88 :PREFIX:-item-vat-valid    value "S" "R" "Z" "E"
                                                   " ".
