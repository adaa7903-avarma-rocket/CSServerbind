      *>***********************************************************************
      *>
      *> custordln.cpy
      *>
      *> Shared layout for one custOrdLines.dat row -- one line of an
      *> order: the item, how many, the unit price the master gave it
      *> when the line was taken and the line total. Keyed by order
      *> number with the line number inside the key, so an order's
      *> lines read back together in the order they were keyed. The
      *> header in custord.cpy carries the line count and the order
      *> amount, which is always the sum of the line totals.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.
      *>     copy "custordln.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-line-key.
               05 :PREFIX:-line-order pic x(8).
               05 :PREFIX:-line-seq   pic 9(3).
      *>    Blank on a free-text line carried over from an order keyed
      *>    without an item code.
           03 :PREFIX:-line-item  pic x(8).
           03 :PREFIX:-line-desc  pic x(30).
           03 :PREFIX:-line-qty   pic 9(5).
           03 :PREFIX:-line-price pic 9(7)v99.
           03 :PREFIX:-line-total pic 9(7)v99.
      *>    R = stock reserved against the line, B = back-ordered
      *>    until stock arrives, P = picked and the stock used up.
      *>    Blank on a free-text line, which holds no stock.
           03 :PREFIX:-line-stock pic x.
               88 :PREFIX:-line-reserved     value "R".
               88 :PREFIX:-line-backordered  value "B".
               88 :PREFIX:-line-picked       value "P".
      *>    The VAT rate code the line was priced under and the VAT
      *>    contained in its total, which is VAT-inclusive. Blank on
      *>    a line written before VAT was split out, which is taken
      *>    at the standard rate.
           03 :PREFIX:-line-vat-code pic x.
               88 :PREFIX:-line-vat-standard value "S".
               88 :PREFIX:-line-vat-reduced  value "R".
               88 :PREFIX:-line-vat-zero     value "Z".
               88 :PREFIX:-line-vat-exempt   value "E".
           03 :PREFIX:-line-vat      pic 9(7)v99.
      *>    How many of the line's quantity have come back on credit
      *>    notes -- never more than the quantity. Blank on a line
      *>    written before returns were taken, which counts as none.
           03 :PREFIX:-line-returned pic 9(5).
      *>    The item master's list price when the line was priced,
      *>    and the customer's price agreement it was priced under
      *>    instead -- the agreement's item (blank for an agreement
      *>    covering all items) and start date, its key within the
      *>    customer on custprice.cpy. Blank start means list price.
      *>    Zero list price on a free-text line, or one written
      *>    before agreements were carried.
           03 :PREFIX:-line-list-price pic 9(7)v99.
           03 :PREFIX:-line-agr-item   pic x(8).
           03 :PREFIX:-line-agr-start  pic x(8).
