      *>***********************************************************************
      *>
      *> custtarget.cpy
      *>
      *> Shared layout for one custTargets.dat row -- the sales a branch
      *> is budgeted to take in one calendar month, keyed by branch,
      *> month and item. The row with the item left blank is the
      *> branch's target for the whole month; rows naming an item
      *> split the target by item code, the same codes custSales
      *> totals by. A branch budgeted only by item has its month
      *> target taken as the sum of its item rows.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custtarget.cpy" replacing ==:PREFIX:== by ==tg==.
      *>     copy "custtarget.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-tgt-key.
               05 :PREFIX:-tgt-branch pic x(3).
      *>    The budget month, yyyymm.
               05 :PREFIX:-tgt-month  pic x(6).
               05 :PREFIX:-tgt-month-r redefines :PREFIX:-tgt-month.
                   07 :PREFIX:-tgt-year pic 9(4).
                   07 :PREFIX:-tgt-mm   pic 9(2).
               05 :PREFIX:-tgt-item   pic x(8).
      *>    Gross order value to be taken, VAT included, the same
      *>    basis as the order amount.
           03 :PREFIX:-tgt-amount pic 9(9)v99.
