      *>***********************************************************************
      *>
      *> custsusp.cpy
      *>
      *> Shared layout for one custSusp.dat row -- a receipt the
      *> receipts run could not land on an open order, kept until a
      *> clerk works it: allocated to the right order, held on the
      *> right customer's account, or marked as a refund owed. Keyed
      *> by a suspense item number; the row keyed 00000000 is the
      *> control record and carries the next item number in the order
      *> field, the same scheme the order numbers use.
      *>
      *> Copied into the FD, the server working-storage and the client
      *> data-block views, so the allocate call sends the item number,
      *> the state it is to be worked to and the order or customer it
      *> is allocated to in the same bytes the page call returns.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custsusp.cpy" replacing ==:PREFIX:== by ==sp==.
      *>     copy "custsusp.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-susp-id     pic x(8).
           03 :PREFIX:-susp-id-n redefines :PREFIX:-susp-id
                                   pic 9(8).
      *>    The receipt as the till export carried it -- reference,
      *>    banking date, the order number keyed against it, amount.
           03 :PREFIX:-susp-ref    pic x(8).
           03 :PREFIX:-susp-date   pic x(8).
           03 :PREFIX:-susp-order  pic x(8).
           03 :PREFIX:-susp-order-n redefines :PREFIX:-susp-order
                                   pic 9(8).
           03 :PREFIX:-susp-amount pic 9(7)v99.
      *>    Why it could not be applied: NFND = no such order, CLSD =
      *>    order no longer open, UPDT = the order could not be
      *>    rewritten.
           03 :PREFIX:-susp-reason pic x(4).
      *>    The date the receipts run put the item into suspense.
           03 :PREFIX:-susp-raised pic x(8).
      *>    U = unworked, O = allocated to an order, C = held on a
      *>    customer's account, R = refund owed to the payer.
           03 :PREFIX:-susp-state  pic x.
               88 :PREFIX:-susp-unworked   value "U".
               88 :PREFIX:-susp-to-order   value "O".
               88 :PREFIX:-susp-to-account value "C".
               88 :PREFIX:-susp-refund     value "R".
               88 :PREFIX:-susp-worked     value "O" "C" "R".
           03 :PREFIX:-susp-worked-date pic x(8).
           03 :PREFIX:-susp-worked-by   pic x(25).
      *>    The order number (state O) or customer number (state C)
      *>    the money was allocated to; blank for a refund.
           03 :PREFIX:-susp-alloc-to    pic x(8).
           03 :PREFIX:-susp-alloc-to-n redefines :PREFIX:-susp-alloc-to
                                        pic 9(8).
