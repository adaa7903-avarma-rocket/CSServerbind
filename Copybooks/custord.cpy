           03 :PREFIX:-order-date   pic x(8).
           03 :PREFIX:-order-amount pic 9(7)v99.
      *>    O = open, F = open and on a pick list (in fulfilment),
      *>    B = open but back-ordered, C = closed (fulfilled),
      *>    X = cancelled. An in-fulfilment order still counts as
      *>    open everywhere that matters -- credit exposure, aging,
      *>    the block on deleting the customer -- but the morning
      *>    pick run will not list it a second time. A back-ordered
      *>    order is open too, but is held off the pick list until
      *>    the nightly stock run finds stock for every line and
      *>    puts it back to O. A cancelled order no longer counts as
      *>    open, so it stops blocking the customer's delete the way
      *>    an open one does.
           03 :PREFIX:-order-status pic x.
               88 :PREFIX:-order-open      value "O" "F" "B".
               88 :PREFIX:-order-backordered value "B".
               88 :PREFIX:-order-unpicked  value "O".
               88 :PREFIX:-order-picking   value "F".
               88 :PREFIX:-order-closed    value "C".
      *>    same item stops being priced three ways on three orders.
      *>    Blank means a legacy free-text order.
           03 :PREFIX:-order-item   pic x(8).
      *>    What has been paid against the order so far -- receipts
      *>    are applied as they arrive, so a customer paying half now
      *>    and half next week leaves the order open with the balance
      *>    still owed. Outstanding is always amount less paid; the
      *>    order closes on the receipt that brings paid up to amount.
           03 :PREFIX:-order-paid   pic 9(7)v99.
      *>    The quantity of the item on the order's first line, as
      *>    keyed with the order -- an item-coded order is priced at
      *>    the master price times this quantity. Zero or blank is
      *>    taken as one.
           03 :PREFIX:-order-qty    pic 9(5).
      *>    How many lines the order carries on custOrdLines.dat; the
      *>    order amount is always the sum of the line totals. Zero
      *>    (or blank, on an order written before lines were carried)
      *>    is a single-item order held wholly on this header.
           03 :PREFIX:-order-lines  pic 9(3).
      *>    The order amount split for VAT. The amount above is the
      *>    gross the customer pays; the VAT in it is worked out at
      *>    the rate of each line's item as the line is priced, and
      *>    net is always amount less VAT. The rate code is the
      *>    first line's -- each line carries its own, and the
      *>    quarterly VAT return totals by the lines' codes. Blank
      *>    (on an order written before VAT was split out) is worked
      *>    out at the standard rate wherever it is needed.
           03 :PREFIX:-order-vat-code pic x.
               88 :PREFIX:-order-vat-standard value "S".
               88 :PREFIX:-order-vat-reduced  value "R".
               88 :PREFIX:-order-vat-zero     value "Z".
               88 :PREFIX:-order-vat-exempt   value "E".
           03 :PREFIX:-order-net    pic 9(7)v99.
           03 :PREFIX:-order-vat    pic 9(7)v99.
      *>    The invoice number the order was given when it was
      *>    dispatched or closed, and the date it was given -- see
      *>    custinv.cpy. Blank until then, and on an order closed
      *>    before invoices were numbered.
           03 :PREFIX:-order-invoice  pic x(8).
           03 :PREFIX:-order-inv-date pic x(8).
      *>    What has been credited back on the order by credit notes
      *>    for goods returned after it closed -- see custcrn.cpy.
      *>    The amount above stays as invoiced; what can still be
      *>    credited is always amount less credited. Blank on an
      *>    order written before returns were taken, which counts
      *>    as nothing credited.
           03 :PREFIX:-order-credited pic 9(7)v99.
      *>    The day the pick run put the order in fulfilment, and
      *>    the carrier's last word on it from the nightly delivery
      *>    feed -- the consignment number the parcel travels under,
      *>    the date of the delivery event and what it was. Blank
      *>    until picked and until the carrier reports, and on an
      *>    order picked before deliveries were tracked.
           03 :PREFIX:-order-pick-date  pic x(8).
           03 :PREFIX:-order-consign    pic x(15).
           03 :PREFIX:-order-dlv-date   pic x(8).
           03 :PREFIX:-order-dlv-status pic x.
               88 :PREFIX:-order-dlv-none     value space.
               88 :PREFIX:-order-dlv-delivered value "D".
               88 :PREFIX:-order-dlv-failed   value "F".
               88 :PREFIX:-order-dlv-returned value "R".
      *>    Direct debit collection -- see custmandate.cpy. W means
      *>    the order went to the bank on the collection run's
      *>    submission file on the date shown, for the amount shown,
      *>    and the money has not been seen yet: the receipt that
      *>    pays it, or the bank's return of the debit, clears it
      *>    back to space. Tries counts the submissions made, so a
      *>    debit returned for a reason that may be put right is
      *>    only presented again once. Blank on an order never
      *>    collected, which counts as no tries.
           03 :PREFIX:-order-dd-state  pic x.
               88 :PREFIX:-order-dd-none     value space.
               88 :PREFIX:-order-dd-awaiting value "W".
           03 :PREFIX:-order-dd-date   pic x(8).
           03 :PREFIX:-order-dd-tries  pic 9.
           03 :PREFIX:-order-dd-amount pic 9(7)v99.
      *>    Loyalty points -- see custpoints.cpy. Redeemed is what the
      *>    customer spent against the order when it was keyed, and
      *>    value is what those points took off what they owe: it is
      *>    carried as already paid, so the amount and the lines
      *>    behind it stay as priced. Earned is what the order paid
      *>    out when it closed, less anything taken back since for
      *>    goods returned. Blank on an order written before points
      *>    were kept, which counts as none.
           03 :PREFIX:-order-pts-redeemed pic 9(7).
           03 :PREFIX:-order-pts-value    pic 9(7)v99.
           03 :PREFIX:-order-pts-earned   pic 9(7).
