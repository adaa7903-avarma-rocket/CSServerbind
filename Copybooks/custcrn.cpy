      *>***********************************************************************
      *>
      *> custcrn.cpy
      *>
      *> Shared layout for one custCredits.dat row -- the credit note
      *> register. Goods brought back against a closed order are
      *> credited on a numbered credit note, one row per order line
      *> returned, keyed by credit note number with the row number
      *> inside the key, so a note's rows read back together. The row
      *> keyed 00000000/000 is the control record and carries the
      *> last credit note number issued in the order field, the same
      *> scheme the invoice register uses. The customer is an
      *> alternate key, so the statement run can find a customer's
      *> notes without reading the whole register.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.
      *>     copy "custcrn.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-crn-key.
               05 :PREFIX:-crn-num    pic x(8).
               05 :PREFIX:-crn-num-n redefines :PREFIX:-crn-num
                                      pic 9(8).
               05 :PREFIX:-crn-line   pic 9(3).
           03 :PREFIX:-crn-order      pic x(8).
           03 :PREFIX:-crn-order-n redefines :PREFIX:-crn-order
                                      pic 9(8).
      *>    The order line the goods came back off -- zero on an
      *>    order taken before lines were carried, which is credited
      *>    whole from its header. On the return call itself zero
      *>    asks for everything still returnable on the order.
           03 :PREFIX:-crn-ord-line   pic 9(3).
           03 :PREFIX:-crn-cust       pic x(8).
           03 :PREFIX:-crn-date       pic x(8).
           03 :PREFIX:-crn-item       pic x(8).
           03 :PREFIX:-crn-desc       pic x(30).
           03 :PREFIX:-crn-qty        pic 9(5).
      *>    The amount credited, VAT-inclusive the way the order was
      *>    priced, and the VAT within it at the line's rate.
           03 :PREFIX:-crn-amount     pic 9(7)v99.
           03 :PREFIX:-crn-vat-code   pic x.
           03 :PREFIX:-crn-vat        pic 9(7)v99.
      *>    Why the goods came back -- DAMG damaged in transit, FLTY
      *>    faulty, WRNG wrong goods sent, NREQ no longer wanted,
      *>    LATE arrived too late to use, OTHR anything else (say
      *>    what in a contact note).
           03 :PREFIX:-crn-reason     pic x(4).
               88 :PREFIX:-crn-reason-valid value "DAMG" "FLTY" "WRNG"
                                                  "NREQ" "LATE" "OTHR".
      *>    The customer's branch when the note was raised, so the
      *>    daily returns report lands with the right manager.
           03 :PREFIX:-crn-branch     pic x(3).
           03 :PREFIX:-crn-operator   pic x(25).
