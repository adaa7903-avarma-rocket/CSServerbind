      *>***********************************************************************
      *>
      *> custprice.cpy
      *>
      *> Shared layout for one custPrices.dat row -- a price agreement
      *> negotiated with a trade customer: an agreed unit price or a
      *> discount off list, for one item or for everything they buy,
      *> in force from a start date to an end date. Keyed by customer,
      *> then item, then start date, so a customer's agreements read
      *> back together and a renewed agreement sits beside the one it
      *> replaced. Rebuilt from the agreement feed by custPriceLoad.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custprice.cpy" replacing ==:PREFIX:== by ==pa==.
      *>     copy "custprice.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-agr-key.
               05 :PREFIX:-agr-cust  pic x(8).
      *>    Blank for an agreement covering every item the customer
      *>    buys; an agreement for the item itself comes first.
               05 :PREFIX:-agr-item  pic x(8).
               05 :PREFIX:-agr-start pic x(8).
      *>    The last day the agreement is in force -- blank runs
      *>    until it is replaced.
           03 :PREFIX:-agr-end       pic x(8).
      *>    The agreed unit price, VAT-inclusive like the list price;
      *>    zero means the agreement is a discount off list instead.
           03 :PREFIX:-agr-price     pic 9(7)v99.
      *>    The discount off list, in percent.
           03 :PREFIX:-agr-disc      pic 9(3)v99.
      *>    The agreement's own reference, as the account manager
      *>    filed it, for the monthly discount report.
           03 :PREFIX:-agr-ref       pic x(10).
