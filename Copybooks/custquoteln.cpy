      *>***********************************************************************
      *>
      *> custquoteln.cpy
      *>
      *> Shared layout for one custQuoteLines.dat row -- one line of a
      *> quotation: the item, how many and the price quoted for it.
      *> Keyed by quote number with the line number inside the key, so
      *> a quote's lines read back together in the order they were
      *> keyed, the same way custordln.cpy keys an order's lines. The
      *> prices are fixed when the line is added and are the prices
      *> the order is taken at when the quote is converted.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custquoteln.cpy" replacing ==:PREFIX:== by ==ql==.
      *>     copy "custquoteln.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-qline-key.
               05 :PREFIX:-qline-quote pic x(8).
               05 :PREFIX:-qline-seq   pic 9(3).
      *>    Blank on a free-text line -- labour, carriage -- which
      *>    goes by its description and keyed total alone.
           03 :PREFIX:-qline-item      pic x(8).
           03 :PREFIX:-qline-desc      pic x(30).
           03 :PREFIX:-qline-qty       pic 9(5).
           03 :PREFIX:-qline-price     pic 9(7)v99.
           03 :PREFIX:-qline-total     pic 9(7)v99.
      *>    The VAT rate code the line was priced under and the VAT
      *>    contained in its total, which is VAT-inclusive.
           03 :PREFIX:-qline-vat-code  pic x.
           03 :PREFIX:-qline-vat       pic 9(7)v99.
      *>    The item master's list price when the line was quoted, and
      *>    the customer's price agreement it was quoted under instead
      *>    -- carried onto the order line the same way.
           03 :PREFIX:-qline-list-price pic 9(7)v99.
           03 :PREFIX:-qline-agr-item  pic x(8).
           03 :PREFIX:-qline-agr-start pic x(8).
