      *>***********************************************************************
      *>
      *> custwebhold.cpy
      *>
      *> Shared layout for one custWebHold.dat row -- a web-shop
      *> registration the nightly registration run would not turn
      *> into a customer because it looks like someone already on
      *> file: the same surname with the same first name or the same
      *> phone number, the pairing custDupes reviews. Keyed by the web
      *> customer id. The row stays until the registration is sent
      *> again with a decision -- linked to the existing customer or
      *> registered as new -- and is listed on the custDupes report
      *> every night it waits.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custwebhold.cpy" replacing ==:PREFIX:== by ==wh==.
      *>     copy "custwebhold.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-hold-web-id    pic x(12).
      *>    The registration as the web shop sent it.
           03 :PREFIX:-hold-firstname pic x(25).
           03 :PREFIX:-hold-lastname  pic x(25).
           03 :PREFIX:-hold-address   pic x(78).
           03 :PREFIX:-hold-phone     pic x(15).
           03 :PREFIX:-hold-email     pic x(40).
           03 :PREFIX:-hold-consent   pic x(3).
      *>    When it was first held and the customer it looked like.
           03 :PREFIX:-hold-date      pic x(8).
           03 :PREFIX:-hold-match     pic x(8).
           03 :PREFIX:-hold-reason    pic x(14).
