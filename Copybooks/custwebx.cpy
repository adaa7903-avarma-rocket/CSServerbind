      *>***********************************************************************
      *>
      *> custwebx.cpy
      *>
      *> Shared layout for one custWebXref.dat row -- the cross-
      *> reference from a web-shop customer account to the custFile
      *> record number it buys as. Keyed by the web shop's own
      *> customer id, so the order load can turn a web id into a
      *> customer number; the customer is an alternate key with
      *> duplicates, since one customer may hold more than one web
      *> account. Rows are written by the nightly web registration
      *> run, either for a customer it has just created or for an
      *> existing customer the duplicate review linked the account to.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custwebx.cpy" replacing ==:PREFIX:== by ==wx==.
      *>     copy "custwebx.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-webx-web-id    pic x(12).
           03 :PREFIX:-webx-cust      pic x(8).
      *>    When the row was written and how: N = a new customer
      *>    created from the registration, L = the account linked to
      *>    a customer already on file.
           03 :PREFIX:-webx-linked    pic x(8).
           03 :PREFIX:-webx-how       pic x.
               88 :PREFIX:-webx-created value "N".
               88 :PREFIX:-webx-linked-existing value "L".
