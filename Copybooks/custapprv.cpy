      *>***********************************************************************
      *>
      *> custapprv.cpy
      *>
      *> Shared layout for one custApproval.dat row -- a sensitive
      *> change keyed at the counter that waits for a second operator
      *> at level A before it touches custFile: a credit-limit increase
      *> above the approval amount, or a name change made together with
      *> an address change on the same record. Keyed by an approval
      *> number; the row keyed 00000000 is the control record and
      *> carries the next number in the customer field, the same
      *> scheme the order numbers use. The customer is an alternate
      *> key, so a second request for a customer already waiting is
      *> caught when it is keyed.
      *>
      *> Copied into the FD, the server working-storage and the client
      *> data-block views, so the approve and reject calls send the
      *> approval number in the same bytes the page call returns.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custapprv.cpy" replacing ==:PREFIX:== by ==ap==.
      *>     copy "custapprv.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-appr-id       pic x(8).
           03 :PREFIX:-appr-id-n redefines :PREFIX:-appr-id
                                     pic 9(8).
      *>    C = credit-limit change, N = name and address change.
           03 :PREFIX:-appr-type     pic x.
               88 :PREFIX:-appr-limit    value "C".
               88 :PREFIX:-appr-name     value "N".
           03 :PREFIX:-appr-cust     pic x(8).
           03 :PREFIX:-appr-branch   pic x(3).
      *>    P = waiting, A = approved and applied, R = rejected,
      *>    X = expired unapproved after the approval days ran out.
           03 :PREFIX:-appr-state    pic x.
               88 :PREFIX:-appr-pending  value "P".
               88 :PREFIX:-appr-approved value "A".
               88 :PREFIX:-appr-rejected value "R".
               88 :PREFIX:-appr-expired  value "X".
           03 :PREFIX:-appr-lodged    pic x(8).
           03 :PREFIX:-appr-lodged-by pic x(25).
           03 :PREFIX:-appr-decided    pic x(8).
           03 :PREFIX:-appr-decided-by pic x(25).
      *>    The limit on the record when the change was keyed and the
      *>    limit asked for (type C only).
           03 :PREFIX:-appr-old-limit pic 9(7)v99.
           03 :PREFIX:-appr-new-limit pic 9(7)v99.
      *>    The name and address asked for (type N only).
           03 :PREFIX:-appr-firstname pic x(25).
           03 :PREFIX:-appr-lastname  pic x(25).
           03 :PREFIX:-appr-address.
               05 :PREFIX:-appr-street   pic x(30).
               05 :PREFIX:-appr-city     pic x(20).
               05 :PREFIX:-appr-county   pic x(20).
               05 :PREFIX:-appr-postcode pic x(8).
