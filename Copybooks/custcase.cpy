      *>***********************************************************************
      *>
      *> custcase.cpy
      *>
      *> Shared layout for one custCases.dat row -- a customer complaint
      *> worked as a case, keyed by case number, with the customer's
      *> record-num from custrec.cpy as an alternate key so the cases
      *> for one customer read back together. The row keyed 00000000
      *> is the control record and carries the last case number issued
      *> in its customer field.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custcase.cpy" replacing ==:PREFIX:== by ==cs==.
      *>     copy "custcase.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-case-num      pic x(8).
           03 :PREFIX:-case-num-n redefines :PREFIX:-case-num
                                     pic 9(8).
           03 :PREFIX:-case-cust     pic x(8).
      *>    The order complained about -- blank when the complaint is
      *>    not about any one order.
           03 :PREFIX:-case-order    pic x(8).
      *>    The customer's branch when the case was opened; the aging
      *>    report is broken down by it.
           03 :PREFIX:-case-branch   pic x(3).
      *>    BILL = billing, DLVY = delivery, PROD = the goods, SERV =
      *>    the service given, STAF = a member of staff, OTHR =
      *>    anything else.
           03 :PREFIX:-case-category pic x(4).
               88 :PREFIX:-case-category-valid
                   value "BILL" "DLVY" "PROD" "SERV" "STAF" "OTHR".
      *>    O = open and with us, W = open but waiting on the
      *>    customer, C = closed.
           03 :PREFIX:-case-status   pic x.
               88 :PREFIX:-case-open    value "O".
               88 :PREFIX:-case-waiting value "W".
               88 :PREFIX:-case-live    value "O" "W".
               88 :PREFIX:-case-closed  value "C".
      *>    The operator who owns the case and must answer it.
           03 :PREFIX:-case-owner    pic x(25).
           03 :PREFIX:-case-opened   pic x(8).
           03 :PREFIX:-case-opened-by pic x(25).
      *>    The date the customer must have had a response by.
           03 :PREFIX:-case-due      pic x(8).
           03 :PREFIX:-case-closed-on pic x(8).
           03 :PREFIX:-case-summary  pic x(40).
      *>    What was done about it, keyed as the case is closed.
           03 :PREFIX:-case-outcome  pic x(40).
           03 :PREFIX:-case-updated  pic x(8).
