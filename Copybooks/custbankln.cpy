      *>***********************************************************************
      *>
      *> custbankln.cpy
      *>
      *> Shared layout for one custBankLines.dat row -- a line off the
      *> bank's daily statement of our account, keyed by the banking
      *> date and the line's number on that day's statement, loaded by
      *> the statement load and ticked off by the cash reconciliation
      *> against the till's receipts for the same date.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custbankln.cpy" replacing ==:PREFIX:== by ==bl==.
      *>     copy "custbankln.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-bank-key.
               05 :PREFIX:-bank-date pic x(8).
               05 :PREFIX:-bank-line pic 9(4).
      *>    C = money in, D = money out. Only credits are reconciled
      *>    against receipts.
           03 :PREFIX:-bank-type     pic x.
               88 :PREFIX:-bank-credit value "C".
               88 :PREFIX:-bank-debit  value "D".
      *>    The reference the money was paid in under -- for the
      *>    till's takings, the receipt reference on the paying-in
      *>    slip.
           03 :PREFIX:-bank-ref      pic x(8).
           03 :PREFIX:-bank-amount   pic 9(7)v99.
           03 :PREFIX:-bank-narrative pic x(30).
      *>    Space until a reconciliation has looked at the line, then
      *>    M when a receipt was found for it or U when none was, with
      *>    the date of the reconciliation that decided it. An
      *>    unmatched line is looked at again by every later run
      *>    until a receipt turns up for it.
           03 :PREFIX:-bank-match    pic x.
               88 :PREFIX:-bank-unchecked value space.
               88 :PREFIX:-bank-matched   value "M".
               88 :PREFIX:-bank-unmatched value "U".
           03 :PREFIX:-bank-recon-date pic x(8).
