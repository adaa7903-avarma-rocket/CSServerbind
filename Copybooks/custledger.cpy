      *>***********************************************************************
      *>
      *> custledger.cpy
      *>
      *> Shared layout for one custLedger.dat row -- the customer's
      *> account, one row per money movement: a debit when an order is
      *> raised, a credit when a receipt is applied against it, and a
      *> credit held on account when a customer pays more than they
      *> owe. Keyed by customer with a ledger sequence inside the key,
      *> so a customer's movements read back together in the order
      *> they were posted. The row keyed customer 00000000, sequence
      *> zero, is the ledger control record and carries the next
      *> sequence number in the order field.
      *>
      *> The balance a customer owes is the debits less every kind of
      *> credit; rows with a blank order number are money held on
      *> account rather than against any one order.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.
      *>     copy "custledger.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-ledger-key.
               05 :PREFIX:-ledger-cust pic x(8).
               05 :PREFIX:-ledger-seq  pic 9(8).
           03 :PREFIX:-ledger-date   pic x(8).
      *>    D = order raised (or increased by an amend), C = receipt
      *>    applied against an order, A = money held on account,
      *>    R = order reduced by an amend, written back by a cancel or
      *>    credited by a credit note for goods returned, T = money
      *>    already paid against a cancelled or credited order taken
      *>    back off it -- always posted with the matching A row that
      *>    puts the same money on account.
           03 :PREFIX:-ledger-type   pic x.
               88 :PREFIX:-ledger-debit      value "D".
               88 :PREFIX:-ledger-credit     value "C".
               88 :PREFIX:-ledger-on-account value "A".
               88 :PREFIX:-ledger-reversal   value "R".
               88 :PREFIX:-ledger-transfer   value "T".
               88 :PREFIX:-ledger-debit-side value "D" "T".
           03 :PREFIX:-ledger-order  pic x(8).
           03 :PREFIX:-ledger-order-n redefines :PREFIX:-ledger-order
                                     pic 9(8).
      *>    The till receipt reference for a credit, the order number
      *>    again for a debit or reversal, the credit note number on
      *>    every row a credit note posts.
           03 :PREFIX:-ledger-ref    pic x(8).
           03 :PREFIX:-ledger-amount pic 9(7)v99.
      *>    The job or operator that posted the row.
           03 :PREFIX:-ledger-source pic x(25).
