      *>***********************************************************************
      *>
      *> custpwdhist.cpy
      *>
      *> Shared layout for one custPwdHist.dat row -- the coded form
      *> of the passwords an operator has used before, newest first,
      *> keyed by operator id. A change of password online is refused
      *> when the new one matches the current password or any of the
      *> recent ones held here; nothing on the row is ever in clear.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custpwdhist.cpy" replacing ==:PREFIX:== by ==ph==.
      *>
      *>***********************************************************************
           03 :PREFIX:-hist-oper-id  pic x(25).
           03 :PREFIX:-hist-entry occurs 5 times.
      *>        Same marker, salt and code as the operator row.
               05 :PREFIX:-hist-coded pic x(25).
               05 :PREFIX:-hist-date  pic x(8).
