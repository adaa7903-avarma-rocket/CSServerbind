      *>***********************************************************************
           03 :PREFIX:-oper-id       pic x(25).
           03 :PREFIX:-oper-password pic x(25).
      *>    The password is never held as typed: the field carries a
      *>    marker, the salt drawn when the password was set and the
      *>    one-way code of salt and password together. A row still
      *>    without the marker predates the coding and is coded on
      *>    its next good sign-on or by the custPwdConv run.
           03 :PREFIX:-oper-pwd-coded redefines :PREFIX:-oper-password.
               05 :PREFIX:-oper-pwd-scheme pic x.
                   88 :PREFIX:-oper-pwd-hashed value "#".
               05 :PREFIX:-oper-pwd-salt   pic x(8).
               05 :PREFIX:-oper-pwd-hash   pic x(16).
      *>    A = may run every function, O = may search and browse
      *>    but not remove or extract data -- the same levels the
      *>    hardcoded credentials carried.
