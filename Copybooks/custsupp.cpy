      *>***********************************************************************
      *>
      *> custsupp.cpy
      *>
      *> Shared supplier record layout used by the custSupp.dat
      *> service -- one row per supplier the shop buys stock from,
      *> keyed by supplier code. Each item on custItems.dat names the
      *> supplier it is reordered from, and every purchase order is
      *> raised against one supplier.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custsupp.cpy" replacing ==:PREFIX:== by ==su==.
      *>     copy "custsupp.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-supp-code   pic x(8).
           03 :PREFIX:-supp-name   pic x(30).
           03 :PREFIX:-supp-phone  pic x(15).
           03 :PREFIX:-supp-email  pic x(40).
      *>    Days from raising a purchase order to the goods
      *>    arriving -- sets the due date printed on the order.
           03 :PREFIX:-supp-lead-days pic 9(3).
      *>    A = buying from them, I = no longer used. An inactive
      *>    supplier keeps its row for the orders already raised on
      *>    it, but no new purchase order is raised against it.
           03 :PREFIX:-supp-status pic x.
               88 :PREFIX:-supp-active   value "A".
               88 :PREFIX:-supp-inactive value "I".
