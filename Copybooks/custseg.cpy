      *>***********************************************************************
      *>
      *> custseg.cpy
      *>
      *> Shared layout for one custSegment.dat row -- a customer's
      *> recency, frequency and monetary scores from the monthly
      *> custRFM run over the live and archived orders, and the
      *> marketing segment the scores put them in. Keyed by customer,
      *> so the campaign selection can look a customer's segment up
      *> as it reads the customer file. Rebuilt whole every run.
      *>
      *> Copy with REPLACING to pick the prefix that matches the enclosing
      *> data name, e.g.
      *>     copy "custseg.cpy" replacing ==:PREFIX:== by ==sg==.
      *>     copy "custseg.cpy" replacing ==:PREFIX:== by ==ws==.
      *>
      *>***********************************************************************
           03 :PREFIX:-seg-cust       pic x(8).
           03 :PREFIX:-seg-branch     pic x(3).
           03 :PREFIX:-seg-score-date pic x(8).
      *>    What the scores were worked out from: the date of the
      *>    newest order, how many orders in all, and what they came
      *>    to less anything credited back. Cancelled orders count
      *>    for nothing.
           03 :PREFIX:-seg-last-order pic x(8).
           03 :PREFIX:-seg-orders     pic 9(5).
           03 :PREFIX:-seg-value      pic 9(9)v99.
      *>    Each score runs 1 (worst) to 5 (best); all three are
      *>    zero for a customer who has never ordered.
           03 :PREFIX:-seg-recency    pic 9.
           03 :PREFIX:-seg-frequency  pic 9.
           03 :PREFIX:-seg-monetary   pic 9.
      *>    The segment the scores fall in, as campaigns name it.
           03 :PREFIX:-seg-code       pic x(4).
               88 :PREFIX:-seg-valid value "CHMP" "NEWC" "LOYL" "LAPH"
                                           "RISK" "LAPS" "ACTV" "NONE".
