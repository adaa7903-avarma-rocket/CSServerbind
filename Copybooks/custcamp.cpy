           03 :PREFIX:-camp-status pic x.
               88 :PREFIX:-camp-planned value "P".
               88 :PREFIX:-camp-has-run value "R".
      *>    Up to four customer segments from the monthly scoring
      *>    run (see custseg.cpy) the campaign is aimed at -- a
      *>    customer in any one of them is selected. All blank
      *>    targets every segment, the way campaigns always have.
           03 :PREFIX:-camp-segments.
               05 :PREFIX:-camp-segment pic x(4) occurs 4 times.
