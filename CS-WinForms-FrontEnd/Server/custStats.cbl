           03 ws-count-miss   pic 9(8) comp value zero.
           03 ws-count-other  pic 9(8) comp value zero.

      *      Orders taken during the day, however they came in, and
      *      of those the ones the standing-order run raised -- the
      *      ORDADD lines that run stamps with its own name.

           03 ws-count-order  pic 9(8) comp value zero.
           03 ws-count-stand  pic 9(8) comp value zero.

      *      The same daily counts broken down by the branch carried
      *      on each audit line, collected as branches appear. Lines
      *      with no branch (misses and legacy records) land in the
                   when "MISS"
                       add 1 to ws-count-miss
                       perform add-branch-miss
                   when "ORDADD"
                       add 1 to ws-count-order
                       if rpt-audit-operator = "STANDORD"
                           add 1 to ws-count-stand
                       end-if
                   when other
                       add 1 to ws-count-other
               end-evaluate
           display "Records Deleted    : " ws-count-delete
           display "Records Searched   : " ws-count-search
           display "Not-Found Misses   : " ws-count-miss
           display "Orders Added       : " ws-count-order
           display "  Standing Orders  : " ws-count-stand
           display "----- By Branch (Add/Upd/Del/Srch/Miss) -----"
           perform display-branch-line
               varying ws-branch-idx from 1 by 1
