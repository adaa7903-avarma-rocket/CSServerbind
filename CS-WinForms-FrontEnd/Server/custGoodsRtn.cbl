       identification division.

       program-id. custGoodsRtn.

       environment division.
       configuration section.
           select custCredits assign to "custCredits.dat"
               organization is indexed
               access is dynamic
               record key is cn-crn-key of custCredits
               alternate record key is cn-crn-cust of custCredits
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-credits-status.
           select custBranch assign to "custBranch.dat"
               organization is indexed
               access is dynamic
               record key is br-branch-code of custBranch
               file status is ws-branchmst-status.
           select custGoodsRtn assign to "custGoodsRtn.rpt"
               organization is line sequential.

       file section.
       fd custCredits.
       01 cn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.

      *      The branch master, so each branch's section is headed
      *      with its name as well as its code.

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

       fd custGoodsRtn.
       01 goodsrtn-line pic x(100).

       working-storage section.
       01 ws-credits-status pic xx.
           88 credits-status-ok       value "00" "02".
           88 credits-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-branchmst-status pic xx.
           88 branchmst-status-ok       value "00" "02".
           88 branchmst-status-bad-open value "35" "37" "41" "42"
                                              "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-credits value "Y".

       01 ws-today pic x(8).

      *      Every credit note row raised today for goods returned,
      *      held so the list can be printed a branch at a time and,
      *      within each branch, a reason at a time -- the manager
      *      sees at a glance whether the returns were damage in
      *      transit, faulty stock or the wrong goods sent. A day
      *      with more rows than the table holds still has every row
      *      counted in the totals.

       01 ws-row-max  pic 9(4) comp value 500.
       01 ws-row-used pic 9(4) comp value 0.
       01 ws-row-over pic 9(8) value 0.
       01 ws-row-table.
           03 ws-row-entry occurs 500 times.
               05 ws-row-branch pic x(3).
               05 ws-row-reason pic x(4).
               05 ws-row-num    pic x(8).
               05 ws-row-order  pic x(8).
               05 ws-row-cust   pic x(8).
               05 ws-row-item   pic x(8).
               05 ws-row-desc   pic x(30).
               05 ws-row-qty    pic 9(5).
               05 ws-row-amount pic 9(7)v99.
       01 ws-row-idx pic 9(4) comp.

      *      The reason codes custcrn.cpy names, in the order they
      *      print, with the wording the managers see.

       01 ws-reason-init.
           03 filler pic x(28) value "DAMGDamaged In Transit      ".
           03 filler pic x(28) value "FLTYFaulty                  ".
           03 filler pic x(28) value "WRNGWrong Goods Sent        ".
           03 filler pic x(28) value "NREQNo Longer Wanted        ".
           03 filler pic x(28) value "LATEArrived Too Late        ".
           03 filler pic x(28) value "OTHROther                   ".
       01 ws-reason-names redefines ws-reason-init.
           03 ws-reason-name-entry occurs 6 times.
               05 ws-reason-code pic x(4).
               05 ws-reason-desc pic x(24).
       01 ws-reason-idx pic 9(2) comp.

      *      Today's totals by reason across every branch.

       01 ws-reason-totals.
           03 ws-reason-entry occurs 6 times.
               05 ws-reason-rows  pic 9(8) comp.
               05 ws-reason-qty   pic 9(8) comp.
               05 ws-reason-value pic 9(11)v99 comp-3.

      *      The branches seen today, in the order they were met.
      *      Rows with the branch still blank land in the ---
      *      bucket, the way the month-end pack does.

       01 ws-branch-max  pic 9(2) comp value 20.
       01 ws-branch-used pic 9(2) comp value 0.
       01 ws-branch-table.
           03 ws-branch-entry occurs 20 times.
               05 ws-branch-code  pic x(3).
       01 ws-branch-idx  pic 9(2) comp.
       01 ws-branch-hold pic x(3).
       01 ws-branch-name-hold pic x(25).

       01 ws-sub-rows  pic 9(8) comp.
       01 ws-sub-qty   pic 9(8) comp.
       01 ws-sub-value pic 9(11)v99 comp-3.
       01 ws-br-rows   pic 9(8) comp.
       01 ws-br-value  pic 9(11)v99 comp-3.

       01 ws-note-count  pic 9(8) value 0.
       01 ws-total-rows  pic 9(8) value 0.
       01 ws-total-value pic 9(11)v99 comp-3 value 0.

       01 ws-print-count-d pic zz,zzz,zz9.
       01 ws-print-value-d pic zz,zzz,zzz,zz9.99.

       01 ws-goodsrtn-detail.
           03 filler        pic x(4) value spaces.
           03 ws-det-num    pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-order  pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-cust   pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-item   pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-desc   pic x(30).
           03 filler        pic xx value spaces.
           03 ws-det-qty    pic zzzz9.
           03 filler        pic xx value spaces.
           03 ws-det-amount pic z,zzz,zz9.99.

       procedure division.
       mainline section.
           move function current-date(1:8) to ws-today
           perform clear-reason-row
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 6
           open input custCredits
           if credits-status-bad-open
               display "custCredits Not Found - No Returns To Report"
               goback
           end-if
           move "N" to ws-eof-flag
           move ws-control-key to cn-crn-num
           move 0 to cn-crn-line
           start custCredits key is greater than cn-crn-key
               invalid key
                   set end-of-credits to true
               not invalid key
                   continue
           end-start
           perform collect-next-credit until end-of-credits
           close custCredits
           open output custGoodsRtn
           perform write-report-header
           perform print-branch-section
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
           perform write-report-trailer
           close custGoodsRtn
           display "Daily Returns Report Complete"
           display "Credit Notes Today : " ws-note-count
           display "Lines Credited     : " ws-total-rows
           goback
           .

       clear-reason-row section.
           move 0 to ws-reason-rows(ws-reason-idx)
           move 0 to ws-reason-qty(ws-reason-idx)
           move 0 to ws-reason-value(ws-reason-idx)
           .

       collect-next-credit section.
           read custCredits next with no lock
               at end
                   set end-of-credits to true
               not at end
                   if cn-crn-date = ws-today
                       perform collect-one-credit
                   end-if
           end-read
           .

      *      A reason code the table does not know is counted as
      *      OTHR, the bucket it would have been keyed into.

       collect-one-credit section.
           if cn-crn-line = 1
               add 1 to ws-note-count
           end-if
           add 1 to ws-total-rows
           add cn-crn-amount to ws-total-value
           perform scan-reason-row
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 5
                   or ws-reason-code(ws-reason-idx) = cn-crn-reason
           add 1 to ws-reason-rows(ws-reason-idx)
           add cn-crn-qty    to ws-reason-qty(ws-reason-idx)
           add cn-crn-amount to ws-reason-value(ws-reason-idx)
           move cn-crn-branch to ws-branch-hold
           perform locate-branch-row
           if ws-row-used < ws-row-max
               add 1 to ws-row-used
               move ws-branch-hold to ws-row-branch(ws-row-used)
               move ws-reason-code(ws-reason-idx)
                   to ws-row-reason(ws-row-used)
               move cn-crn-num    to ws-row-num(ws-row-used)
               move cn-crn-order  to ws-row-order(ws-row-used)
               move cn-crn-cust   to ws-row-cust(ws-row-used)
               move cn-crn-item   to ws-row-item(ws-row-used)
               move cn-crn-desc   to ws-row-desc(ws-row-used)
               move cn-crn-qty    to ws-row-qty(ws-row-used)
               move cn-crn-amount to ws-row-amount(ws-row-used)
           else
               add 1 to ws-row-over
           end-if
           .

       scan-reason-row section.
           continue
           .

       locate-branch-row section.
           if ws-branch-hold = spaces
               move "---" to ws-branch-hold
           end-if
           perform scan-branch-row
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
                   or ws-branch-code(ws-branch-idx) = ws-branch-hold
           if ws-branch-idx > ws-branch-used
               and ws-branch-used < ws-branch-max
               add 1 to ws-branch-used
               move ws-branch-hold to ws-branch-code(ws-branch-used)
           end-if
           .

       scan-branch-row section.
           continue
           .

       write-report-header section.
           move spaces to goodsrtn-line
           string "===== Daily Goods Returns By Reason - "
                      delimited by size
                  ws-today delimited by size
                  " =====" delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           move spaces to goodsrtn-line
           string "    Credit    Order     Customer  Item      "
                      delimited by size
                  "Description                       Qty"
                      delimited by size
                  "        Amount"
                      delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           .

      *      One section per branch for that branch's manager: each
      *      reason with its rows listed under it and a subtotal,
      *      then the branch total.

       print-branch-section section.
           perform find-branch-name
           move spaces to goodsrtn-line
           string "Branch " delimited by size
                  ws-branch-code(ws-branch-idx) delimited by size
                  " "       delimited by size
                  ws-branch-name-hold delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           move 0 to ws-br-rows
           move 0 to ws-br-value
           perform print-branch-reason
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 6
           move ws-br-rows  to ws-print-count-d
           move ws-br-value to ws-print-value-d
           move spaces to goodsrtn-line
           string "  Branch Total          : " delimited by size
                  ws-print-count-d             delimited by size
                  "  "                         delimited by size
                  ws-print-value-d             delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           .

       print-branch-reason section.
           move 0 to ws-sub-rows
           move 0 to ws-sub-qty
           move 0 to ws-sub-value
           perform count-reason-row
               varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-used
           if ws-sub-rows = 0
               exit section
           end-if
           move spaces to goodsrtn-line
           string "  "  delimited by size
                  ws-reason-code(ws-reason-idx) delimited by size
                  " "   delimited by size
                  ws-reason-desc(ws-reason-idx) delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           perform print-reason-row
               varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-used
           move ws-sub-rows  to ws-print-count-d
           move ws-sub-value to ws-print-value-d
           move spaces to goodsrtn-line
           string "    Subtotal            : " delimited by size
                  ws-print-count-d             delimited by size
                  "  "                         delimited by size
                  ws-print-value-d             delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           add ws-sub-rows  to ws-br-rows
           add ws-sub-value to ws-br-value
           .

       count-reason-row section.
           if ws-row-branch(ws-row-idx) = ws-branch-code(ws-branch-idx)
               and ws-row-reason(ws-row-idx)
                   = ws-reason-code(ws-reason-idx)
               add 1 to ws-sub-rows
               add ws-row-qty(ws-row-idx)    to ws-sub-qty
               add ws-row-amount(ws-row-idx) to ws-sub-value
           end-if
           .

       print-reason-row section.
           if ws-row-branch(ws-row-idx) = ws-branch-code(ws-branch-idx)
               and ws-row-reason(ws-row-idx)
                   = ws-reason-code(ws-reason-idx)
               move ws-row-num(ws-row-idx)    to ws-det-num
               move ws-row-order(ws-row-idx)  to ws-det-order
               move ws-row-cust(ws-row-idx)   to ws-det-cust
               move ws-row-item(ws-row-idx)   to ws-det-item
               move ws-row-desc(ws-row-idx)   to ws-det-desc
               move ws-row-qty(ws-row-idx)    to ws-det-qty
               move ws-row-amount(ws-row-idx) to ws-det-amount
               write goodsrtn-line from ws-goodsrtn-detail
           end-if
           .

      *      The branch master gives the code a name; a code with no
      *      row (HQ, the --- bucket) prints with the name blank.

       find-branch-name section.
           move spaces to ws-branch-name-hold
           open input custBranch
           if branchmst-status-bad-open
               exit section
           end-if
           move ws-branch-code(ws-branch-idx) to br-branch-code
           read custBranch with no lock
               invalid key
                   continue
               not invalid key
                   move br-branch-name to ws-branch-name-hold
           end-read
           close custBranch
           .

      *      Today's totals by reason across all branches, for the
      *      regional view, then the day's grand total.

       write-report-trailer section.
           move "All Branches By Reason" to goodsrtn-line
           write goodsrtn-line
           perform print-reason-total
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 6
           if ws-row-over > 0
               move spaces to goodsrtn-line
               string "  Rows Not Listed (Table Full): "
                          delimited by size
                      ws-row-over delimited by size
                   into goodsrtn-line
               end-string
               write goodsrtn-line
           end-if
           move ws-total-value to ws-print-value-d
           move spaces to goodsrtn-line
           string "===== Credit Notes: " delimited by size
                  ws-note-count          delimited by size
                  "  Lines: "            delimited by size
                  ws-total-rows          delimited by size
                  "  Value: "            delimited by size
                  ws-print-value-d       delimited by size
                  " ====="               delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           .

       print-reason-total section.
           move ws-reason-rows(ws-reason-idx)  to ws-print-count-d
           move ws-reason-value(ws-reason-idx) to ws-print-value-d
           move spaces to goodsrtn-line
           string "  "  delimited by size
                  ws-reason-code(ws-reason-idx) delimited by size
                  " "   delimited by size
                  ws-reason-desc(ws-reason-idx)(1:16) delimited by size
                  " : " delimited by size
                  ws-print-count-d delimited by size
                  "  "  delimited by size
                  ws-print-value-d delimited by size
               into goodsrtn-line
           end-string
           write goodsrtn-line
           .
