               file status is ws-custfile-status.
           select custOverLimit assign to "custOverLimit.rpt"
               organization is line sequential.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-custledger-status.

       file section.
       fd custOrders.
       fd custOverLimit.
       01 overlimit-line pic x(120).

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

       working-storage section.
       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ledger-eof-flag pic x.
           88 end-of-ledger value "Y".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
       01 ws-run-date pic x(8).

      *      Control break on the customer owning each chain of
      *      orders: what is still owed on the open orders is summed,
      *      less any money held on account -- the same exposure the
      *      online credit check judges -- and any customer whose
      *      exposure has climbed past their limit -- however it got
      *      there, override or drift -- lands on the credit
      *      controller's list.

       01 ws-current-cust   pic x(8) value spaces.
       01 ws-cust-limit     pic 9(7)v99.
       01 ws-cust-exposure  pic 9(9)v99 comp-3.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-cust-on-account pic 9(9)v99 comp-3.

       01 ws-reviewed-count pic 9(8) value 0.
       01 ws-flagged-count  pic 9(8) value 0.

      *      Each customer's net exposure is also added to their
      *      family's -- the parent's own plus every site linked
      *      under it -- and a family whose parent has the group
      *      limit switched on is judged as a whole against the
      *      parent's credit limit, the same way the online credit
      *      check does.

       01 ws-group-max  pic 9(3) comp value 200.
       01 ws-group-used pic 9(3) comp value 0.
       01 ws-group-table.
           03 ws-group-entry occurs 200 times.
               05 ws-grp-head     pic x(8).
               05 ws-grp-exposure pic 9(11)v99 comp-3.
       01 ws-group-idx   pic 9(3) comp.
       01 ws-group-head  pic x(8).
       01 ws-group-flagged pic 9(8) value 0.

       01 ws-overlimit-detail.
           03 ws-det-cust     pic x(8).
           03 filler          pic xx value spaces.
               close custOrders
               goback
           end-if
           open input custLedger
           open output custOverLimit
           move spaces to overlimit-line
           string "===== Over-Limit Customers - " delimited by size
               into overlimit-line
           end-string
           write overlimit-line
           move spaces to overlimit-line
           write overlimit-line
           move spaces to overlimit-line
           string "===== Groups Over Their Group Limit - "
                      delimited by size
                  ws-run-date                     delimited by size
                  " ====="                        delimited by size
               into overlimit-line
           end-string
           write overlimit-line
           move spaces to overlimit-line
           string "Parent    Name                       Limit"
                      delimited by size
                  "    Group Exposure         Excess"
                      delimited by size
               into overlimit-line
           end-string
           write overlimit-line
           perform judge-group
               varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-used
           move spaces to overlimit-line
           string "===== Groups Over Limit: " delimited by size
                  ws-group-flagged            delimited by size
                  " ====="                    delimited by size
               into overlimit-line
           end-string
           write overlimit-line
           close custOverLimit
           if not custledger-status-bad-open
               close custLedger
           end-if
           close custFile
           close custOrders
           display "Over-Limit Review Complete"
           display "Customers Reviewed: " ws-reviewed-count
           display "Customers Flagged : " ws-flagged-count
           display "Groups Flagged    : " ws-group-flagged
           goback
           .

               add 1 to ws-reviewed-count
           end-if
           if o-order-open
               perform weigh-order-settled
               if o-order-amount > ws-order-settled
                   compute ws-cust-exposure = ws-cust-exposure
                       + o-order-amount - ws-order-settled
               end-if
           end-if
           .

       weigh-order-settled section.
           move 0 to ws-order-settled
           if o-order-paid numeric
               move o-order-paid to ws-order-settled
           end-if
           if o-order-credited numeric
               add o-order-credited to ws-order-settled
           end-if
           .

       total-customer-on-account section.
           move 0 to ws-cust-on-account
           if custledger-status-bad-open
               exit section
           end-if
           move "N" to ws-ledger-eof-flag
           move ws-current-cust to lg-ledger-cust
           move 0 to lg-ledger-seq
           start custLedger key is not less than lg-ledger-key
               invalid key
                   set end-of-ledger to true
               not invalid key
                   continue
           end-start
           perform total-one-ledger-row until end-of-ledger
           .

       total-one-ledger-row section.
           read custLedger next with no lock
               at end
                   set end-of-ledger to true
               not at end
                   if lg-ledger-cust not = ws-current-cust
                       set end-of-ledger to true
                   else
                       if lg-ledger-on-account
                           add lg-ledger-amount to ws-cust-on-account
                       end-if
                   end-if
           end-read
           .

       judge-customer section.
           move ws-current-cust to f-record-num
           read custFile with no lock
               invalid key
                   exit section
           end-read
           perform total-customer-on-account
           if ws-cust-on-account > ws-cust-exposure
               move 0 to ws-cust-exposure
           else
               subtract ws-cust-on-account from ws-cust-exposure
           end-if
           perform add-group-exposure
           if f-credit-limit not numeric
               or f-credit-limit = zero
               exit section
               add 1 to ws-flagged-count
           end-if
           .

       add-group-exposure section.
           if f-parent not = spaces
               move f-parent to ws-group-head
           else
               if f-is-parent
                   move f-record-num to ws-group-head
               else
                   exit section
               end-if
           end-if
           perform scan-group-row
               varying ws-group-idx from 1 by 1
               until ws-group-idx > ws-group-used
                   or ws-grp-head(ws-group-idx) = ws-group-head
           if ws-group-idx > ws-group-used
               if ws-group-used not < ws-group-max
                   exit section
               end-if
               add 1 to ws-group-used
               move ws-group-used to ws-group-idx
               move ws-group-head to ws-grp-head(ws-group-idx)
               move 0 to ws-grp-exposure(ws-group-idx)
           end-if
           add ws-cust-exposure to ws-grp-exposure(ws-group-idx)
           .

       scan-group-row section.
           continue
           .

       judge-group section.
           move ws-grp-head(ws-group-idx) to f-record-num
           read custFile with no lock
               invalid key
                   exit section
           end-read
           if not f-group-limit-on
               or f-credit-limit not numeric
               or f-credit-limit = zero
               exit section
           end-if
           if ws-grp-exposure(ws-group-idx) not > f-credit-limit
               exit section
           end-if
           move f-record-num to ws-det-cust
           move spaces to ws-cust-name
           string function trim(f-firstname) delimited by size
                  " "                        delimited by size
                  function trim(f-lastname)  delimited by size
               into ws-cust-name
           end-string
           move ws-cust-name to ws-det-name
           move f-credit-limit to ws-det-limit
           move ws-grp-exposure(ws-group-idx) to ws-det-exposure
           compute ws-det-excess =
               ws-grp-exposure(ws-group-idx) - f-credit-limit
           write overlimit-line from ws-overlimit-detail
           add 1 to ws-group-flagged
           .
