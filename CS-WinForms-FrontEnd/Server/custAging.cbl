               file status is ws-custfile-status.
           select custAging assign to "custAging.rpt"
               organization is line sequential.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-custledger-status.

       file section.
       fd custOrders.
       fd custAging.
       01 aging-line pic x(132).

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
       01 ws-order-date-num pic 9(8).
       01 ws-order-age pic s9(5) comp.

      *      What is still owed on the order -- its amount less what
      *      has been paid against it -- is what ages; a part-paid
      *      order only carries its balance into the buckets.

       01 ws-order-outstanding pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.

      *      Control-break holds for the customer whose open orders
      *      are being aged -- the alternate key hands orders back
      *      grouped by customer, so one pass builds the whole
               pic 9(9)v99 comp-3.
       01 ws-bucket-idx pic 9 comp.

      *      Money the customer has paid that is not owed against any
      *      order -- shown beside the buckets, not netted into them,
      *      so the age of the debt still reads true.

       01 ws-cust-on-account pic 9(9)v99 comp-3.
       01 ws-total-on-account pic 9(11)v99 comp-3 value 0.

       01 ws-branch-max  pic 9(2) comp value 10.
       01 ws-branch-used pic 9(2) comp value 0.
       01 ws-branch-table.
               05 ws-brt-buckets.
                   07 ws-brt-bucket occurs 4 times
                       pic 9(11)v99 comp-3.
               05 ws-brt-on-account pic 9(11)v99 comp-3.
       01 ws-branch-idx  pic 9(2) comp.
       01 ws-branch-hold pic x(3).

           03 ws-det-b3   pic zzz,zzz,zz9.99.
           03 filler      pic xx value spaces.
           03 ws-det-b4   pic zzz,zzz,zz9.99.
           03 filler      pic xx value spaces.
           03 ws-det-acct pic zzz,zzz,zz9.99.

       procedure division.
       mainline section.
               goback
           end-if
           open input custFile
           open input custLedger
           open output custAging
           perform write-header-record
           move spaces to aging-line
                      delimited by size
                  "       31-60          61-90           90+"
                      delimited by size
                  "    On Account"
                      delimited by size
               into aging-line
           end-string
           write aging-line
           if ws-current-cust not = spaces
               perform write-customer-line
           end-if
           move spaces to aging-line
           string "----- By Branch (0-30 / 31-60 / 61-90 / 90+ / "
                      delimited by size
                  "On Account) -----"
                      delimited by size
               into aging-line
           end-string
           write aging-line
           perform write-branch-line
               varying ws-branch-idx from 1 by 1
           perform write-trailer-record
           close custAging
           close custFile
           if not custledger-status-bad-open
               close custLedger
           end-if
           close custOrders
           display "Aged Receivables Complete"
           display "Open Orders Aged: " ws-open-count
           display "Open Value      : " ws-open-total
           display "On Account      : " ws-total-on-account
           goback
           .

               move 0 to ws-cust-bucket(1) ws-cust-bucket(2)
                         ws-cust-bucket(3) ws-cust-bucket(4)
               perform find-customer-detail
               perform total-customer-on-account
               perform locate-branch-row
               if ws-branch-idx > 0
                   add ws-cust-on-account
                       to ws-brt-on-account(ws-branch-idx)
               end-if
           end-if
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-order-outstanding =
                   o-order-amount - ws-order-settled
           else
               move 0 to ws-order-outstanding
           end-if
           if o-order-date is numeric
               move o-order-date to ws-order-date-num
               when other
                   move 4 to ws-bucket-idx
           end-evaluate
           add ws-order-outstanding to ws-cust-bucket(ws-bucket-idx)
           perform locate-branch-row
           if ws-branch-idx > 0
               add ws-order-outstanding
                   to ws-brt-bucket(ws-branch-idx, ws-bucket-idx)
           end-if
           add 1 to ws-open-count
           add ws-order-outstanding to ws-open-total
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

      *      The customer's A rows on the ledger are the money they
      *      hold on account; no ledger yet means nothing is held.

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
           add ws-cust-on-account to ws-total-on-account
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

       find-customer-detail section.
                             ws-brt-bucket(ws-branch-used, 2)
                             ws-brt-bucket(ws-branch-used, 3)
                             ws-brt-bucket(ws-branch-used, 4)
                   move 0 to ws-brt-on-account(ws-branch-used)
                   move ws-branch-used to ws-branch-idx
               else
                   move 0 to ws-branch-idx
           move ws-cust-bucket(2)  to ws-det-b2
           move ws-cust-bucket(3)  to ws-det-b3
           move ws-cust-bucket(4)  to ws-det-b4
           move ws-cust-on-account to ws-det-acct
           write aging-line from ws-aging-detail
           .

           move ws-brt-bucket(ws-branch-idx, 2) to ws-det-b2
           move ws-brt-bucket(ws-branch-idx, 3) to ws-det-b3
           move ws-brt-bucket(ws-branch-idx, 4) to ws-det-b4
           move ws-brt-on-account(ws-branch-idx) to ws-det-acct
           write aging-line from ws-aging-detail
           .

