       identification division.

       program-id. custDlvExc.

       environment division.
       configuration section.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custDlvExc assign to "custDlvExc.rpt"
               organization is line sequential.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.

       file section.
       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custDlvExc.
       01 dlvexc-line pic x(100).

      *      The batch tuning parameters, shared with the server --
      *      this run reads how long a picked order may go without a
      *      word from the carrier from DLVDAYS so the compiled
      *      default can be tuned without a recompile.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       working-storage section.
       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-orders value "Y".

      *      An order still in fulfilment this many days after the
      *      pick run sent it out, with nothing heard from the
      *      carrier, lands on the despatch supervisor's list to be
      *      chased before the customer rings about it.

       01 ws-dlv-days pic 9(4) comp value 3.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

      *      The pass over the orders: U lists the unreported ones,
      *      P the ones the carrier could not deliver.

       01 ws-pass-flag pic x.
           88 pass-unreported value "U".
           88 pass-problem    value "P".

       01 ws-today           pic x(8).
       01 ws-today-numeric   pic 9(8).
       01 ws-picked-numeric  pic 9(8).
       01 ws-today-integer   pic s9(9) comp.
       01 ws-picked-integer  pic s9(9) comp.
       01 ws-order-age       pic s9(9) comp.

       01 ws-picking-count    pic 9(8) value 0.
       01 ws-untracked-count  pic 9(8) value 0.
       01 ws-unreported-count pic 9(8) value 0.
       01 ws-problem-count    pic 9(8) value 0.
       01 ws-exception-value   pic 9(11)v99 comp-3 value 0.
       01 ws-exception-value-d pic zz,zzz,zzz,zz9.99.

       01 ws-dlvexc-detail.
           03 ws-det-order   pic x(8).
           03 filler         pic xx value spaces.
           03 ws-det-cust    pic x(8).
           03 filler         pic xx value spaces.
           03 ws-det-ordered pic x(8).
           03 filler         pic xx value spaces.
           03 ws-det-picked  pic x(8).
           03 filler         pic xx value spaces.
           03 ws-det-age     pic zzz9.
           03 filler         pic xx value spaces.
           03 ws-det-consign pic x(15).
           03 filler         pic xx value spaces.
           03 ws-det-event   pic x(8).
           03 filler         pic x value space.
           03 ws-det-status  pic x.
           03 filler         pic xx value spaces.
           03 ws-det-amount  pic z,zzz,zz9.99.

       procedure division.
       mainline section.
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           perform read-parameters
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - No Orders Out"
               goback
           end-if
           open output custDlvExc
           move spaces to dlvexc-line
           string "===== Undelivered Orders - " delimited by size
                  ws-today                      delimited by size
                  " ====="                      delimited by size
               into dlvexc-line
           end-string
           write dlvexc-line
           move spaces to dlvexc-line
           string "Order     Customer  Ordered   Picked    Days  "
                      delimited by size
                  "Consignment      Event      St        Amount"
                      delimited by size
               into dlvexc-line
           end-string
           write dlvexc-line
           move "No Word From The Carrier" to dlvexc-line
           write dlvexc-line
           set pass-unreported to true
           perform review-orders
           move "Failed Or Back At Depot" to dlvexc-line
           write dlvexc-line
           set pass-problem to true
           perform review-orders
           perform write-report-trailer
           close custDlvExc
           close custOrders
           display "Undelivered Orders Report Complete"
           display "Orders In Fulfilment : " ws-picking-count
           display "No Word Past Limit   : " ws-unreported-count
           display "Failed Or At Depot   : " ws-problem-count
           goback
           .

      *      DLVDAYS from custParams.dat overrides the compiled
      *      default; no parameter file simply keeps the default.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           display "Delivery Days In Force: " ws-dlv-days
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   if par-name = "DLVDAYS"
                       and par-value is numeric and par-value > 0
                       move par-value to ws-dlv-days
                   end-if
           end-read
           .

       review-orders section.
           move "N" to ws-eof-flag
           move ws-control-key to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform review-next-order until end-of-orders
           .

       review-next-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-picking
                       perform judge-order-delivery
                   end-if
           end-read
           .

      *      An order put in fulfilment before deliveries were
      *      tracked has no pick date to age from; it is counted but
      *      not listed, or the first run would list every one of
      *      them. A delivered order waits only for its receipt and
      *      is no exception.

       judge-order-delivery section.
           if o-order-pick-date not numeric
               if pass-unreported
                   add 1 to ws-picking-count
                   add 1 to ws-untracked-count
               end-if
               exit section
           end-if
           move o-order-pick-date to ws-picked-numeric
           compute ws-picked-integer =
               function integer-of-date(ws-picked-numeric)
           compute ws-order-age = ws-today-integer - ws-picked-integer
           if pass-unreported
               add 1 to ws-picking-count
               if o-order-dlv-none
                   and ws-order-age not < ws-dlv-days
                   add 1 to ws-unreported-count
                   perform write-exception-line
               end-if
           else
               if o-order-dlv-failed or o-order-dlv-returned
                   add 1 to ws-problem-count
                   perform write-exception-line
               end-if
           end-if
           .

       write-exception-line section.
           add o-order-amount to ws-exception-value
           move o-order-num        to ws-det-order
           move o-order-cust       to ws-det-cust
           move o-order-date       to ws-det-ordered
           move o-order-pick-date  to ws-det-picked
           move ws-order-age       to ws-det-age
           move o-order-consign    to ws-det-consign
           move o-order-dlv-date   to ws-det-event
           move o-order-dlv-status to ws-det-status
           move o-order-amount     to ws-det-amount
           write dlvexc-line from ws-dlvexc-detail
           .

       write-report-trailer section.
           if ws-untracked-count > 0
               move spaces to dlvexc-line
               string "  Picked Before Tracking (Not Listed): "
                          delimited by size
                      ws-untracked-count delimited by size
                   into dlvexc-line
               end-string
               write dlvexc-line
           end-if
           move ws-exception-value to ws-exception-value-d
           move spaces to dlvexc-line
           string "===== No Word: "      delimited by size
                  ws-unreported-count    delimited by size
                  "  Failed/Depot: "     delimited by size
                  ws-problem-count       delimited by size
                  "  Value: "            delimited by size
                  ws-exception-value-d   delimited by size
                  " ====="               delimited by size
               into dlvexc-line
           end-string
           write dlvexc-line
           .
