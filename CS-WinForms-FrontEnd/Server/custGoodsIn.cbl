       identification division.

       program-id. custGoodsIn.

       environment division.
       configuration section.
           select custGoodsFeed assign to "custGoodsIn.dat"
               organization is line sequential
               file status is ws-goodsin-status.
           select custPurch assign to "custPurch.dat"
               organization is indexed
               access is dynamic
               record key is pu-po-key of custPurch
               lock mode is manual with lock on record
               file status is ws-purch-status.
           select custItems assign to "custItems.dat"
               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custGoodsRej assign to "custGoodsInRej.dat"
               organization is line sequential.
           select custGoodsDisc assign to "custGoodsDisc.rpt"
               organization is line sequential.
           select custBatchFlg assign to "custBatchFlg.dat"
               organization is line sequential.
           select custServeFlg assign to "custServeFlg.dat"
               organization is line sequential
               file status is ws-serveflg-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The goods-received feed: one line per delivery the
      *      warehouse booked in, naming the purchase order line it
      *      was delivered against, the item, the units counted off
      *      the vehicle and the date they arrived. A blank date is
      *      taken as today.

       fd custGoodsFeed.
       01 gi-record.
           03 gi-po     pic x(8).
           03 gi-line   pic 9(3).
           03 gi-line-x redefines gi-line pic x(3).
           03 gi-item   pic x(8).
           03 gi-qty    pic 9(7).
           03 gi-qty-x  redefines gi-qty pic x(7).
           03 gi-date   pic x(8).
           03 gi-date-n redefines gi-date pic 9(8).

       fd custPurch.
       01 pu-record.
           copy "custpurch.cpy" replacing ==:PREFIX:== by ==pu==.

       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the feed can be fixed
      *      and resubmitted.

       fd custGoodsRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(34).

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.
      *      The buyer takes each line up with the supplier.

       fd custGoodsDisc.
       01 disc-line pic x(132).

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-goodsin-status pic xx.
           88 goodsin-status-ok       value "00".
           88 goodsin-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-purch-status pic xx.
           88 purch-status-ok       value "00" "02".
           88 purch-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-items-status pic xx.
           88 items-status-ok       value "00" "02".
           88 items-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-feed value "Y".
       01 ws-orders-eof-flag pic x.
           88 end-of-orders value "Y".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".

      *      What the purchase order line still expected before this
      *      delivery, and how much of the delivery comes off the
      *      item's on-order figure.

       01 ws-outstanding     pic 9(7).
       01 ws-off-order       pic 9(7).
       01 ws-difference      pic 9(7).
       01 ws-receipt-date    pic x(8).
       01 ws-order-waiting   pic 9(3) comp.
       01 ws-stock-available pic 9(7).

       01 ws-booked-count    pic 9(8) value 0.
       01 ws-rejected-count  pic 9(8) value 0.
       01 ws-short-count     pic 9(8) value 0.
       01 ws-over-count      pic 9(8) value 0.
       01 ws-released-count  pic 9(8) value 0.

       01 ws-reject-reason pic x(4).

       01 ws-disc-detail.
           03 ws-dsd-po       pic x(8).
           03 filler          pic x value "/".
           03 ws-dsd-line     pic 999.
           03 filler          pic xx value spaces.
           03 ws-dsd-supplier pic x(8).
           03 filler          pic xx value spaces.
           03 ws-dsd-item     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-dsd-date     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-dsd-ordered  pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-dsd-expected pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-dsd-received pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-dsd-diff     pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-dsd-type     pic x(5).

       01 ws-serveflg-status pic xx.
           88 serveflg-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-serve-hold pic x(8).
       01 ws-server-active-flag pic x.
           88 server-is-active value "Y".

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           perform check-server-flag
           if server-is-active
               display "Server Active - Goods Received Load Refused"
               goback
           end-if
           perform raise-batch-flag
           move "GOODSIN" to ws-run-job-name
           perform check-run-control
           open input custGoodsFeed
           if goodsin-status-bad-open
               display "custGoodsIn.dat Not Found - Nothing To Load"
               perform lower-batch-flag
               goback
           end-if
           open i-o custPurch
           open i-o custItems
           open output custGoodsRej
           open output custGoodsDisc
           perform write-report-header
           perform read-feed-record
           perform load-feed-record until end-of-feed
           if ws-booked-count > 0
               perform release-back-orders
           end-if
           perform write-report-trailer
           close custGoodsDisc
           close custGoodsRej
           if not items-status-bad-open
               close custItems
           end-if
           if not purch-status-bad-open
               close custPurch
           end-if
           close custGoodsFeed
           display "Goods Received Load Complete"
           display "Deliveries Booked : " ws-booked-count
           display "Lines Rejected    : " ws-rejected-count
           display "Short Deliveries  : " ws-short-count
           display "Over Deliveries   : " ws-over-count
           display "Orders Released   : " ws-released-count
           move ws-booked-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

       read-feed-record section.
           read custGoodsFeed
               at end
                   set end-of-feed to true
           end-read
           .

       load-feed-record section.
           evaluate true
               when gi-po = spaces
                   or gi-po = ws-control-key
                   or gi-line not numeric
                   or gi-line = 0
                   move "PORD" to ws-reject-reason
                   perform write-reject-record
               when gi-qty not numeric
                   or gi-qty = 0
                   move "QNTY" to ws-reject-reason
                   perform write-reject-record
               when gi-date not = spaces
                   and (gi-date not numeric
                        or function test-date-yyyymmdd(gi-date-n)
                           not = 0)
                   move "DATE" to ws-reject-reason
                   perform write-reject-record
               when other
                   perform book-delivery
           end-evaluate
           perform read-feed-record
           .

      *      A delivery is booked against its purchase order line:
      *      the units go into stock, come off what the item has on
      *      order, and count as received on the line. A delivery
      *      that falls short of what the line still expected, or
      *      goes over it, is booked as counted and listed for the
      *      buyer.

       book-delivery section.
           if purch-status-bad-open
               or items-status-bad-open
               move "PORD" to ws-reject-reason
               perform write-reject-record
               exit section
           end-if
           move gi-po   to pu-po-num
           move gi-line to pu-po-line
           read custPurch with lock
               invalid key
                   move "PORD" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-read
           if pu-po-cancelled
               move "CANC" to ws-reject-reason
               perform write-reject-record
               exit section
           end-if
           if gi-item not = spaces
               and gi-item not = pu-po-item
               move "ITEM" to ws-reject-reason
               perform write-reject-record
               exit section
           end-if
           move pu-po-item to it-item-code
           read custItems with lock
               invalid key
                   move "ITEM" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-read
           if gi-date = spaces
               move ws-run-today to ws-receipt-date
           else
               move gi-date to ws-receipt-date
           end-if
           if pu-po-received not numeric
               move 0 to pu-po-received
           end-if
           if pu-po-ordered > pu-po-received
               compute ws-outstanding =
                   pu-po-ordered - pu-po-received
           else
               move 0 to ws-outstanding
           end-if
           if gi-qty > ws-outstanding
               move ws-outstanding to ws-off-order
           else
               move gi-qty to ws-off-order
           end-if
           if it-item-on-hand not numeric
               move 0 to it-item-on-hand
           end-if
           if it-item-on-order not numeric
               move 0 to it-item-on-order
           end-if
           compute it-item-on-hand = it-item-on-hand + gi-qty
               on size error
                   move "QNTY" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-compute
           compute pu-po-received = pu-po-received + gi-qty
               on size error
                   move "QNTY" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-compute
           if it-item-on-order > ws-off-order
               subtract ws-off-order from it-item-on-order
           else
               move 0 to it-item-on-order
           end-if
           rewrite it-record
               invalid key
                   move "UPDT" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-rewrite
           if pu-po-received < pu-po-ordered
               set pu-po-part to true
           else
               set pu-po-complete to true
           end-if
           move ws-receipt-date to pu-po-last-recv
           rewrite pu-record
               invalid key
                   display "Purchase Order Line Could Not Be Updated: "
                       gi-po " " gi-line
           end-rewrite
           add 1 to ws-booked-count
           evaluate true
               when gi-qty < ws-outstanding
                   compute ws-difference = ws-outstanding - gi-qty
                   move "SHORT" to ws-dsd-type
                   add 1 to ws-short-count
                   perform write-discrepancy-line
               when gi-qty > ws-outstanding
                   compute ws-difference = gi-qty - ws-outstanding
                   move "OVER" to ws-dsd-type
                   add 1 to ws-over-count
                   perform write-discrepancy-line
               when other
                   continue
           end-evaluate
           .

       write-discrepancy-line section.
           move pu-po-num       to ws-dsd-po
           move pu-po-line      to ws-dsd-line
           move pu-po-supplier  to ws-dsd-supplier
           move pu-po-item      to ws-dsd-item
           move ws-receipt-date to ws-dsd-date
           move pu-po-ordered   to ws-dsd-ordered
           move ws-outstanding  to ws-dsd-expected
           move gi-qty          to ws-dsd-received
           move ws-difference   to ws-dsd-diff
           write disc-line from ws-disc-detail
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move gi-record        to rej-line
           write reject-record
           move spaces to ws-reject-reason
           .

      *      The stock just booked in is offered to the orders waiting
      *      on back-order, oldest order first, the same way the
      *      nightly stock run releases them -- a waiting line takes
      *      its whole quantity once the item can cover it, and an
      *      order with no line left waiting goes back to be picked.

       release-back-orders section.
           open i-o custOrders
           if custorders-status-bad-open
               exit section
           end-if
           open i-o custOrdLines
           if ordlines-status-bad-open
               close custOrders
               exit section
           end-if
           move "N" to ws-orders-eof-flag
           move ws-control-key to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform release-one-order until end-of-orders
           close custOrdLines
           close custOrders
           .

       release-one-order section.
           read custOrders next with lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-backordered
                       and o-order-lines numeric
                       and o-order-lines > 0
                       perform release-order-lines
                   end-if
           end-read
           .

       release-order-lines section.
           move 0 to ws-order-waiting
           move "N" to ws-lines-eof-flag
           move o-order-num to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform release-one-line until end-of-lines
           if ws-order-waiting = 0
               set o-order-unpicked to true
               rewrite o-order-information
                   invalid key
                       display "Order Could Not Be Released: "
                           o-order-num
                   not invalid key
                       add 1 to ws-released-count
                       display "Back-Order Released: " o-order-num
               end-rewrite
           end-if
           .

       release-one-line section.
           read custOrdLines next with lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       if ol-line-backordered
                           perform reserve-waiting-line
                       end-if
                   end-if
           end-read
           .

       reserve-waiting-line section.
           move ol-line-item to it-item-code
           read custItems with lock
               invalid key
                   add 1 to ws-order-waiting
                   exit section
           end-read
           if it-item-allocated not numeric
               move 0 to it-item-allocated
           end-if
           if it-item-on-hand > it-item-allocated
               compute ws-stock-available =
                   it-item-on-hand - it-item-allocated
           else
               move 0 to ws-stock-available
           end-if
           if ws-stock-available < ol-line-qty
               add 1 to ws-order-waiting
               exit section
           end-if
           add ol-line-qty to it-item-allocated
           rewrite it-record
               invalid key
                   add 1 to ws-order-waiting
                   exit section
           end-rewrite
           set ol-line-reserved to true
           rewrite ol-line-information
               invalid key
                   display "Order Line Could Not Be Updated: "
                       ol-line-order " " ol-line-seq
           end-rewrite
           .

       write-report-header section.
           move spaces to disc-line
           string "===== Goods Received Discrepancies - "
                      delimited by size
                  ws-run-today delimited by size
                  " =====" delimited by size
               into disc-line
           end-string
           write disc-line
           move spaces to disc-line
           string "PO/Line       Supplier  Item      Received  "
                      delimited by size
                  "  Ordered   Expected  Delivered  Difference"
                      delimited by size
               into disc-line
           end-string
           write disc-line
           .

       write-report-trailer section.
           move spaces to disc-line
           string "===== Booked: "       delimited by size
                  ws-booked-count        delimited by size
                  "  Short: "            delimited by size
                  ws-short-count         delimited by size
                  "  Over: "             delimited by size
                  ws-over-count          delimited by size
                  "  Rejected: "         delimited by size
                  ws-rejected-count      delimited by size
                  "  Orders Released: "  delimited by size
                  ws-released-count      delimited by size
                  " ====="               delimited by size
               into disc-line
           end-string
           write disc-line
           .

      *      The online server reserves stock on the item master and
      *      changes orders while it is up; this run rewrites both,
      *      so it must not start while clients are being served.

       check-server-flag section.
           move "N" to ws-server-active-flag
           open input custServeFlg
           if serveflg-status-bad-open
               exit section
           end-if
           read custServeFlg into ws-serve-hold
               at end
                   continue
               not at end
                   if ws-serve-hold = "ACTIVE"
                       set server-is-active to true
                   end-if
           end-read
           close custServeFlg
           .

       raise-batch-flag section.
           open output custBatchFlg
           move "ACTIVE" to batchflg-record
           write batchflg-record
           close custBatchFlg
           .

       lower-batch-flag section.
           open output custBatchFlg
           move "IDLE" to batchflg-record
           write batchflg-record
           close custBatchFlg
           .

      *      The morning checklist's memory: warn when this load
      *      already ran today -- loading the same deliveries twice
      *      books the stock in twice.

       check-run-control section.
           move function current-date(1:8) to ws-run-today
           perform open-run-control
           if runctl-status-bad-open
               exit section
           end-if
           move ws-run-job-name to rc-run-job
           read custRunCtl
               invalid key
                   continue
               not invalid key
                   if rc-run-date = ws-run-today
                       display "Warning - " ws-run-job-name
                           " Already Ran Today"
                   end-if
           end-read
           close custRunCtl
           .

       record-run-control section.
           move function current-date(1:8) to ws-run-today
           perform open-run-control
           if runctl-status-bad-open
               exit section
           end-if
           move ws-run-job-name to rc-run-job
           move ws-run-today    to rc-run-date
           move "OK"            to rc-run-outcome
           move ws-runctl-count-1 to rc-run-count-1
           move ws-runctl-count-2 to rc-run-count-2
           rewrite rc-run-record
               invalid key
                   write rc-run-record
                       invalid key
                           display "Run Control Row Could Not Be "
                               "Written: " ws-run-job-name
                   end-write
           end-rewrite
           close custRunCtl
           .

      *      A brand-new install has no custRunCtl.dat until the first
      *      batch run records itself -- create it on that first open.

       open-run-control section.
           open i-o custRunCtl
           if runctl-status-bad-open
               open output custRunCtl
               close custRunCtl
               open i-o custRunCtl
           end-if
           .
