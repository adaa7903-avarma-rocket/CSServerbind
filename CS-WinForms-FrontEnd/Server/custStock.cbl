       identification division.

       program-id. custStock.

       environment division.
       configuration section.
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
           select custStock assign to "custStock.rpt"
               organization is line sequential.
           select custStockWk assign to "custStockWk.dat"
               organization is indexed
               access is dynamic
               record key is sw-key of custStockWk
               file status is ws-work-status.
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
       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.

       fd custStock.
       01 stock-line pic x(132).

      *      The back-order worker: one row per line still waiting
      *      for stock after the release pass, keyed by item with the
      *      order and line inside the key, so the report can list
      *      under each item the orders queued on it, oldest first.

       fd custStockWk.
       01 sw-record.
           03 sw-key.
               05 sw-item  pic x(8).
               05 sw-order pic x(8).
               05 sw-seq   pic 9(3).
           03 sw-cust pic x(8).
           03 sw-date pic x(8).
           03 sw-qty  pic 9(5).

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-items-status pic xx.
           88 items-status-ok       value "00" "02".
           88 items-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-work-status pic xx.
           88 work-status-ok value "00" "02".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-items-eof-flag pic x.
           88 end-of-items value "Y".
       01 ws-orders-eof-flag pic x.
           88 end-of-orders value "Y".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".
       01 ws-work-eof-flag pic x.
           88 end-of-work value "Y".

      *      Which pass is walking the orders: the reconcile pass
      *      rebuilds every item's allocated figure from the lines
      *      that hold stock, the release pass then finds stock for
      *      the lines still waiting.

       01 ws-pass-flag pic x.
           88 reconcile-pass value "A".
           88 release-pass   value "R".

       01 ws-order-waiting pic 9(3) comp.
       01 ws-stock-available pic 9(7).

       01 ws-reorder-count   pic 9(8) value 0.
       01 ws-waiting-count   pic 9(8) value 0.
       01 ws-released-count  pic 9(8) value 0.
       01 ws-reserved-count  pic 9(8) value 0.
       01 ws-item-listed-flag pic x.
           88 item-listed value "Y".

       01 ws-item-detail.
           03 ws-itd-code     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-itd-desc     pic x(30).
           03 filler          pic xx value spaces.
           03 ws-itd-on-hand  pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-itd-alloc    pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-itd-avail    pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-itd-reorder  pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-itd-flag     pic x(7).

       01 ws-wait-detail.
           03 filler          pic x(10) value spaces.
           03 filler          pic x(11) value "Back-order ".
           03 ws-wtd-order    pic x(8).
           03 filler          pic x value "/".
           03 ws-wtd-seq      pic 999.
           03 filler          pic xx value spaces.
           03 ws-wtd-cust     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-wtd-date     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-wtd-qty      pic zzzz9.

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
               display "Server Active - Stock Run Refused"
               goback
           end-if
           perform raise-batch-flag
           move "STOCK" to ws-run-job-name
           perform check-run-control
           open i-o custItems
           if items-status-bad-open
               display "custItems Not Found - No Stock To Report"
               perform lower-batch-flag
               goback
           end-if
           open i-o custOrders
           open i-o custOrdLines
           open output custStockWk
           close custStockWk
           open i-o custStockWk
           perform clear-allocations
           if not custorders-status-bad-open
               and not ordlines-status-bad-open
               set reconcile-pass to true
               perform walk-orders
               set release-pass to true
               perform walk-orders
           end-if
           open output custStock
           perform write-report-header
           perform report-items
           perform write-report-trailer
           close custStock
           close custStockWk
           if not ordlines-status-bad-open
               close custOrdLines
           end-if
           if not custorders-status-bad-open
               close custOrders
           end-if
           close custItems
           display "Stock Run Complete"
           display "Lines Holding Stock : " ws-reserved-count
           display "Orders Released     : " ws-released-count
           display "Lines Still Waiting : " ws-waiting-count
           display "Items To Reorder    : " ws-reorder-count
           move ws-released-count to ws-runctl-count-1
           move ws-waiting-count  to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      Allocated is rebuilt from scratch every night -- a
      *      reservation left behind by an order the receipts run
      *      closed, or by a change that failed half way, does not
      *      outlive the night.

       clear-allocations section.
           move "N" to ws-items-eof-flag
           move low-values to it-item-code
           start custItems key is greater than it-item-code
               invalid key
                   set end-of-items to true
               not invalid key
                   continue
           end-start
           perform clear-one-allocation until end-of-items
           .

       clear-one-allocation section.
           read custItems next with lock
               at end
                   set end-of-items to true
               not at end
                   if it-item-on-hand not numeric
                       move 0 to it-item-on-hand
                   end-if
                   move 0 to it-item-allocated
                   rewrite it-record
                       invalid key
                           display "Item Could Not Be Reset: "
                               it-item-code
                   end-rewrite
           end-read
           .

      *      Both passes walk the orders in order-number sequence, so
      *      the release pass serves the oldest back-order first.

       walk-orders section.
           move "N" to ws-orders-eof-flag
           move ws-control-key to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform walk-one-order until end-of-orders
           .

       walk-one-order section.
           read custOrders next with lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-lines numeric
                       and o-order-lines > 0
                       perform walk-order-lines
                   end-if
           end-read
           .

       walk-order-lines section.
           if release-pass
               and not o-order-backordered
               exit section
           end-if
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
           perform walk-one-line until end-of-lines
           if release-pass
               and ws-order-waiting = 0
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

       walk-one-line section.
           read custOrdLines next with lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       if reconcile-pass
                           perform reconcile-one-line
                       else
                           perform release-one-line
                       end-if
                   end-if
           end-read
           .

      *      A reserved line on an order still waiting to be picked
      *      holds its stock; on an order that has since been closed
      *      or cancelled it holds nothing, and neither does a
      *      back-ordered line there.

       reconcile-one-line section.
           if ol-line-reserved
               if o-order-unpicked or o-order-backordered
                   move ol-line-item to it-item-code
                   read custItems with lock
                       invalid key
                           exit section
                   end-read
                   add ol-line-qty to it-item-allocated
                   rewrite it-record
                       invalid key
                           display "Item Could Not Be Updated: "
                               it-item-code
                       not invalid key
                           add 1 to ws-reserved-count
                   end-rewrite
                   exit section
               end-if
           end-if
           if (ol-line-reserved or ol-line-backordered)
               and not o-order-open
               move space to ol-line-stock
               rewrite ol-line-information
                   invalid key
                       display "Order Line Could Not Be Updated: "
                           ol-line-order " " ol-line-seq
               end-rewrite
           end-if
           .

      *      A waiting line takes its whole quantity once the item can
      *      cover it; a line still short is queued for the report
      *      under its item.

       release-one-line section.
           if not ol-line-backordered
               exit section
           end-if
           move ol-line-item to it-item-code
           read custItems with lock
               invalid key
                   add 1 to ws-order-waiting
                   perform queue-waiting-line
                   exit section
           end-read
           if it-item-on-hand > it-item-allocated
               compute ws-stock-available =
                   it-item-on-hand - it-item-allocated
           else
               move 0 to ws-stock-available
           end-if
           if ws-stock-available < ol-line-qty
               add 1 to ws-order-waiting
               perform queue-waiting-line
               exit section
           end-if
           add ol-line-qty to it-item-allocated
           rewrite it-record
               invalid key
                   add 1 to ws-order-waiting
                   perform queue-waiting-line
                   exit section
           end-rewrite
           set ol-line-reserved to true
           rewrite ol-line-information
               invalid key
                   display "Order Line Could Not Be Updated: "
                       ol-line-order " " ol-line-seq
               not invalid key
                   add 1 to ws-reserved-count
           end-rewrite
           .

       queue-waiting-line section.
           add 1 to ws-waiting-count
           move ol-line-item  to sw-item
           move ol-line-order to sw-order
           move ol-line-seq   to sw-seq
           move o-order-cust  to sw-cust
           move o-order-date  to sw-date
           move ol-line-qty   to sw-qty
           write sw-record
               invalid key
                   continue
           end-write
           .

      *      An item is listed when what it can still promise has
      *      fallen below its reorder level, or when orders are
      *      queued waiting for it -- either way the buyer needs to
      *      see it.

       report-items section.
           move "N" to ws-items-eof-flag
           move low-values to it-item-code
           start custItems key is greater than it-item-code
               invalid key
                   set end-of-items to true
               not invalid key
                   continue
           end-start
           perform report-one-item until end-of-items
           .

       report-one-item section.
           read custItems next with no lock
               at end
                   set end-of-items to true
               not at end
                   perform judge-one-item
           end-read
           .

       judge-one-item section.
           move "N" to ws-item-listed-flag
           if it-item-reorder not numeric
               move 0 to it-item-reorder
           end-if
           if it-item-on-hand > it-item-allocated
               compute ws-stock-available =
                   it-item-on-hand - it-item-allocated
           else
               move 0 to ws-stock-available
           end-if
           move spaces to ws-itd-flag
           if it-item-reorder > 0
               and ws-stock-available < it-item-reorder
               move "REORDER" to ws-itd-flag
               add 1 to ws-reorder-count
               perform write-item-line
           end-if
           move "N" to ws-work-eof-flag
           move it-item-code to sw-item
           move low-values to sw-order
           move 0 to sw-seq
           start custStockWk key is greater than sw-key
               invalid key
                   set end-of-work to true
               not invalid key
                   continue
           end-start
           perform report-one-waiting-line until end-of-work
           .

       write-item-line section.
           move it-item-code       to ws-itd-code
           move it-item-desc       to ws-itd-desc
           move it-item-on-hand    to ws-itd-on-hand
           move it-item-allocated  to ws-itd-alloc
           move ws-stock-available to ws-itd-avail
           move it-item-reorder    to ws-itd-reorder
           write stock-line from ws-item-detail
           set item-listed to true
           .

       report-one-waiting-line section.
           read custStockWk next
               at end
                   set end-of-work to true
               not at end
                   if sw-item not = it-item-code
                       set end-of-work to true
                   else
                       if not item-listed
                           perform write-item-line
                       end-if
                       move sw-order to ws-wtd-order
                       move sw-seq   to ws-wtd-seq
                       move sw-cust  to ws-wtd-cust
                       move sw-date  to ws-wtd-date
                       move sw-qty   to ws-wtd-qty
                       write stock-line from ws-wait-detail
                   end-if
           end-read
           .

       write-report-header section.
           move spaces to stock-line
           string "===== Stock And Back-Order Report - "
                      delimited by size
                  ws-run-today delimited by size
                  " =====" delimited by size
               into stock-line
           end-string
           write stock-line
           move spaces to stock-line
           string "Item      Description                       "
                      delimited by size
                  "   On Hand   Allocated   Available     Reorder"
                      delimited by size
               into stock-line
           end-string
           write stock-line
           .

       write-report-trailer section.
           move spaces to stock-line
           string "===== Items To Reorder: " delimited by size
                  ws-reorder-count           delimited by size
                  "  Lines Waiting: "        delimited by size
                  ws-waiting-count           delimited by size
                  "  Orders Released: "      delimited by size
                  ws-released-count          delimited by size
                  " ====="                   delimited by size
               into stock-line
           end-string
           write stock-line
           .

      *      The online server raises custServeFlg.dat while it is
      *      up; this run rewrites items, orders and lines, so it
      *      must not start while clients are being served.

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

      *      The morning checklist's memory: warn when this job
      *      already ran today.

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
