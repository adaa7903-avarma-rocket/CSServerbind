       identification division.

       program-id. custPORaise.

       environment division.
       configuration section.
           select custItems assign to "custItems.dat"
               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custSupp assign to "custSupp.dat"
               organization is indexed
               access is dynamic
               record key is su-supp-code of custSupp
               file status is ws-supp-status.
           select custPurch assign to "custPurch.dat"
               organization is indexed
               access is dynamic
               record key is pu-po-key of custPurch
               lock mode is manual with lock on record
               file status is ws-purch-status.
           select custPORaise assign to "custPORaise.rpt"
               organization is line sequential.
           select custPOWk assign to "custPOWk.dat"
               organization is indexed
               access is dynamic
               record key is pw-key of custPOWk
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

       fd custSupp.
       01 su-record.
           copy "custsupp.cpy" replacing ==:PREFIX:== by ==su==.

       fd custPurch.
       01 pu-record.
           copy "custpurch.cpy" replacing ==:PREFIX:== by ==pu==.

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.
      *      The buyer phones or mails each supplier's block as it
      *      stands.

       fd custPORaise.
       01 poraise-line pic x(132).

      *      The raise worker: one row per item to be ordered, keyed
      *      by supplier with the item inside the key, so each
      *      supplier gets one purchase order carrying every item
      *      short that night.

       fd custPOWk.
       01 pw-record.
           03 pw-key.
               05 pw-supplier pic x(8).
               05 pw-item     pic x(8).
           03 pw-qty  pic 9(7).
           03 pw-desc pic x(30).

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

       01 ws-supp-status pic xx.
           88 supp-status-ok       value "00" "02".
           88 supp-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-purch-status pic xx.
           88 purch-status-ok       value "00" "02".
           88 purch-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-work-status pic xx.
           88 work-status-ok value "00" "02".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-items-eof-flag pic x.
           88 end-of-items value "Y".
       01 ws-work-eof-flag pic x.
           88 end-of-work value "Y".

      *      What an item can still promise plus what is already on
      *      its way, against the level it should not fall below.

       01 ws-stock-available pic 9(7).
       01 ws-stock-cover     pic 9(8).
       01 ws-order-qty       pic 9(7).

      *      The supplier whose purchase order is being written, and
      *      whether a purchase order could be raised on them at all.

       01 ws-current-supplier pic x(8) value spaces.
       01 ws-supp-usable-flag pic x.
           88 supplier-usable value "Y".
       01 ws-next-po-num  pic 9(8).
       01 ws-current-po   pic x(8).
       01 ws-current-line pic 9(3).
       01 ws-due-date     pic x(8).
       01 ws-due-numeric  pic 9(8).
       01 ws-today-numeric pic 9(8).

       01 ws-po-count      pic 9(8) value 0.
       01 ws-po-line-count pic 9(8) value 0.
       01 ws-skipped-count pic 9(8) value 0.

       01 ws-supp-detail.
           03 filler          pic x(9) value "Supplier ".
           03 ws-spd-code     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-spd-name     pic x(30).
           03 filler          pic xx value spaces.
           03 ws-spd-phone    pic x(15).
           03 filler          pic xx value spaces.
           03 ws-spd-email    pic x(40).

       01 ws-po-detail.
           03 filler          pic x(9) value "  PO     ".
           03 ws-pod-num      pic x(8).
           03 filler          pic x(8) value "  Due   ".
           03 ws-pod-due      pic x(8).

       01 ws-line-detail.
           03 filler          pic x(10) value spaces.
           03 ws-lnd-line     pic zz9.
           03 filler          pic xx value spaces.
           03 ws-lnd-item     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-lnd-desc     pic x(30).
           03 filler          pic xx value spaces.
           03 ws-lnd-qty      pic z,zzz,zz9.

       01 ws-skip-detail.
           03 filler          pic x(10) value spaces.
           03 filler          pic x(5) value "NOT  ".
           03 ws-skd-item     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-skd-desc     pic x(30).
           03 filler          pic xx value spaces.
           03 ws-skd-qty      pic z,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-skd-reason   pic x(30).

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
               display "Server Active - Purchase Order Raise Refused"
               goback
           end-if
           perform raise-batch-flag
           move "PORAISE" to ws-run-job-name
           perform check-run-control
           move ws-run-today to ws-today-numeric
           open i-o custItems
           if items-status-bad-open
               display "custItems Not Found - Nothing To Reorder"
               perform lower-batch-flag
               goback
           end-if
           open input custSupp
           perform open-custpurch-io
           open output custPOWk
           close custPOWk
           open i-o custPOWk
           open output custPORaise
           move spaces to poraise-line
           string "===== Purchase Orders Raised - " delimited by size
                  ws-run-today                      delimited by size
                  " ====="                          delimited by size
               into poraise-line
           end-string
           write poraise-line
           perform select-short-items
           perform raise-purchase-orders
           move spaces to poraise-line
           string "===== Purchase Orders: " delimited by size
                  ws-po-count              delimited by size
                  "  Lines: "              delimited by size
                  ws-po-line-count         delimited by size
                  "  Not Ordered: "        delimited by size
                  ws-skipped-count         delimited by size
                  " ====="                 delimited by size
               into poraise-line
           end-string
           write poraise-line
           close custPORaise
           close custPOWk
           close custPurch
           if not supp-status-bad-open
               close custSupp
           end-if
           close custItems
           display "Purchase Order Raise Complete"
           display "Purchase Orders : " ws-po-count
           display "Lines Raised    : " ws-po-line-count
           display "Items Not Raised: " ws-skipped-count
           move ws-po-count      to ws-runctl-count-1
           move ws-skipped-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      A brand-new install has no custPurch.dat until the first
      *      purchase order is raised -- create it on that first open.

       open-custpurch-io section.
           open i-o custPurch
           if purch-status-bad-open
               open output custPurch
               close custPurch
               open i-o custPurch
           end-if
           .

      *      Pass one: every active item whose stock, counting what is
      *      already on order, has fallen below its reorder level goes
      *      to the worker under its supplier.

       select-short-items section.
           move "N" to ws-items-eof-flag
           move low-values to it-item-code
           start custItems key is greater than it-item-code
               invalid key
                   set end-of-items to true
               not invalid key
                   continue
           end-start
           perform judge-one-item until end-of-items
           .

       judge-one-item section.
           read custItems next with no lock
               at end
                   set end-of-items to true
               not at end
                   perform judge-item-stock
           end-read
           .

       judge-item-stock section.
           if not it-item-is-active
               or it-item-reorder not numeric
               or it-item-reorder = 0
               exit section
           end-if
           if it-item-on-hand not numeric
               move 0 to it-item-on-hand
           end-if
           if it-item-allocated not numeric
               move 0 to it-item-allocated
           end-if
           if it-item-on-order not numeric
               move 0 to it-item-on-order
           end-if
           if it-item-on-hand > it-item-allocated
               compute ws-stock-available =
                   it-item-on-hand - it-item-allocated
           else
               move 0 to ws-stock-available
           end-if
           compute ws-stock-cover =
               ws-stock-available + it-item-on-order
           if ws-stock-cover not < it-item-reorder
               exit section
           end-if
           if it-item-reorder-qty numeric
               and it-item-reorder-qty > 0
               move it-item-reorder-qty to ws-order-qty
           else
               compute ws-order-qty = it-item-reorder - ws-stock-cover
           end-if
           if it-item-supplier = spaces
               move ws-order-qty to ws-skd-qty
               move "No Supplier On Item" to ws-skd-reason
               perform write-skipped-item
               exit section
           end-if
           move it-item-supplier to pw-supplier
           move it-item-code     to pw-item
           move ws-order-qty     to pw-qty
           move it-item-desc     to pw-desc
           write pw-record
               invalid key
                   continue
           end-write
           .

       write-skipped-item section.
           add 1 to ws-skipped-count
           move it-item-code to ws-skd-item
           move it-item-desc to ws-skd-desc
           write poraise-line from ws-skip-detail
           .

      *      Pass two: one purchase order per supplier, a line per
      *      item, each line's quantity put on order against its item.

       raise-purchase-orders section.
           move "N" to ws-work-eof-flag
           move low-values to pw-key
           start custPOWk key is greater than pw-key
               invalid key
                   set end-of-work to true
               not invalid key
                   continue
           end-start
           perform raise-one-line until end-of-work
           .

       raise-one-line section.
           read custPOWk next
               at end
                   set end-of-work to true
               not at end
                   if pw-supplier not = ws-current-supplier
                       perform start-supplier-order
                   end-if
                   if supplier-usable
                       perform write-po-line
                   else
                       move pw-item to ws-skd-item
                       move pw-desc to ws-skd-desc
                       move pw-qty  to ws-skd-qty
                       move "Supplier Not Active On Master"
                           to ws-skd-reason
                       add 1 to ws-skipped-count
                       write poraise-line from ws-skip-detail
                   end-if
           end-read
           .

      *      A supplier missing from the master, or no longer used,
      *      gets no purchase order -- the buyer sees the items on
      *      the report and sorts out where they now come from.

       start-supplier-order section.
           move pw-supplier to ws-current-supplier
           move "N" to ws-supp-usable-flag
           if supp-status-bad-open
               exit section
           end-if
           move pw-supplier to su-supp-code
           read custSupp
               invalid key
                   exit section
           end-read
           if not su-supp-active
               exit section
           end-if
           set supplier-usable to true
           perform assign-next-po-num
           move ws-next-po-num to ws-current-po
           move 0 to ws-current-line
           if su-supp-lead-days not numeric
               move 0 to su-supp-lead-days
           end-if
           compute ws-due-numeric = function date-of-integer
               (function integer-of-date(ws-today-numeric)
                + su-supp-lead-days)
           move ws-due-numeric to ws-due-date
           add 1 to ws-po-count
           move spaces to poraise-line
           write poraise-line
           move su-supp-code  to ws-spd-code
           move su-supp-name  to ws-spd-name
           move su-supp-phone to ws-spd-phone
           move su-supp-email to ws-spd-email
           write poraise-line from ws-supp-detail
           move ws-current-po to ws-pod-num
           move ws-due-date   to ws-pod-due
           write poraise-line from ws-po-detail
           .

       write-po-line section.
           if ws-current-line = 999
               exit section
           end-if
           add 1 to ws-current-line
           move ws-current-po   to pu-po-num
           move ws-current-line to pu-po-line
           move pw-supplier     to pu-po-supplier
           move pw-item         to pu-po-item
           move pw-qty          to pu-po-ordered
           move 0               to pu-po-received
           move ws-run-today    to pu-po-raised
           move ws-due-date     to pu-po-due
           move spaces          to pu-po-last-recv
           set pu-po-open to true
           write pu-record
               invalid key
                   display "Purchase Order Line Could Not Be "
                       "Written: " ws-current-po " " ws-current-line
                   exit section
           end-write
           add 1 to ws-po-line-count
           move ws-current-line to ws-lnd-line
           move pw-item         to ws-lnd-item
           move pw-desc         to ws-lnd-desc
           move pw-qty          to ws-lnd-qty
           write poraise-line from ws-line-detail
           move pw-item to it-item-code
           read custItems with lock
               invalid key
                   exit section
           end-read
           if it-item-on-order not numeric
               move 0 to it-item-on-order
           end-if
           add pw-qty to it-item-on-order
           rewrite it-record
               invalid key
                   display "Item On-Order Could Not Be Updated: "
                       pw-item
           end-rewrite
           .

      *      Mirrors the order number scheme -- the next purchase
      *      order number lives in the control row keyed 00000000,
      *      line zero, carried in its supplier field.

       assign-next-po-num section.
           move ws-control-key to pu-po-num
           move 0 to pu-po-line
           read custPurch with lock
               invalid key
                   move 1 to ws-next-po-num
               not invalid key
                   move pu-po-supplier-n to ws-next-po-num
                   add 1 to ws-next-po-num
           end-read
           move ws-control-key to pu-po-num
           move 0 to pu-po-line
           move ws-next-po-num to pu-po-supplier-n
           move spaces to pu-po-item pu-po-raised pu-po-due
                          pu-po-last-recv pu-po-status
           move 0 to pu-po-ordered pu-po-received
           rewrite pu-record
               invalid key
                   write pu-record
                       invalid key
                           display "Purchase Order Control Record "
                               "Could Not Be Created"
                   end-write
           end-rewrite
           .

      *      The online server raises custServeFlg.dat while it is
      *      up; this run rewrites items, so it must not start while
      *      clients are being served.

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
      *      already ran today -- a second raise would order nothing
      *      new, since the first put the shortfall on order, but the
      *      buyer should know.

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
