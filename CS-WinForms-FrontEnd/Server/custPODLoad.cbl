       identification division.

       program-id. custPODLoad.

       environment division.
       configuration section.
           select custPODIn assign to "custPODLoad.dat"
               organization is line sequential
               file status is ws-podin-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custPODRej assign to "custPODRej.dat"
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

      *      The carrier's nightly delivery file: one event per line
      *      -- the order number we gave them on the label, the
      *      consignment number the parcel travels under, the date
      *      of the event and what happened: D delivered, F failed
      *      (nobody in, wrong address), R returned to depot.

       fd custPODIn.
       01 podin-record.
           03 pod-order   pic x(8).
           03 pod-consign pic x(15).
           03 pod-date    pic x(8).
           03 pod-status  pic x.
               88 pod-status-valid value "D" "F" "R".

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the carrier can be asked
      *      about it.

       fd custPODRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(32).

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-podin-status pic xx.
           88 podin-status-ok       value "00".
           88 podin-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-feed value "Y".

       01 ws-loaded-count    pic 9(8) value 0.
       01 ws-rejected-count  pic 9(8) value 0.
       01 ws-delivered-count pic 9(8) value 0.
       01 ws-failed-count    pic 9(8) value 0.
       01 ws-returned-count  pic 9(8) value 0.

       01 ws-reject-reason pic x(4).

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
               display "Server Active - Delivery Load Refused"
               goback
           end-if
           perform raise-batch-flag
           move "PODLOAD" to ws-run-job-name
           perform check-run-control
           open input custPODIn
           if podin-status-bad-open
               display "custPODLoad.dat Not Found - Nothing To Load"
               perform lower-batch-flag
               goback
           end-if
           open i-o custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Nothing To Stamp"
               close custPODIn
               perform lower-batch-flag
               goback
           end-if
           open output custPODRej
           perform read-feed-record
           perform load-feed-record until end-of-feed
           close custOrders
           close custPODRej
           close custPODIn
           display "Carrier Delivery Load Complete"
           display "Events Applied  : " ws-loaded-count
           display "  Delivered     : " ws-delivered-count
           display "  Failed        : " ws-failed-count
           display "  Back At Depot : " ws-returned-count
           display "Lines Rejected  : " ws-rejected-count
           move ws-loaded-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

       read-feed-record section.
           read custPODIn
               at end
                   set end-of-feed to true
           end-read
           .

       load-feed-record section.
           move spaces to ws-reject-reason
           perform check-feed-event
           if ws-reject-reason = spaces
               perform stamp-order-delivery
           end-if
           if ws-reject-reason not = spaces
               perform write-reject-record
           end-if
           perform read-feed-record
           .

       check-feed-event section.
           evaluate true
               when pod-order = spaces
                   or pod-order not numeric
                   move "ORDR" to ws-reject-reason
               when pod-consign = spaces
                   move "CONS" to ws-reject-reason
               when pod-date not numeric
                   move "DATE" to ws-reject-reason
               when not pod-status-valid
                   move "STAT" to ws-reject-reason
               when other
                   continue
           end-evaluate
           .

      *      Only an order the pick run has sent out can have a
      *      delivery event -- one on an order never picked, or
      *      cancelled since, is the carrier's mistake or ours and is
      *      sent back to be looked at. The carrier resends events it
      *      is unsure we took, so an event older than the one the
      *      order already carries is turned away rather than
      *      winding the order's story backwards.

       stamp-order-delivery section.
           move pod-order to o-order-num
           read custOrders
               invalid key
                   move "ORDR" to ws-reject-reason
                   exit section
           end-read
           if o-order-cancelled
               or o-order-pick-date = spaces
               or o-order-pick-date = low-values
               move "PICK" to ws-reject-reason
               exit section
           end-if
           if pod-date < o-order-pick-date
               move "DATE" to ws-reject-reason
               exit section
           end-if
           if not o-order-dlv-none
               and pod-date < o-order-dlv-date
               move "STAL" to ws-reject-reason
               exit section
           end-if
           move pod-consign to o-order-consign
           move pod-date    to o-order-dlv-date
           move pod-status  to o-order-dlv-status
           rewrite o-order-information
               invalid key
                   move "RWRT" to ws-reject-reason
               not invalid key
                   add 1 to ws-loaded-count
                   evaluate true
                       when o-order-dlv-delivered
                           add 1 to ws-delivered-count
                       when o-order-dlv-failed
                           add 1 to ws-failed-count
                       when other
                           add 1 to ws-returned-count
                   end-evaluate
           end-rewrite
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move podin-record     to rej-line
           write reject-record
           move spaces to ws-reject-reason
           .

      *      The online server raises custServeFlg.dat while it is
      *      up; this run rewrites orders, so it must not start
      *      while clients are being served.

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
