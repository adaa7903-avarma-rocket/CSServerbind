               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custItemRej assign to "custItemRej.dat"
               organization is line sequential.
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.
           select custSupp assign to "custSupp.dat"
               organization is indexed
               access is dynamic
               record key is su-supp-code of custSupp
               file status is ws-supp-status.
           select custBatchFlg assign to "custBatchFlg.dat"
               organization is line sequential.
           select custServeFlg assign to "custServeFlg.dat"
               organization is line sequential
               file status is ws-serveflg-status.

       file section.

      *      The product feed: one item per line in the same shape
      *      as the master row, merged into custItems.dat each run.
      *      The master now carries stock the server reserves and the
      *      pick run uses up, so it is no longer rebuilt: an item
      *      already on file keeps its stock figures and takes the
      *      feed's description, price and status; an item missing
      *      from the feed is retired, as it would once have dropped
      *      off the rebuilt master. An on-hand figure in the feed is
      *      a stock count and replaces what is on file; blank keeps
      *      it. The feed's allocated and on-order fields are never
      *      taken -- only open orders reserve stock, and only
      *      purchase orders put it on order. A supplier code, where
      *      given, must be on the supplier master. A blank VAT code
      *      keeps the item's code, and an item that never had one
      *      is standard-rated.

       fd custItemIn.
       01 itemin-record.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(90).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       fd custSupp.
       01 su-record.
           copy "custsupp.cpy" replacing ==:PREFIX:== by ==su==.

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       working-storage section.
       01 ws-itemin-status pic xx.
           88 itemin-status-ok       value "00".
           88 itemin-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-items-status pic xx.
           88 items-status-ok       value "00" "02".
           88 items-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-feed value "Y".
       01 ws-items-eof-flag pic x.
           88 end-of-items value "Y".

       01 ws-counted-count pic 9(8) value 0.

       01 ws-supp-status pic xx.
           88 supp-status-ok       value "00" "02".
           88 supp-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-supp-known-flag pic x.
           88 supplier-known value "Y".

       01 ws-serveflg-status pic xx.
           88 serveflg-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-serve-hold pic x(8).
       01 ws-server-active-flag pic x.
           88 server-is-active value "Y".

       01 ws-loaded-count   pic 9(8) value 0.
       01 ws-rejected-count pic 9(8) value 0.

       procedure division.
       mainline section.
           perform check-server-flag
           if server-is-active
               display "Server Active - Item Load Refused"
               goback
           end-if
           perform raise-batch-flag
           move "ITEMLOAD" to ws-run-job-name
           perform check-run-control
           open input custItemIn
           if itemin-status-bad-open
               display "custItemLoad.dat Not Found - Nothing To Load"
               perform lower-batch-flag
               goback
           end-if
           open i-o custItems
           if items-status-bad-open
               open output custItems
               close custItems
               open i-o custItems
           end-if
           perform retire-all-items
           open input custSupp
           open output custItemRej
           perform read-feed-record
           perform load-feed-record until end-of-feed
           close custItems
           if not supp-status-bad-open
               close custSupp
           end-if
           close custItemRej
           close custItemIn
           display "Item Master Load Complete"
           display "Items Loaded  : " ws-loaded-count
           display "Lines Rejected: " ws-rejected-count
           display "Stock Counted : " ws-counted-count
           move ws-loaded-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      Every item on file starts the run retired; the feed puts
      *      back the status of each item it still carries.

       retire-all-items section.
           move "N" to ws-items-eof-flag
           move low-values to it-item-code
           start custItems key is greater than it-item-code
               invalid key
                   set end-of-items to true
               not invalid key
                   continue
           end-start
           perform retire-one-item until end-of-items
           .

       retire-one-item section.
           read custItems next with lock
               at end
                   set end-of-items to true
               not at end
                   set it-item-retired to true
                   rewrite it-record
                       invalid key
                           display "Item Could Not Be Retired: "
                               it-item-code
                   end-rewrite
           end-read
           .

       read-feed-record section.
           read custItemIn
               at end
           .

       load-feed-record section.
           perform check-feed-supplier
           evaluate true
               when iin-item-code = spaces
                   move "CODE" to ws-reject-reason
               when not iin-item-is-active and not iin-item-retired
                   move "STAT" to ws-reject-reason
                   perform write-reject-record
               when iin-item-on-hand-x not = spaces
                   and iin-item-on-hand not numeric
                   move "STCK" to ws-reject-reason
                   perform write-reject-record
               when iin-item-reorder-x not = spaces
                   and iin-item-reorder not numeric
                   move "RORD" to ws-reject-reason
                   perform write-reject-record
               when iin-item-reorder-qty-x not = spaces
                   and iin-item-reorder-qty not numeric
                   move "ROQT" to ws-reject-reason
                   perform write-reject-record
               when iin-item-supplier not = spaces
                   and not supplier-known
                   move "SUPP" to ws-reject-reason
                   perform write-reject-record
               when not iin-item-vat-valid
                   move "VATC" to ws-reject-reason
                   perform write-reject-record
               when other
                   perform merge-feed-item
           end-evaluate
           perform read-feed-record
           .

      *      With no supplier master built yet, any supplier code is
      *      taken as given.

       check-feed-supplier section.
           set supplier-known to true
           if iin-item-supplier = spaces
               or supp-status-bad-open
               exit section
           end-if
           move iin-item-supplier to su-supp-code
           read custSupp
               invalid key
                   move "N" to ws-supp-known-flag
           end-read
           .

       merge-feed-item section.
           move iin-item-code to it-item-code
           read custItems with lock
               invalid key
                   perform add-feed-item
                   exit section
           end-read
           move iin-item-desc   to it-item-desc
           move iin-item-price  to it-item-price
           move iin-item-active to it-item-active
           if iin-item-on-hand-x not = spaces
               move iin-item-on-hand to it-item-on-hand
               add 1 to ws-counted-count
           end-if
           if iin-item-reorder-x not = spaces
               move iin-item-reorder to it-item-reorder
           end-if
           if iin-item-supplier not = spaces
               move iin-item-supplier to it-item-supplier
           end-if
           if iin-item-reorder-qty-x not = spaces
               move iin-item-reorder-qty to it-item-reorder-qty
           end-if
           if iin-item-vat-code not = space
               move iin-item-vat-code to it-item-vat-code
           end-if
           if it-item-vat-code = space
               move "S" to it-item-vat-code
           end-if
           if it-item-on-order not numeric
               move 0 to it-item-on-order
           end-if
           rewrite it-record
               invalid key
                   move "UPDT" to ws-reject-reason
                   perform write-reject-record
               not invalid key
                   add 1 to ws-loaded-count
           end-rewrite
           .

       add-feed-item section.
           move itemin-record to it-record
           move 0 to it-item-allocated
           if iin-item-on-hand-x = spaces
               move 0 to it-item-on-hand
           else
               add 1 to ws-counted-count
           end-if
           if iin-item-reorder-x = spaces
               move 0 to it-item-reorder
           end-if
           if iin-item-reorder-qty-x = spaces
               move 0 to it-item-reorder-qty
           end-if
           move 0 to it-item-on-order
           if it-item-vat-code = space
               move "S" to it-item-vat-code
           end-if
           write it-record
               invalid key
                   move "DUPK" to ws-reject-reason
                   perform write-reject-record
               not invalid key
                   add 1 to ws-loaded-count
           end-write
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move spaces to ws-reject-reason
           .

      *      The online server reserves stock on this file while it
      *      is up; this run rewrites every item, so it must not start
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

