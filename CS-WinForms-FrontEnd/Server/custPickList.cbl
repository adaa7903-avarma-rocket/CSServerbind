               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custItems assign to "custItems.dat"
               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custInvoices assign to "custInvoices.dat"
               organization is indexed
               access is dynamic
               record key is iv-inv-num of custInvoices
               lock mode is manual with lock on record
               file status is ws-invoices-status.
           select custNotify assign to "custNotify.dat"
               organization is line sequential
               file status is ws-notify-status.
           select custNotifySkip assign to "custNotifySkip.dat"
               organization is line sequential
               file status is ws-notifyskip-status.

       file section.
       fd custOrders.
      *      owning branch with the order number inside the key, so
      *      the slips come off grouped per branch in order-number
      *      sequence -- each warehouse gets a contiguous slate
      *      instead of branches interleaved in customer order. The
      *      order's own row is line 000; its lines follow it under
      *      their line numbers so the picker sees every item and
      *      quantity on the slip.

       fd custPickWk.
       01 wk-record.
           03 wk-key.
               05 wk-branch pic x(3).
               05 wk-order  pic x(8).
               05 wk-line   pic 9(3).
           03 wk-detail pic x(132).

       fd custBatchFlg.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      Stock leaves the warehouse when an order goes on the pick
      *      list: each reserved line's quantity comes off both the
      *      on-hand and the allocated figures of its item.

       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

      *      The invoice register -- every invoice number issued, in
      *      series, with the order it was issued to.

       fd custInvoices.
       01 iv-invoice-record.
           copy "custinv.cpy" replacing ==:PREFIX:== by ==iv==.

      *      The email/SMS gateway's outbound file, and the messages
      *      that could not go for want of a usable email or mobile
      *      number.

       fd custNotify.
       01 notify-record.
           copy "custnotify.cpy" replacing ==:PREFIX:== by ==nt==.

       fd custNotifySkip.
       01 notifyskip-record.
           copy "custnotify.cpy" replacing ==:PREFIX:== by ==ns==.

       working-storage section.
       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-invoices-status pic xx.
           88 invoices-status-ok       value "00" "02".
           88 invoices-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-next-invoice-num  pic 9(8).
       01 ws-invoice-issued-on pic x.
       01 ws-invoice-held-flag pic x value "N".
           88 invoice-number-held value "Y".
       01 ws-invoice-ctl-flag  pic x.
           88 invoice-control-on-file value "Y".

       01 ws-eof-flag pic x.
           88 end-of-orders value "Y".

           03 filler          pic x value space.
           03 ws-det-amount   pic zzz,zz9.99.

      *      One row per order line under the order's slip, indented
      *      under the address so the item column lines up.

       01 ws-pick-line-detail.
           03 filler          pic x(15) value spaces.
           03 ws-lin-seq      pic zz9.
           03 filler          pic xx value spaces.
           03 ws-lin-item     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-lin-qty      pic zzzz9.
           03 filler          pic xx value spaces.
           03 ws-lin-desc     pic x(30).
           03 filler          pic xx value spaces.
           03 ws-lin-total    pic zzz,zz9.99.

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".

       01 ws-items-status pic xx.
           88 items-status-ok       value "00" "02".
           88 items-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-stock-item pic x(8).
       01 ws-stock-qty  pic 9(5).
       01 ws-stock-reserved-flag pic x.
           88 stock-was-reserved value "Y".
       01 ws-units-picked pic 9(8) value 0.

       01 ws-notify-line.
           copy "custnotify.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-notify-status pic xx.
           88 notify-status-ok       value "00".
           88 notify-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-notifyskip-status pic xx.
           88 notifyskip-status-ok       value "00".
           88 notifyskip-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-nfy-at-count      pic 9(4) comp.
       01 ws-nfy-sent-count    pic 9(8) value 0.
       01 ws-nfy-skipped-count pic 9(8) value 0.

       01 ws-serveflg-status pic xx.
           88 serveflg-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-serve-hold pic x(8).
               goback
           end-if
           open input custFile
           open i-o custOrdLines
           open i-o custItems
           open output custPickList
           open output custPickWk
           close custPickWk
           write picklist-line
           close custPickList
           close custFile
           if not ordlines-status-bad-open
               close custOrdLines
           end-if
           if not items-status-bad-open
               close custItems
           end-if
           close custOrders
           display "Pick List Run Complete"
           display "Orders Listed : " ws-listed-count
           display "Orders Skipped: " ws-skipped-count
           display "Units Picked  : " ws-units-picked
           display "Dispatch Messages Queued : " ws-nfy-sent-count
           display "Dispatch Messages Skipped: " ws-nfy-skipped-count
           move ws-listed-count  to ws-runctl-count-1
           move ws-skipped-count to ws-runctl-count-2
           perform record-run-control
           move f-addr-postcode  to ws-det-postcode
           move o-order-item     to ws-det-item
           move o-order-amount   to ws-det-amount
           if o-order-lines numeric
               and o-order-lines > 0
               move spaces to ws-det-item
           end-if

      *          The slip goes to the sort worker, not straight to
      *          the report -- the second pass prints it inside its
               move ws-cust-branch to wk-branch
           end-if
           move o-order-num    to wk-order
           move 0              to wk-line
           move ws-pick-detail to wk-detail
           write wk-record
               invalid key
                   continue
           end-write
           if o-order-lines numeric
               and o-order-lines > 0
               perform queue-order-lines
           else

      *              An order keyed before stock was reserved still
      *              takes its item off the shelf.

               move o-order-item to ws-stock-item
               if o-order-qty not numeric
                   or o-order-qty = zero
                   move 1 to ws-stock-qty
               else
                   move o-order-qty to ws-stock-qty
               end-if
               move "N" to ws-stock-reserved-flag
               perform consume-item-stock
           end-if
           perform tally-branch-slip
           set o-order-picking to true
           move ws-cutoff-date to o-order-pick-date
           move spaces to o-order-consign o-order-dlv-date
                          o-order-dlv-status
           move "F" to ws-invoice-issued-on
           perform reserve-invoice-number
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Marked In "
                       "Fulfilment: " o-order-num
                   perform release-invoice-number
               not invalid key
                   perform confirm-invoice-number
                   add 1 to ws-listed-count

      *              The customer is told the order is on its way.

                   set ws-nfy-dispatch   to true
                   move o-order-num      to ws-nfy-order
                   move o-order-cust     to ws-nfy-cust
                   move o-order-date     to ws-nfy-ord-date
                   move o-order-amount   to ws-nfy-amount
                   move o-order-invoice  to ws-nfy-invoice
                   perform write-order-notification
           end-rewrite
           .
      *      Order messages for the email/SMS gateway. The caller fills
      *      in the message type and the order; the message goes to
      *      the customer's email when it has one that has not
      *      bounced, otherwise by SMS to a mobile number that has not
      *      bounced. These are service messages about an order the
      *      customer placed, so they go whatever the marketing
      *      consent indicators say. A customer with neither goes on
      *      custNotifySkip.dat for the counter to ask for one.

       write-order-notification section.
           move function current-date(1:14) to ws-nfy-stamp
           move spaces to ws-nfy-channel ws-nfy-address ws-nfy-name
           move ws-nfy-cust to f-record-num
           if not custfile-status-bad-open
               read custFile with no lock
                   invalid key
                       continue
                   not invalid key
                       move f-firstname to ws-nfy-name
                       perform choose-notify-address
               end-read
           end-if
           if ws-nfy-address = spaces
               add 1 to ws-nfy-skipped-count
               open extend custNotifySkip
               if notifyskip-status-bad-open
                   open output custNotifySkip
               end-if
               write notifyskip-record from ws-notify-line
               close custNotifySkip
               exit section
           end-if

      *          The gateway takes the file away as it sends, so the
      *          first message after a collection creates it again.

           open extend custNotify
           if notify-status-bad-open
               open output custNotify
           end-if
           write notify-record from ws-notify-line
           close custNotify
           add 1 to ws-nfy-sent-count
           .

       choose-notify-address section.
           if f-email not = spaces
               and not f-email-bounced
               move 0 to ws-nfy-at-count
               inspect f-email tallying ws-nfy-at-count for all "@"
               if ws-nfy-at-count = 1
                   set ws-nfy-by-email to true
                   move f-email to ws-nfy-address
                   exit section
               end-if
           end-if
           if f-phone not = spaces
               and not f-phone-bounced
               and (f-phone(1:2) = "07" or f-phone(1:4) = "+447")
               set ws-nfy-by-sms to true
               move f-phone to ws-nfy-address
           end-if
           .

      *      An order is given its invoice number as it is dispatched
      *      or closed. The next number comes off the register's
      *      control row under lock and is stamped on the order before
      *      the order is rewritten; it is only written away once the
      *      order is safely rewritten (confirm-invoice-number), and an
      *      order that will not rewrite hands it back untouched
      *      (release-invoice-number) -- a failed update can never
      *      leave a hole in the series. An order already numbered
      *      keeps its number.

       reserve-invoice-number section.
           move "N" to ws-invoice-held-flag
           if o-order-invoice not = spaces
               and o-order-invoice not = low-values
               exit section
           end-if
           open i-o custInvoices
           if invoices-status-bad-open
               open output custInvoices
               close custInvoices
               open i-o custInvoices
           end-if
           if invoices-status-bad-open
               display "custInvoices Open Failed - Status "
                   ws-invoices-status
               move spaces to o-order-invoice o-order-inv-date
               exit section
           end-if
           move "Y" to ws-invoice-ctl-flag
           move ws-control-key to iv-inv-num
           read custInvoices with lock
               invalid key
                   move "N" to ws-invoice-ctl-flag
                   move 0 to ws-next-invoice-num
               not invalid key
                   if iv-inv-order-n numeric
                       move iv-inv-order-n to ws-next-invoice-num
                   else
                       move 0 to ws-next-invoice-num
                   end-if
           end-read
           add 1 to ws-next-invoice-num
           move ws-next-invoice-num to o-order-invoice
           move function current-date(1:8) to o-order-inv-date
           set invoice-number-held to true
           .

       confirm-invoice-number section.
           if not invoice-number-held
               exit section
           end-if
           move o-order-invoice       to iv-inv-num
           move o-order-num           to iv-inv-order
           move o-order-cust          to iv-inv-cust
           move o-order-inv-date      to iv-inv-date
           move ws-invoice-issued-on  to iv-inv-issued-on
           move space                 to iv-inv-print-flag
           move spaces                to iv-inv-print-date
           write iv-invoice-record
               invalid key
                   display "Invoice Register Row Could Not Be "
                       "Written: " o-order-invoice
           end-write
           move ws-control-key        to iv-inv-num
           move ws-next-invoice-num   to iv-inv-order-n
           move spaces to iv-inv-cust iv-inv-date iv-inv-issued-on
                          iv-inv-print-flag iv-inv-print-date
           if invoice-control-on-file
               rewrite iv-invoice-record
                   invalid key
                       display "Invoice Control Record Could Not "
                           "Be Updated"
               end-rewrite
           else
               write iv-invoice-record
                   invalid key
                       display "Invoice Control Record Could Not "
                           "Be Created"
               end-write
           end-if
           close custInvoices
           move "N" to ws-invoice-held-flag
           .

       release-invoice-number section.
           if not invoice-number-held
               exit section
           end-if
           close custInvoices
           move spaces to o-order-invoice o-order-inv-date
           move "N" to ws-invoice-held-flag
           .

      *      The order's lines go to the worker under the same branch
      *      and order as its slip, each under its own line number.

       queue-order-lines section.
           if ordlines-status-bad-open
               exit section
           end-if
           move "N" to ws-lines-eof-flag
           move o-order-num to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform queue-one-order-line until end-of-lines
           .

       queue-one-order-line section.
           read custOrdLines next with lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       move ol-line-seq   to ws-lin-seq wk-line
                       move ol-line-item  to ws-lin-item
                       move ol-line-qty   to ws-lin-qty
                       move ol-line-desc  to ws-lin-desc
                       move ol-line-total to ws-lin-total
                       move ws-pick-line-detail to wk-detail
                       write wk-record
                           invalid key
                               continue
                       end-write
                       if ol-line-reserved
                           or (ol-line-stock = space
                               and ol-line-item not = spaces)
                           perform pick-line-stock
                       end-if
                   end-if
           end-read
           .

      *      A line carried down from an order keyed before stock was
      *      reserved had nothing set aside, but its item still comes
      *      off the shelf.

       pick-line-stock section.
           move ol-line-item to ws-stock-item
           move ol-line-qty  to ws-stock-qty
           move "N" to ws-stock-reserved-flag
           if ol-line-reserved
               set stock-was-reserved to true
           end-if
           perform consume-item-stock
           set ol-line-picked to true
           rewrite ol-line-information
               invalid key
                   display "Order Line Could Not Be Marked Picked: "
                       ol-line-order " " ol-line-seq
           end-rewrite
           .

      *      The quantity comes off the shelf, and off the reserved
      *      figure when the line had stock reserved for it; neither
      *      goes below zero -- a count that was already short is the
      *      stock report's business, not the pick run's.

       consume-item-stock section.
           if ws-stock-item = spaces
               or items-status-bad-open
               exit section
           end-if
           move ws-stock-item to it-item-code
           read custItems with lock
               invalid key
                   exit section
           end-read
           if it-item-on-hand not numeric
               move 0 to it-item-on-hand
           end-if
           if it-item-allocated not numeric
               move 0 to it-item-allocated
           end-if
           if it-item-on-hand > ws-stock-qty
               subtract ws-stock-qty from it-item-on-hand
           else
               move 0 to it-item-on-hand
           end-if
           if stock-was-reserved
               if it-item-allocated > ws-stock-qty
                   subtract ws-stock-qty from it-item-allocated
               else
                   move 0 to it-item-allocated
               end-if
           end-if
           rewrite it-record
               invalid key
                   display "Item Stock Could Not Be Updated: "
                       ws-stock-item
               not invalid key
                   add ws-stock-qty to ws-units-picked
           end-rewrite
           .

