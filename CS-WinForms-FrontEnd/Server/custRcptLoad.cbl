               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-custledger-status.
           select custSusp assign to "custSusp.dat"
               organization is indexed
               access is dynamic
               record key is sp-susp-id of custSusp
               lock mode is manual with lock on record
               file status is ws-custsusp-status.
           select custInvoices assign to "custInvoices.dat"
               organization is indexed
               access is dynamic
               record key is iv-inv-num of custInvoices
               lock mode is manual with lock on record
               file status is ws-invoices-status.
           select custPoints assign to "custPoints.dat"
               organization is indexed
               access is dynamic
               record key is pt-pts-key of custPoints
               lock mode is manual with lock on record
               file status is ws-points-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.

       file section.

           03 filler     pic x value space.
           03 rej-line   pic x(36).

      *      A well-formed receipt that found no open order to pay
      *      lands on this run's suspense listing and in the suspense
      *      file a clerk works from the counter -- it is money
      *      taken, not a keying error.

       fd custRcptSusp.
       01 suspense-line pic x(100).
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

      *      Every receipt applied is credited to the customer's
      *      ledger -- against the order it paid, and on account for
      *      whatever was paid over what the order still owed.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

      *      Each suspense item is also kept on file until a clerk
      *      works it online -- the printed list is this run's
      *      listing, the file is the work queue.

       fd custSusp.
       01 sp-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==sp==.

      *      The invoice register -- every invoice number issued, in
      *      series, with the order it was issued to.

       fd custInvoices.
       01 iv-invoice-record.
           copy "custinv.cpy" replacing ==:PREFIX:== by ==iv==.

       fd custPoints.
       01 pt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       working-storage section.
       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==ws==.

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
           88 end-of-receipts value "Y".

       01 ws-rejected-count pic 9(8) value 0.
       01 ws-suspense-count pic 9(8) value 0.
       01 ws-matched-value  pic 9(11)v99 comp-3 value 0.
       01 ws-part-paid-count   pic 9(8) value 0.
       01 ws-on-account-count  pic 9(8) value 0.
       01 ws-on-account-value  pic 9(11)v99 comp-3 value 0.

      *      How one receipt splits: the part that pays down the order
      *      and the excess, if any, held on the customer's account.

       01 ws-order-outstanding pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-applied-amount    pic 9(7)v99.
       01 ws-excess-amount     pic 9(7)v99.
       01 ws-before-paid       pic 9(7)v99.

       01 ws-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-next-ledger-seq pic 9(8).

       01 ws-custsusp-status pic xx.
           88 custsusp-status-ok       value "00" "02".
           88 custsusp-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-next-susp-id pic 9(8).
       01 ws-run-date     pic x(8).

       01 ws-suspense-detail.
           03 ws-susp-reason pic x(4).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

      *      An order this run closes earns the customer PTSPERPOUND
      *      loyalty points for every whole pound they paid for it in
      *      money, as the counter's close does.

       01 ws-pts-per-pound pic 9(4) comp value 1.
       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-points-status pic xx.
           88 points-status-ok       value "00" "02".
           88 points-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-pts-balance-flag pic x.
           88 points-balance-on-file value "Y".
       01 ws-points-open-flag pic x value "N".
           88 points-file-open value "Y".
       01 ws-pts-moved     pic 9(7).
       01 ws-pts-balance   pic 9(7).
       01 ws-pts-last-seq  pic 9(6).
       01 ws-points-earned pic 9(9) value 0.

       procedure division.
       mainline section.
           perform check-server-flag
               perform lower-batch-flag
               goback
           end-if
           perform read-parameters
           perform open-custledger-io
           perform open-custsusp-io
           perform open-custpoints-io
           move function current-date(1:8) to ws-run-date
           open output custRcptRej
           open output custRcptSusp
           move "===== Receipts In Suspense - Work This List ====="
           write suspense-line
           close custRcptSusp
           close custRcptRej
           if points-file-open
               close custPoints
           end-if
           close custSusp
           close custLedger
           close custOrders
           close custRcptFile
           display "Receipts Matching Complete"
           display "Receipts Read   : " ws-read-count
           display "Orders Closed   : " ws-matched-count
           display "Orders Part Paid: " ws-part-paid-count
           display "Value Matched   : " ws-matched-value
           display "Held On Account : " ws-on-account-count
           display "Value On Account: " ws-on-account-value
           display "Lines Rejected  : " ws-rejected-count
           display "Into Suspense   : " ws-suspense-count
           display "Points Earned   : " ws-points-earned
           move ws-matched-count  to ws-runctl-count-1
           move ws-suspense-count to ws-runctl-count-2
           perform record-run-control
                   move "RNUM" to ws-reject-reason
                   perform write-reject-record
               when rcp-amount not numeric
                   or rcp-amount = zero
                   move "RAMT" to ws-reject-reason
                   perform write-reject-record
               when other
                   move "NFND" to ws-susp-reason
                   perform write-suspense-line
               not invalid key
                   if not o-order-open
                       move "CLSD" to ws-susp-reason
                       perform write-suspense-line
                   else
                       perform apply-receipt-to-order
                   end-if
           end-read
           .

      *      The receipt pays down what is still owed on the order. A
      *      part-payment leaves the order open with the balance owed;
      *      the receipt that brings paid-to-date, with anything
      *      credited on a return, up to the order amount closes it;
      *      anything paid over that is held on the customer's account
      *      rather than sent to suspense.

       apply-receipt-to-order section.
           move o-order-status to ws-before-status
           if o-order-paid not numeric
               move 0 to o-order-paid
           end-if
           move o-order-paid to ws-before-paid
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-order-outstanding =
                   o-order-amount - ws-order-settled
           else
               move 0 to ws-order-outstanding
           end-if
           if rcp-amount > ws-order-outstanding
               move ws-order-outstanding to ws-applied-amount
               compute ws-excess-amount =
                   rcp-amount - ws-order-outstanding
           else
               move rcp-amount to ws-applied-amount
               move 0 to ws-excess-amount
           end-if
           add ws-applied-amount to o-order-paid

      *          A direct debit the bank has paid over arrives here like
      *          any other receipt -- the money has been seen, so the
      *          order stops waiting on the bank.

           if o-order-dd-awaiting
               set o-order-dd-none to true
           end-if
           perform weigh-order-settled
           if ws-order-settled not < o-order-amount
               set o-order-closed to true
               move "C" to ws-invoice-issued-on
               perform reserve-invoice-number
               perform stamp-points-earned
           end-if
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Updated: " o-order-num
                   perform release-invoice-number
                   move "UPDT" to ws-susp-reason
                   perform write-suspense-line
               not invalid key
                   perform confirm-invoice-number
                   add ws-applied-amount to ws-matched-value
                   if o-order-closed
                       add 1 to ws-matched-count
                       perform write-close-audit-record
                       perform earn-order-points
                   else
                       add 1 to ws-part-paid-count
                       perform write-part-pay-audit-record
                   end-if
                   perform post-receipt-ledger-rows
           end-rewrite
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

       post-receipt-ledger-rows section.
           move o-order-cust to ws-ledger-cust
           move rcp-ref      to ws-ledger-ref
           if ws-applied-amount > 0
               move o-order-num to ws-ledger-order
               set ws-ledger-credit to true
               move ws-applied-amount to ws-ledger-amount
               perform post-ledger-entry
           end-if
           if ws-excess-amount > 0
               move spaces to ws-ledger-order
               set ws-ledger-on-account to true
               move ws-excess-amount to ws-ledger-amount
               perform post-ledger-entry
               add 1 to ws-on-account-count
               add ws-excess-amount to ws-on-account-value
           end-if
           .

      *      The batch close goes on the trail exactly as the online
      *      close does, stamped with this job's name, so the order's
      *      history shows when and why it stopped being open.
           close custAudit
           .

      *      A part-payment goes on the trail as ORDPAY with the
      *      paid-to-date before and after the receipt in the phone
      *      columns -- the amount itself never changes, so the
      *      columns an ORDADD line gives the amount carry the
      *      payment history instead.

       write-part-pay-audit-record section.
           move function current-date to ws-audit-timestamp
           move "ORDPAY"       to ws-audit-op
           move o-order-cust   to ws-audit-key
           move spaces         to ws-audit-branch
                                  ws-audit-before-email
                                  ws-audit-after-email
           move o-order-num    to ws-audit-before-first
                                  ws-audit-after-first
           move o-order-date   to ws-audit-before-last
                                  ws-audit-after-last
           move o-order-desc   to ws-audit-before-address
                                  ws-audit-after-address
           move ws-before-paid to ws-audit-before-phone
           move o-order-paid   to ws-audit-after-phone
           move ws-before-status to ws-audit-before-consent
           move o-order-status to ws-audit-after-consent
           move "RCPTLOAD"     to ws-audit-operator
           perform assign-audit-seq
           open extend custAudit
           write audit-record from ws-audit-line
           close custAudit
           .

      *      Posts the row built in ws-ledger-information, dated the
      *      receipt's banking date and stamped with this job's name.

       post-ledger-entry section.
           perform assign-next-ledger-seq
           move ws-next-ledger-seq to ws-ledger-seq
           if rcp-date = spaces
               move function current-date(1:8) to ws-ledger-date
           else
               move rcp-date to ws-ledger-date
           end-if
           move "RCPTLOAD" to ws-ledger-source
           move ws-ledger-information to lg-ledger-information
           write lg-ledger-information
               invalid key
                   display "Ledger Row Could Not Be Posted: "
                       ws-ledger-cust " " ws-ledger-seq
           end-write
           .

      *      Mirrors the server's assign-next-ledger-seq -- the next
      *      ledger sequence lives in the row keyed customer 00000000,
      *      sequence zero, carried in its order field.

       assign-next-ledger-seq section.
           move ws-control-key to lg-ledger-cust
           move 0 to lg-ledger-seq
           read custLedger with lock
               invalid key
                   move 1 to ws-next-ledger-seq
               not invalid key
                   move lg-ledger-order-n to ws-next-ledger-seq
                   add 1 to ws-next-ledger-seq
           end-read
           move ws-control-key to lg-ledger-cust
           move 0 to lg-ledger-seq
           move spaces to lg-ledger-date lg-ledger-type lg-ledger-ref
                          lg-ledger-source
           move ws-next-ledger-seq to lg-ledger-order-n
           move zero to lg-ledger-amount
           rewrite lg-ledger-information
               invalid key
                   write lg-ledger-information
                       invalid key
                           display "Ledger Control Record Could Not "
                               "Be Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custLedger.dat until the first
      *      posting -- create it on that first open.

       open-custledger-io section.
           open i-o custLedger
           if custledger-status-bad-open
               open output custLedger
               close custLedger
               open i-o custLedger
           end-if
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move rcp-order  to ws-susp-order
           move rcp-amount to ws-susp-amount
           write suspense-line from ws-suspense-detail
           perform write-suspense-item
           .

      *      Keeps the item for the clerk to work online, numbered off
      *      the suspense control record and raised with today's date
      *      so the aged-suspense report can tell how long it has sat.

       write-suspense-item section.
           perform assign-next-susp-id
           move spaces to sp-susp-information
           move ws-next-susp-id to sp-susp-id-n
           move rcp-ref         to sp-susp-ref
           move rcp-date        to sp-susp-date
           move rcp-order       to sp-susp-order
           move rcp-amount      to sp-susp-amount
           move ws-susp-reason  to sp-susp-reason
           move ws-run-date     to sp-susp-raised
           set sp-susp-unworked to true
           write sp-susp-information
               invalid key
                   display "Suspense Item Could Not Be Kept: "
                       rcp-ref
           end-write
           .

       assign-next-susp-id section.
           move ws-control-key to sp-susp-id
           read custSusp with lock
               invalid key
                   move 1 to ws-next-susp-id
               not invalid key
                   move sp-susp-order-n to ws-next-susp-id
                   add 1 to ws-next-susp-id
           end-read
           move spaces to sp-susp-information
           move ws-control-key to sp-susp-id
           move ws-next-susp-id to sp-susp-order-n
           move zero to sp-susp-amount
           rewrite sp-susp-information
               invalid key
                   write sp-susp-information
                       invalid key
                           display "Suspense Control Record Could "
                               "Not Be Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custSusp.dat until the first
      *      receipt goes into suspense -- create it on that first
      *      open.

       open-custsusp-io section.
           open i-o custSusp
           if custsusp-status-bad-open
               open output custSusp
               close custSusp
               open i-o custSusp
           end-if
           .

      *      A brand-new install has no custPoints.dat until the first
      *      order closes -- create it on that first open.

       open-custpoints-io section.
           open i-o custPoints
           if points-status-bad-open
               open output custPoints
               close custPoints
               open i-o custPoints
           end-if
           if points-status-bad-open
               display "custPoints Open Failed - Status "
                   ws-points-status " - No Points Earned This Run"
           else
               set points-file-open to true
           end-if
           .

      *      What a closing order pays out, stamped on the order
      *      before it is rewritten: the part of it settled with
      *      points, or credited back on a return, earns nothing.

       stamp-points-earned section.
           if o-order-pts-redeemed not numeric
               move 0 to o-order-pts-redeemed
           end-if
           if o-order-pts-value not numeric
               move 0 to o-order-pts-value
           end-if
           if o-order-credited not numeric
               move 0 to o-order-credited
           end-if
           move 0 to ws-pts-moved
           if o-order-amount > o-order-pts-value + o-order-credited
               compute ws-pts-moved =
                   (o-order-amount - o-order-pts-value
                       - o-order-credited) * ws-pts-per-pound
           end-if
           move ws-pts-moved to o-order-pts-earned
           .

      *      The points become a lot of their own on the customer's
      *      points, and the balance row is stepped to match.

       earn-order-points section.
           if o-order-pts-earned = 0
               or not points-file-open
               exit section
           end-if
           move "N" to ws-pts-balance-flag
           move 0 to ws-pts-balance ws-pts-last-seq
           move o-order-cust to pt-pts-cust
           move 0 to pt-pts-seq
           read custPoints with lock
               invalid key
                   continue
               not invalid key
                   set points-balance-on-file to true
                   move pt-pts-remaining to ws-pts-balance
                   move pt-pts-order-n   to ws-pts-last-seq
           end-read
           add 1 to ws-pts-last-seq
           move spaces             to pt-points-record
           move o-order-cust       to pt-pts-cust
           move ws-pts-last-seq    to pt-pts-seq
           set pt-pts-earned       to true
           move ws-run-date        to pt-pts-date
           move o-order-num        to pt-pts-order
           move o-order-pts-earned to pt-pts-points
                                      pt-pts-remaining
           move ws-run-job-name    to pt-pts-source
           write pt-points-record
               invalid key
                   display "Points Row Could Not Be Posted: "
                       o-order-cust " " ws-pts-last-seq
                   exit section
           end-write
           add o-order-pts-earned to ws-pts-balance ws-points-earned
           move spaces           to pt-points-record
           move o-order-cust     to pt-pts-cust
           move 0                to pt-pts-seq
           set pt-pts-balance    to true
           move ws-run-date      to pt-pts-date
           move ws-pts-last-seq  to pt-pts-order-n
           move 0                to pt-pts-points
           move ws-pts-balance   to pt-pts-remaining
           move ws-run-job-name  to pt-pts-source
           if points-balance-on-file
               rewrite pt-points-record
                   invalid key
                       display "Points Balance Could Not Be Updated: "
                           o-order-cust
               end-rewrite
           else
               write pt-points-record
                   invalid key
                       display "Points Balance Could Not Be Written: "
                           o-order-cust
               end-write
           end-if
           .

      *      PTSPERPOUND from custParams.dat overrides the compiled
      *      default; no parameter file simply keeps it.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   evaluate true
                       when par-name = "PTSPERPOUND"
                           and par-value is numeric
                           and par-value > 0
                           and par-value < 10000
                           move par-value to ws-pts-per-pound
                       when other
                           continue
                   end-evaluate
           end-read
           .

       assign-audit-seq section.
