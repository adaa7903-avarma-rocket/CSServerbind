       identification division.

       program-id. custInvPrint.

       environment division.
       configuration section.
           select custInvoices assign to "custInvoices.dat"
               organization is indexed
               access is dynamic
               record key is iv-inv-num of custInvoices
               lock mode is manual with lock on record
               file status is ws-invoices-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custFile assign to "custFile.dat"
               organization is indexed
               access is dynamic
               record key is f-record-num of custFile
               alternate record key is f-lastname of custFile
                   with duplicates
               alternate record key is f-phone of custFile
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custfile-status.
           select custBranch assign to "custBranch.dat"
               organization is indexed
               access is dynamic
               record key is br-branch-code of custBranch
               file status is ws-branch-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custInvPrint assign to "custInvoice.rpt"
               organization is line sequential.
           select custInvCopy assign to ws-copy-file-name
               organization is line sequential
               file status is ws-copy-status.
           select custRptCat assign to "custRptCat.dat"
               organization is line sequential
               file status is ws-cat-status.
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
       fd custInvoices.
       01 iv-invoice-record.
           copy "custinv.cpy" replacing ==:PREFIX:== by ==iv==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

      *      Tonight's invoices one after another, for the printer.
      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.

       fd custInvPrint.
       01 invprint-line pic x(132).

      *      Each invoice's own copy for the report repository, one
      *      file per invoice, named by its number -- the counter
      *      reprints an invoice by paging that file in the viewer.

       fd custInvCopy.
       01 invcopy-line pic x(132).

       fd custRptCat.
       01 cat-record.
           copy "custrptcat.cpy" replacing ==:PREFIX:== by ==cat==.

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-invoices-status pic xx.
           88 invoices-status-ok       value "00" "02".
           88 invoices-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-branch-status pic xx.
           88 branch-status-ok       value "00" "02".
           88 branch-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-copy-status pic xx.
           88 copy-status-ok       value "00".
       01 ws-cat-status pic xx.
           88 cat-status-ok       value "00".
           88 cat-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-invoice-eof-flag pic x.
           88 end-of-invoices value "Y".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".

       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.

       01 ws-run-date      pic x(8).
       01 ws-copy-file-name pic x(30).
       01 ws-copy-lines    pic 9(6).

       01 ws-printed-count pic 9(8) value 0.
       01 ws-skipped-count pic 9(8) value 0.

       01 ws-print-line pic x(132).

      *      The customer the invoice is addressed to and the branch
      *      it comes from.

       01 ws-cust-name      pic x(51).
       01 ws-branch-heading pic x(80).

      *      The order's figures as they stand tonight -- VAT on an
      *      order written before it was carried is split at the
      *      standard rate, the same as the statement does.

       01 ws-order-vat-hold pic 9(7)v99.
       01 ws-line-vat-hold  pic 9(7)v99.
       01 ws-order-net-hold pic 9(7)v99.
       01 ws-order-paid-hold pic 9(7)v99.
       01 ws-balance-due    pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.

       01 ws-inv-heading.
           03 filler        pic x(10) value "INVOICE   ".
           03 ws-ih-num     pic x(8).
           03 filler        pic x(30) value spaces.
           03 filler        pic x(15) value "Invoice Date : ".
           03 ws-ih-date    pic x(8).

       01 ws-inv-order-line.
           03 filler        pic x(10) value "Account : ".
           03 ws-io-cust    pic x(8).
           03 filler        pic x(12) value "   Order : ".
           03 ws-io-order   pic x(8).
           03 filler        pic x(14) value "   Ordered : ".
           03 ws-io-date    pic x(8).

       01 ws-inv-address-line.
           03 ws-ia-label   pic x(7).
           03 ws-ia-text    pic x(51).

       01 ws-inv-column-heading.
           03 filler pic x(6)  value "Line".
           03 filler pic x(10) value "Item".
           03 filler pic x(7)  value "  Qty".
           03 filler pic x(2)  value spaces.
           03 filler pic x(32) value "Description".
           03 filler pic x(14) value "  Unit Price".
           03 filler pic x(4)  value " VAT".
           03 filler pic x(12) value "         VAT".
           03 filler pic x(2)  value spaces.
           03 filler pic x(12) value "  Line Total".

       01 ws-inv-detail.
           03 ws-id-seq     pic zz9.
           03 filler        pic x(3) value spaces.
           03 ws-id-item    pic x(8).
           03 filler        pic x(2) value spaces.
           03 ws-id-qty     pic zzzz9.
           03 filler        pic x(4) value spaces.
           03 ws-id-desc    pic x(30).
           03 filler        pic x(2) value spaces.
           03 ws-id-price   pic z,zzz,zz9.99.
           03 filler        pic x(3) value spaces.
           03 ws-id-vat-code pic x.
           03 filler        pic x(2) value spaces.
           03 ws-id-vat     pic z,zzz,zz9.99.
           03 filler        pic x(2) value spaces.
           03 ws-id-total   pic z,zzz,zz9.99.

       01 ws-inv-total-line.
           03 filler        pic x(73) value spaces.
           03 ws-it-label   pic x(16).
           03 ws-it-amount  pic z,zzz,zz9.99.

       01 ws-rule-line pic x(100) value all "=".

       01 ws-cat-line.
           copy "custrptcat.cpy" replacing ==:PREFIX:== by ==ws==.

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
               display "Server Active - Invoice Print Refused"
               goback
           end-if
           perform raise-batch-flag
           move "INVPRINT" to ws-run-job-name
           perform check-run-control
           move function current-date(1:8) to ws-run-date
           perform read-parameters
           open i-o custInvoices
           if invoices-status-bad-open
               display "custInvoices Not Found - Nothing To Print"
               perform lower-batch-flag
               goback
           end-if
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Nothing To Print"
               close custInvoices
               perform lower-batch-flag
               goback
           end-if
           open input custFile
           open input custBranch
           open input custOrdLines
           open output custInvPrint
           move "N" to ws-invoice-eof-flag
           move ws-control-key to iv-inv-num
           start custInvoices key is greater than iv-inv-num
               invalid key
                   set end-of-invoices to true
               not invalid key
                   continue
           end-start
           perform review-next-invoice until end-of-invoices
           close custInvPrint
           if not ordlines-status-bad-open
               close custOrdLines
           end-if
           if not branch-status-bad-open
               close custBranch
           end-if
           if not custfile-status-bad-open
               close custFile
           end-if
           close custOrders
           close custInvoices
           display "Invoice Print Run Complete"
           display "Invoices Printed: " ws-printed-count
           display "Invoices Held   : " ws-skipped-count
           move ws-printed-count to ws-runctl-count-1
           move ws-skipped-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      Every invoice the register holds that has not yet been
      *      printed, in number order, so the printed run and the
      *      repository both run in series.

       review-next-invoice section.
           read custInvoices next with lock
               at end
                   set end-of-invoices to true
               not at end
                   if iv-inv-awaiting-print
                       perform print-one-invoice
                   end-if
           end-read
           .

      *      An invoice whose order cannot be found is held back
      *      unprinted and named on the console -- an invoice with no
      *      lines behind it is not one to send a customer, and it
      *      will print on the first run after the order is put right.

       print-one-invoice section.
           move iv-inv-order to o-order-num
           read custOrders with no lock
               invalid key
                   display "Invoice Held - Order Not On File: "
                       iv-inv-num " " iv-inv-order
                   add 1 to ws-skipped-count
                   exit section
           end-read
           perform find-customer-detail
           perform find-branch-detail
           perform work-out-order-totals
           move spaces to ws-copy-file-name
           string "custInv."   delimited by size
                  iv-inv-num   delimited by size
                  ".rpt"       delimited by size
               into ws-copy-file-name
           end-string
           move 0 to ws-copy-lines
           open output custInvCopy
           if not copy-status-ok
               display "Invoice Copy Could Not Be Opened: "
                   ws-copy-file-name
               add 1 to ws-skipped-count
               exit section
           end-if
           perform write-invoice-heading
           perform write-invoice-lines
           perform write-invoice-totals
           close custInvCopy
           perform append-catalogue-line
           set iv-inv-printed to true
           move ws-run-date to iv-inv-print-date
           rewrite iv-invoice-record
               invalid key
                   display "Invoice Could Not Be Marked Printed: "
                       iv-inv-num
           end-rewrite
           add 1 to ws-printed-count
           .

       write-invoice-heading section.
           move ws-rule-line to ws-print-line
           perform write-invoice-line
           move iv-inv-num  to ws-ih-num
           move iv-inv-date to ws-ih-date
           move ws-inv-heading to ws-print-line
           perform write-invoice-line
           move ws-rule-line to ws-print-line
           perform write-invoice-line
           move spaces to ws-print-line
           string "From : "         delimited by size
                  ws-branch-heading delimited by size
               into ws-print-line
           end-string
           perform write-invoice-line
           move spaces to ws-print-line
           perform write-invoice-line
           move "To   :" to ws-ia-label
           move ws-cust-name to ws-ia-text
           move ws-inv-address-line to ws-print-line
           perform write-invoice-line
           move spaces to ws-ia-label
           move f-addr-street to ws-ia-text
           perform write-address-line
           move f-addr-city to ws-ia-text
           perform write-address-line
           move f-addr-county to ws-ia-text
           perform write-address-line
           move f-addr-postcode to ws-ia-text
           perform write-address-line
           move spaces to ws-print-line
           perform write-invoice-line
           move o-order-cust to ws-io-cust
           move o-order-num  to ws-io-order
           move o-order-date to ws-io-date
           move ws-inv-order-line to ws-print-line
           perform write-invoice-line
           move spaces to ws-print-line
           perform write-invoice-line
           move ws-inv-column-heading to ws-print-line
           perform write-invoice-line
           .

      *      A blank part of the address is closed up rather than
      *      printed as an empty line.

       write-address-line section.
           if ws-ia-text = spaces
               exit section
           end-if
           move ws-inv-address-line to ws-print-line
           perform write-invoice-line
           .

      *      An order with lines prints each of them; an order
      *      written before lines were carried prints once, from its
      *      header.

       write-invoice-lines section.
           if o-order-lines not numeric
               or o-order-lines = 0
               or ordlines-status-bad-open
               move spaces to ws-inv-detail
               move 1 to ws-id-seq
               move o-order-item to ws-id-item
               if o-order-qty not numeric
                   or o-order-qty = 0
                   move 1 to ws-id-qty
                   move o-order-amount to ws-id-price
               else
                   move o-order-qty to ws-id-qty
                   compute ws-id-price rounded =
                       o-order-amount / o-order-qty
               end-if
               move o-order-desc to ws-id-desc
               if o-order-vat-code = space
                   move "S" to ws-id-vat-code
               else
                   move o-order-vat-code to ws-id-vat-code
               end-if
               move ws-order-vat-hold to ws-id-vat
               move o-order-amount    to ws-id-total
               move ws-inv-detail to ws-print-line
               perform write-invoice-line
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
           perform write-one-invoice-line until end-of-lines
           .

       write-one-invoice-line section.
           read custOrdLines next with no lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       move spaces to ws-inv-detail
                       move ol-line-seq   to ws-id-seq
                       move ol-line-item  to ws-id-item
                       move ol-line-qty   to ws-id-qty
                       move ol-line-desc  to ws-id-desc
                       move ol-line-price to ws-id-price
                       move ol-line-total to ws-id-total
                       perform split-line-vat
                       move ws-line-vat-hold to ws-id-vat
                       move ws-inv-detail to ws-print-line
                       perform write-invoice-line
                   end-if
           end-read
           .

      *      A line written before VAT was carried on it is taken at
      *      the standard rate.

       split-line-vat section.
           if ol-line-vat-code = space
               move "S" to ws-id-vat-code
           else
               move ol-line-vat-code to ws-id-vat-code
           end-if
           if ol-line-vat numeric
               move ol-line-vat to ws-line-vat-hold
           else
               compute ws-line-vat-hold rounded =
                   ol-line-total * ws-vat-rate-standard
                   / (100 + ws-vat-rate-standard)
           end-if
           .

      *      What the customer still owes is the order amount less
      *      what the receipts have paid against it so far.

       work-out-order-totals section.
           if o-order-vat numeric
               move o-order-vat to ws-order-vat-hold
           else
               compute ws-order-vat-hold rounded =
                   o-order-amount * ws-vat-rate-standard
                   / (100 + ws-vat-rate-standard)
           end-if
           compute ws-order-net-hold =
               o-order-amount - ws-order-vat-hold
           if o-order-paid numeric
               move o-order-paid to ws-order-paid-hold
           else
               move 0 to ws-order-paid-hold
           end-if
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-balance-due =
                   o-order-amount - ws-order-settled
           else
               move 0 to ws-balance-due
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

       write-invoice-totals section.
           move spaces to ws-print-line
           perform write-invoice-line
           move "Net Total     : " to ws-it-label
           move ws-order-net-hold  to ws-it-amount
           move ws-inv-total-line to ws-print-line
           perform write-invoice-line
           move "VAT           : " to ws-it-label
           move ws-order-vat-hold  to ws-it-amount
           move ws-inv-total-line to ws-print-line
           perform write-invoice-line
           move "Invoice Total : " to ws-it-label
           move o-order-amount     to ws-it-amount
           move ws-inv-total-line to ws-print-line
           perform write-invoice-line
           move "Paid          : " to ws-it-label
           move ws-order-paid-hold to ws-it-amount
           move ws-inv-total-line to ws-print-line
           perform write-invoice-line
           move "Balance Due   : " to ws-it-label
           move ws-balance-due     to ws-it-amount
           move ws-inv-total-line to ws-print-line
           perform write-invoice-line
           move spaces to ws-print-line
           perform write-invoice-line
           .

      *      Every invoice line goes both to tonight's print run and
      *      to the invoice's own repository copy.

       write-invoice-line section.
           write invprint-line from ws-print-line
           write invcopy-line from ws-print-line
           add 1 to ws-copy-lines
           .

      *      An orphaned order still prints -- the counter should see
      *      it and shout -- with the name line saying why the
      *      address is blank.

       find-customer-detail section.
           move spaces to ws-cust-name
           move spaces to f-address f-branch
           if custfile-status-bad-open
               move "** FILE NOT AVAILABLE **" to ws-cust-name
               exit section
           end-if
           move o-order-cust to f-record-num
           read custFile with no lock
               invalid key
                   move "** NOT ON CUSTOMER FILE **" to ws-cust-name
                   move spaces to f-address f-branch
               not invalid key
                   string function trim(f-firstname) delimited by size
                          " "                        delimited by size
                          function trim(f-lastname)  delimited by size
                       into ws-cust-name
                   end-string
           end-read
           .

      *      The branch the customer belongs to, by name and address
      *      from the branch master; a branch the master does not
      *      know still prints its bare code.

       find-branch-detail section.
           move spaces to ws-branch-heading
           if f-branch = spaces
               exit section
           end-if
           if branch-status-bad-open
               string "Branch " delimited by size
                      f-branch  delimited by size
                   into ws-branch-heading
               end-string
               exit section
           end-if
           move f-branch to br-branch-code
           read custBranch
               invalid key
                   string "Branch " delimited by size
                          f-branch  delimited by size
                       into ws-branch-heading
                   end-string
               not invalid key
                   string function trim(br-branch-name)
                              delimited by size
                          ", "     delimited by size
                          function trim(br-branch-street)
                              delimited by size
                          ", "     delimited by size
                          function trim(br-branch-city)
                              delimited by size
                       into ws-branch-heading
                   end-string
           end-read
           .

      *      The invoice's copy is filed in the report catalogue the
      *      same way custRptKeep files a report generation, under
      *      INV and the invoice number, so the viewer lists it with
      *      the rest. The catalogue is created by its own first line.

       append-catalogue-line section.
           move spaces to ws-cat-line
           string "INV"      delimited by size
                  iv-inv-num delimited by size
               into ws-rpt-name
           end-string
           move ws-run-date       to ws-rpt-date
           move ws-copy-file-name to ws-rpt-file
           move ws-copy-lines     to ws-rpt-lines
           open extend custRptCat
           if cat-status-bad-open
               open output custRptCat
           end-if
           write cat-record from ws-cat-line
           close custRptCat
           .

      *      VATSTANDARD from custParams.dat, in hundredths of a
      *      percent, overrides the compiled standard rate.

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
                   if par-name = "VATSTANDARD"
                       and par-value is numeric and par-value > 0
                       and par-value < 100000
                       compute ws-vat-rate-standard = par-value / 100
                   end-if
           end-read
           .

      *      The online server raises custServeFlg.dat while it is
      *      up; this run marks the register, so it must not start
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
