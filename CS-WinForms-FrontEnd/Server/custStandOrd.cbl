       identification division.

       program-id. custStandOrd.

       environment division.
       configuration section.
           select custStanding assign to "custStanding.dat"
               organization is indexed
               access is dynamic
               record key is so-stand-num of custStanding
               alternate record key is so-stand-cust of custStanding
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-standing-status.
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
           select custItems assign to "custItems.dat"
               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-custledger-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custCalendar assign to "custCalendar.dat"
               organization is indexed
               access is dynamic
               record key is cal-cal-date of custCalendar
               file status is ws-calendar-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custStandRpt assign to "custStandOrd.rpt"
               organization is line sequential.
           select custAudit assign to "custAudit.dat"
               organization is line sequential.
           select custAuditSeq assign to "custAuditSeq.dat"
               organization is line sequential
               file status is ws-auditseq-status.
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
           select custNotify assign to "custNotify.dat"
               organization is line sequential
               file status is ws-notify-status.
           select custNotifySkip assign to "custNotifySkip.dat"
               organization is line sequential
               file status is ws-notifyskip-status.

       file section.

      *      The standing orders the counter has set up. Every active
      *      one falling due before the next business day is raised
      *      tonight as an ordinary order and has its due date moved
      *      on; one that cannot be raised is held, still due, and
      *      tried again the next night.

       fd custStanding.
       01 so-stand-record.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==so==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

      *      Every raised order is debited to the customer's ledger,
      *      the same as one keyed at the counter.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      The processing calendar -- it says which is the next
      *      business day, and so which due dates tonight must cover.

       fd custCalendar.
       01 cal-record.
           copy "custcal.cpy" replacing ==:PREFIX:== by ==cal==.

      *      The batch tuning parameters, shared with the server --
      *      this run reads the VAT rates from VATSTANDARD and
      *      VATREDUCED, so a raised order splits the same way as one
      *      keyed at the counter.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       fd custStandRpt.
       01 stand-line pic x(132).

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

       fd custAuditSeq.
       01 auditseq-record.
           03 auditseq-next pic 9(8).

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

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
       01 ws-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-stand-information.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-standing-status pic xx.
           88 standing-status-ok       value "00" "02".
           88 standing-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-stand-eof-flag pic x.
           88 end-of-standing value "Y".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-items-status pic xx.
           88 items-status-ok       value "00" "02".
           88 items-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-next-ledger-seq pic 9(8).

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-calendar-status pic xx.
           88 calendar-status-ok       value "00" "02".
           88 calendar-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".
       01 ws-next-order-num pic 9(8).
       01 ws-run-date pic x(8).

      *      Tonight raises every order due before the next business
      *      day, so one falling due on a weekend or a holiday goes
      *      out the business night before it.

       01 ws-horizon-date  pic x(8).
       01 ws-look-done-flag pic x.
           88 look-ahead-done value "Y".
       01 ws-look-integer  pic s9(9) comp.
       01 ws-look-date     pic 9(8).
       01 ws-look-days     pic 9(2) comp.

      *      Moving a due date on: the date taken apart to add months,
      *      and as a day count to add weeks.

       01 ws-stand-date-num  pic 9(8).
       01 ws-stand-date-parts redefines ws-stand-date-num.
           03 ws-stand-date-yyyy pic 9(4).
           03 ws-stand-date-mm   pic 99.
           03 ws-stand-date-dd   pic 99.
       01 ws-stand-date-int  pic s9(9) comp.
       01 ws-stand-add-months pic 99.
       01 ws-stand-old-status pic x.
       01 ws-stand-old-due    pic x(8).

       01 ws-hold-reason pic x(4).
       01 ws-order-written-flag pic x.
           88 order-written value "Y".

       01 ws-line-qty      pic 9(5).
       01 ws-line-total    pic 9(7)v99.
       01 ws-line-vat-code pic x.
       01 ws-line-vat      pic 9(7)v99.
       01 ws-line-list-price pic 9(7)v99.

      *      VAT: the rates behind the item codes, in percent, and
      *      the working split -- the amount is VAT-inclusive.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".
       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.
       01 ws-vat-rate-reduced  pic 9(3)v99 value 5.00.
       01 ws-vat-rate pic 9(3)v99.

      *      Each raised order reserves its stock the way the
      *      counter's add-order does; one the warehouse cannot cover
      *      goes on back-order.

       01 ws-stock-flag pic x.
           88 stock-reserved    value "R".
           88 stock-backordered value "B".
       01 ws-stock-available pic 9(7).
       01 ws-backorder-count pic 9(8) value 0.

      *      The credit check the counter's add-order makes: the
      *      customer's own limit first, then the group limit of the
      *      family the customer belongs to.

       01 ws-credit-flag pic x.
           88 credit-exceeded value "Y".
       01 ws-credit-exposure   pic s9(9)v99.
       01 ws-cust-exposure     pic s9(9)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-credit-limit-hold pic 9(7)v99.
       01 ws-exposure-cust     pic x(8).
       01 ws-on-account-value  pic s9(9)v99.
       01 ws-fam-head          pic x(8).
       01 ws-orders-eof-flag pic x.
           88 end-of-orders value "Y".
       01 ws-ledger-eof-flag pic x.
           88 end-of-ledger value "Y".
       01 ws-family-eof-flag pic x.
           88 end-of-family value "Y".
       01 ws-family-found-flag pic x.
           88 family-member-found value "Y".

       01 ws-due-count     pic 9(8) value 0.
       01 ws-raised-count  pic 9(8) value 0.
       01 ws-raised-value  pic 9(9)v99 value 0.
       01 ws-held-count    pic 9(8) value 0.
       01 ws-ended-count   pic 9(8) value 0.

       01 ws-print-detail.
           03 ws-prt-branch  pic x(3).
           03 filler         pic xx value spaces.
           03 ws-prt-stand   pic x(8).
           03 filler         pic xx value spaces.
           03 ws-prt-cust    pic x(8).
           03 filler         pic xx value spaces.
           03 ws-prt-desc    pic x(30).
           03 filler         pic xx value spaces.
           03 ws-prt-freq    pic x.
           03 filler         pic xx value spaces.
           03 ws-prt-due     pic x(8).
           03 filler         pic xx value spaces.
           03 ws-prt-amount  pic z(6)9.99.
           03 filler         pic xx value spaces.
           03 ws-prt-action  pic x(14).
           03 filler         pic xx value spaces.
           03 ws-prt-order   pic x(8).
           03 filler         pic xx value spaces.
           03 ws-prt-next    pic x(8).
       01 ws-prt-amount-total pic z(8)9.99.

      *      The trail carries a standing order's frequency, quantity,
      *      amount and description together in an address column,
      *      the same as the server writes it.

       01 ws-stand-audit-text.
           03 ws-stand-aud-freq    pic x.
           03 filler               pic x.
           03 ws-stand-aud-qty     pic 9(5).
           03 filler               pic x.
           03 ws-stand-aud-amount  pic 9(7)v99.
           03 filler               pic x.
           03 ws-stand-aud-desc    pic x(30).

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

       01 ws-auditseq-status pic xx.
           88 auditseq-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-audit-seq-next pic 9(8) value 0.

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
               display "Server Active - Standing Order Run Refused"
               goback
           end-if
           move "STANDORD" to ws-run-job-name
           perform check-run-control
           move function current-date(1:8) to ws-run-date
           open i-o custStanding
           if standing-status-bad-open
               display "custStanding Not Found - No Standing Orders"
               goback
           end-if
           perform raise-batch-flag
           open input custFile
           if custfile-status-bad-open
               display "custFile Not Found - Standing Order Run "
                   "Abandoned"
               close custStanding
               perform lower-batch-flag
               goback
           end-if
           perform find-raise-horizon
           perform read-parameters
           perform open-custorders-io
           perform open-custledger-io
           perform open-custordlines-io
           open i-o custItems
           open output custStandRpt
           move spaces to stand-line
           string "===== Standing Orders Raised "  delimited by size
                  ws-run-date                      delimited by size
                  " - Due Before "                 delimited by size
                  ws-horizon-date                  delimited by size
                  " ====="                         delimited by size
               into stand-line
           end-string
           write stand-line
           move "N" to ws-stand-eof-flag
           move ws-control-key to so-stand-num
           start custStanding key is greater than so-stand-num
               invalid key
                   set end-of-standing to true
           end-start
           perform process-next-standing until end-of-standing
           move ws-raised-value to ws-prt-amount-total
           move spaces to stand-line
           string "===== Raised: "      delimited by size
                  ws-raised-count       delimited by size
                  "  Value: "           delimited by size
                  ws-prt-amount-total   delimited by size
                  "  Held: "            delimited by size
                  ws-held-count         delimited by size
                  "  Ended: "           delimited by size
                  ws-ended-count        delimited by size
                  " ====="              delimited by size
               into stand-line
           end-string
           write stand-line
           close custStandRpt
           close custStanding
           close custOrders
           close custLedger
           close custOrdLines
           close custFile
           if not items-status-bad-open
               close custItems
           end-if
           display "Standing Order Run Complete"
           display "Orders Due           : " ws-due-count
           display "Orders Raised        : " ws-raised-count
           display "Value Raised         : " ws-prt-amount-total
           display "Back-Ordered         : " ws-backorder-count
           display "Held - Not Raised    : " ws-held-count
           display "Standing Orders Ended: " ws-ended-count
           display "Confirmations Queued : " ws-nfy-sent-count
           display "Confirmations Skipped: " ws-nfy-skipped-count
           move ws-raised-count to ws-runctl-count-1
           move ws-held-count   to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      A brand-new install has no custOrders.dat until the
      *      first order -- create it on that first open, the same
      *      handling the server's open-custorders-io gives it.

       open-custorders-io section.
           open i-o custOrders
           if custorders-status-bad-open
               open output custOrders
               close custOrders
               open i-o custOrders
           end-if
           .

       open-custledger-io section.
           open i-o custLedger
           if custledger-status-bad-open
               open output custLedger
               close custLedger
               open i-o custLedger
           end-if
           .

       open-custordlines-io section.
           open i-o custOrdLines
           if ordlines-status-bad-open
               open output custOrdLines
               close custOrdLines
               open i-o custOrdLines
           end-if
           .

      *      Looks ahead through the calendar past weekends and
      *      holidays to the next business day; everything due before
      *      it is raised tonight. With no calendar, or past the end
      *      of the loaded one, the next day is taken as the next
      *      business day and only what is due by today is raised.

       find-raise-horizon section.
           move ws-run-date to ws-look-date
           compute ws-look-integer =
               function integer-of-date(ws-look-date)
           move "N" to ws-look-done-flag
           move 0 to ws-look-days
           open input custCalendar
           if calendar-status-bad-open
               add 1 to ws-look-integer
               compute ws-look-date =
                   function date-of-integer(ws-look-integer)
           else
               perform look-at-next-date until look-ahead-done
               close custCalendar
           end-if
           move ws-look-date to ws-horizon-date
           display "Raising Standing Orders Due Before "
               ws-horizon-date
           .

       look-at-next-date section.
           add 1 to ws-look-integer
           add 1 to ws-look-days
           compute ws-look-date =
               function date-of-integer(ws-look-integer)
           move ws-look-date to cal-cal-date
           read custCalendar
               invalid key
                   set look-ahead-done to true
               not invalid key
                   if cal-cal-business
                       or ws-look-days > 14
                       set look-ahead-done to true
                   end-if
           end-read
           .

      *      VATSTANDARD and VATREDUCED from custParams.dat override
      *      the compiled rates, held in hundredths of a percent --
      *      00002000 is 20.00%. No parameter file keeps the defaults.

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
                   if par-value is numeric and par-value > 0
                       and par-value < 100000
                       evaluate par-name
                           when "VATSTANDARD"
                               compute ws-vat-rate-standard =
                                   par-value / 100
                           when "VATREDUCED"
                               compute ws-vat-rate-reduced =
                                   par-value / 100
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read
           .

       process-next-standing section.
           read custStanding next with lock
               at end
                   set end-of-standing to true
                   exit section
           end-read
           if so-stand-num = ws-control-key
               or not so-stand-active
               or so-stand-next-due not numeric
               exit section
           end-if
           if so-stand-end-date not = spaces
               and so-stand-next-due > so-stand-end-date
               perform end-standing-order
               exit section
           end-if
           if so-stand-next-due not < ws-horizon-date
               exit section
           end-if
           add 1 to ws-due-count
           perform check-standing-order
           if ws-hold-reason not = spaces
               perform hold-standing-order
               exit section
           end-if
           perform raise-standing-order
           if order-written
               perform advance-standing-order
           end-if
           .

      *      The customer must still be live, the item still sold and
      *      the order within the customer's credit limit -- the same
      *      edits the counter's add-order makes.

       check-standing-order section.
           move spaces to ws-hold-reason
           move so-stand-cust to f-record-num
           read custFile with no lock
               invalid key
                   move "CUST" to ws-hold-reason
                   exit section
           end-read
           if f-del-pending
               move "CUST" to ws-hold-reason
               exit section
           end-if
           move 0 to ws-line-list-price
           if so-stand-item not = spaces
               and not items-status-bad-open
               move so-stand-item to it-item-code
               read custItems with no lock
                   invalid key
                       move "ITEM" to ws-hold-reason
                       exit section
               end-read
               if not it-item-is-active
                   move "ITEM" to ws-hold-reason
                   exit section
               end-if
               move it-item-price to ws-line-list-price
           end-if
           move so-stand-cust   to ws-order-cust
           move so-stand-amount to ws-order-amount
           move 0               to ws-order-pts-value
           perform check-credit-limit
           if credit-exceeded
               move "CRED" to ws-hold-reason
           end-if
           .

      *      An order that cannot go out tonight stays due -- the due
      *      date is not moved -- and is marked with the night and the
      *      reason, so the counter's list of held standing orders
      *      shows whom to call.

       hold-standing-order section.
           move ws-run-date    to so-stand-held-date
           move ws-hold-reason to so-stand-held-reason
           rewrite so-stand-record
               invalid key
                   display "Standing Order Could Not Be Held: "
                       so-stand-num
           end-rewrite
           add 1 to ws-held-count
           move spaces to ws-print-detail
           move so-stand-next-due to ws-prt-due
           move "HELD - " to ws-prt-action
           move ws-hold-reason to ws-prt-action(8:4)
           perform write-report-line
           .

      *      Raises the order the way the web order load does: stock
      *      reserved, a number from the order control record, the
      *      header and its one line written, the ORDADD line on the
      *      trail under this run's name, the customer's ledger
      *      debited and the customer sent a confirmation.

       raise-standing-order section.
           move "N" to ws-order-written-flag
           if so-stand-qty numeric
               and so-stand-qty > 0
               move so-stand-qty to ws-line-qty
           else
               move 1 to ws-line-qty
           end-if
           move so-stand-amount to ws-line-total
           move "S" to ws-line-vat-code
           if so-stand-item not = spaces
               and not items-status-bad-open
               and it-item-vat-code not = space
               move it-item-vat-code to ws-line-vat-code
           end-if
           perform split-line-vat
           perform reserve-stand-stock
           perform assign-next-order-num
           move ws-next-order-num to ws-order-num
           move so-stand-cust    to ws-order-cust
           move ws-run-date      to ws-order-date
           move so-stand-item    to ws-order-item
           move ws-line-total    to ws-order-amount
           move so-stand-desc    to ws-order-desc
           move ws-line-qty      to ws-order-qty
           move 1                to ws-order-lines
           move ws-line-vat-code to ws-order-vat-code
           move ws-line-vat      to ws-order-vat
           compute ws-order-net = ws-line-total - ws-line-vat
           set ws-order-open to true
           if stock-backordered
               set ws-order-backordered to true
           end-if
           move zero to ws-order-paid
           move spaces to ws-order-invoice ws-order-inv-date
           move zero to ws-order-credited
           move spaces to ws-order-pick-date ws-order-consign
                          ws-order-dlv-date ws-order-dlv-status
                          ws-order-dd-state ws-order-dd-date
           move zero to ws-order-dd-tries ws-order-dd-amount
           move zero to ws-order-pts-redeemed ws-order-pts-value
                        ws-order-pts-earned
           move ws-order-information to o-order-information
           write o-order-information
               invalid key
                   display "Order Key Invalid or Already Exists: "
                       ws-order-num
               not invalid key
                   set order-written to true
                   add 1 to ws-raised-count
                   add ws-line-total to ws-raised-value
                   perform write-order-line
                   perform write-order-audit-record
                   perform post-order-debit
                   set ws-nfy-confirm  to true
                   move ws-order-num    to ws-nfy-order
                   move ws-order-cust   to ws-nfy-cust
                   move ws-order-date   to ws-nfy-ord-date
                   move ws-order-amount to ws-nfy-amount
                   move spaces          to ws-nfy-invoice
                   perform write-order-notification
           end-write
           .

      *      The due date moves on past tonight's horizon. Dates
      *      missed while the order was held are passed over, not
      *      raised as well -- the customer gets one order, not a
      *      backlog. Once the next due date is past the end date the
      *      standing order has run its course and is ended.

       advance-standing-order section.
           move so-stand-status   to ws-stand-old-status
           move so-stand-next-due to ws-stand-old-due
           move so-stand-record to ws-stand-information
           perform advance-stand-due
               until ws-stand-next-due not < ws-horizon-date
           move spaces to ws-print-detail
           move ws-stand-old-due  to ws-prt-due
           move ws-stand-next-due to ws-prt-next
           move ws-stand-next-due to so-stand-next-due
           move ws-run-date  to so-stand-last-raised
                                so-stand-updated
           move ws-order-num to so-stand-last-order
           if so-stand-raised-count not numeric
               move 0 to so-stand-raised-count
           end-if
           add 1 to so-stand-raised-count
               on size error
                   move 0 to so-stand-raised-count
           end-add
           move spaces to so-stand-held-date so-stand-held-reason
           move "RAISED" to ws-prt-action
           move ws-order-num to ws-prt-order
           if so-stand-end-date not = spaces
               and so-stand-next-due > so-stand-end-date
               set so-stand-ended to true
               add 1 to ws-ended-count
               move "RAISED - LAST" to ws-prt-action
               move spaces to ws-prt-next
           end-if
           rewrite so-stand-record
               invalid key
                   display "Standing Order Could Not Be Moved On: "
                       so-stand-num
           end-rewrite
           perform write-report-line
           if so-stand-ended
               perform write-stand-end-audit
           end-if
           .

      *      A standing order whose next due date is already past its
      *      end date -- set up that way, or resumed too late -- ends
      *      without raising anything.

       end-standing-order section.
           move so-stand-status   to ws-stand-old-status
           move so-stand-next-due to ws-stand-old-due
           set so-stand-ended to true
           move ws-run-date to so-stand-updated
           rewrite so-stand-record
               invalid key
                   display "Standing Order Could Not Be Ended: "
                       so-stand-num
                   exit section
           end-rewrite
           add 1 to ws-ended-count
           move spaces to ws-print-detail
           move so-stand-next-due to ws-prt-due
           move "ENDED" to ws-prt-action
           perform write-report-line
           perform write-stand-end-audit
           .

       write-report-line section.
           move so-stand-branch   to ws-prt-branch
           move so-stand-num      to ws-prt-stand
           move so-stand-cust     to ws-prt-cust
           move so-stand-desc     to ws-prt-desc
           move so-stand-freq     to ws-prt-freq
           move so-stand-amount   to ws-prt-amount
           write stand-line from ws-print-detail
           .

      *      An end the run makes goes on the trail the way the
      *      counter's STANDEND does, stamped with this run's name.

       write-stand-end-audit section.
           move so-stand-record to ws-stand-information
           move function current-date to ws-audit-timestamp
           move "STANDEND"       to ws-audit-op
           move ws-stand-cust    to ws-audit-key
           move ws-stand-branch  to ws-audit-branch
           move ws-stand-num     to ws-audit-before-first
                                    ws-audit-after-first
           move spaces           to ws-audit-before-last
           move ws-stand-item    to ws-audit-after-last
           move spaces           to ws-stand-audit-text
           move ws-stand-freq    to ws-stand-aud-freq
           move ws-stand-qty     to ws-stand-aud-qty
           move ws-stand-amount  to ws-stand-aud-amount
           move ws-stand-desc    to ws-stand-aud-desc
           move spaces           to ws-audit-before-address
           move ws-stand-audit-text to ws-audit-after-address
           move ws-stand-old-due to ws-audit-before-phone
           move ws-stand-next-due to ws-audit-after-phone
           move spaces           to ws-audit-before-email
           move ws-stand-end-date to ws-audit-after-email
           move ws-stand-old-status to ws-audit-before-consent
           move ws-stand-status  to ws-audit-after-consent
           perform write-run-audit-line
           .

      *      Moves the due date on by one period, the same way the
      *      server's advance-stand-due does -- the two must be kept
      *      in step. Weeks and fortnights are counted in days;
      *      months and quarters land on the standing order's own
      *      day of the month, or the last day of a month too short
      *      to have it.

       advance-stand-due section.
           move ws-stand-next-due to ws-stand-date-num
           evaluate true
               when ws-stand-weekly
                   compute ws-stand-date-int =
                       function integer-of-date(ws-stand-date-num) + 7
                   compute ws-stand-date-num =
                       function date-of-integer(ws-stand-date-int)
               when ws-stand-fortnightly
                   compute ws-stand-date-int =
                       function integer-of-date(ws-stand-date-num) + 14
                   compute ws-stand-date-num =
                       function date-of-integer(ws-stand-date-int)
               when ws-stand-quarterly
                   move 3 to ws-stand-add-months
                   perform add-stand-months
               when other
                   move 1 to ws-stand-add-months
                   perform add-stand-months
           end-evaluate
           move ws-stand-date-num to ws-stand-next-due
           .

       add-stand-months section.
           add ws-stand-add-months to ws-stand-date-mm
           if ws-stand-date-mm > 12
               subtract 12 from ws-stand-date-mm
               add 1 to ws-stand-date-yyyy
           end-if
           if ws-stand-due-day numeric
               and ws-stand-due-day > 0
               and ws-stand-due-day < 32
               move ws-stand-due-day to ws-stand-date-dd
           end-if
           perform step-back-stand-day
               until function test-date-yyyymmdd(ws-stand-date-num) = 0
           .

       step-back-stand-day section.
           subtract 1 from ws-stand-date-dd
           .

      *      Works out the VAT contained in the amount at the rate
      *      behind the item's code -- an unknown code is taken as
      *      standard and comes back as S.

       split-line-vat section.
           evaluate ws-line-vat-code
               when "R"
                   move ws-vat-rate-reduced to ws-vat-rate
               when "Z"
               when "E"
                   move 0 to ws-vat-rate
               when other
                   move "S" to ws-line-vat-code
                   move ws-vat-rate-standard to ws-vat-rate
           end-evaluate
           compute ws-line-vat rounded =
               ws-line-total * ws-vat-rate / (100 + ws-vat-rate)
           .

      *      The item row was read by check-standing-order; it is read
      *      again under lock so the reservation cannot race anything
      *      else allocating the same stock.

       reserve-stand-stock section.
           move space to ws-stock-flag
           if so-stand-item = spaces
               or items-status-bad-open
               exit section
           end-if
           move so-stand-item to it-item-code
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
           if it-item-on-hand > it-item-allocated
               compute ws-stock-available =
                   it-item-on-hand - it-item-allocated
           else
               move 0 to ws-stock-available
           end-if
           if ws-stock-available < ws-line-qty
               set stock-backordered to true
               add 1 to ws-backorder-count
               exit section
           end-if
           add ws-line-qty to it-item-allocated
           rewrite it-record
               invalid key
                   set stock-backordered to true
                   add 1 to ws-backorder-count
               not invalid key
                   set stock-reserved to true
           end-rewrite
           .

       write-order-line section.
           move ws-order-num  to ol-line-order
           move 1             to ol-line-seq
           move ws-order-item to ol-line-item
           move ws-order-desc to ol-line-desc
           move ws-line-qty   to ol-line-qty
           move ws-line-total to ol-line-total
           compute ol-line-price rounded = ws-line-total / ws-line-qty
           move ws-stock-flag to ol-line-stock
           move ws-line-vat-code to ol-line-vat-code
           move ws-line-vat   to ol-line-vat
           move 0 to ol-line-returned
           move ws-line-list-price to ol-line-list-price
           move spaces to ol-line-agr-item ol-line-agr-start
           write ol-line-information
               invalid key
                   display "Order Line Could Not Be Written: "
                       ws-order-num
           end-write
           .

       post-order-debit section.
           move ws-order-cust   to ws-ledger-cust
           move ws-order-num    to ws-ledger-order
                                   ws-ledger-ref
           move ws-line-total   to ws-ledger-amount
           set ws-ledger-debit to true
           perform assign-next-ledger-seq
           move ws-next-ledger-seq to ws-ledger-seq
           move ws-run-date     to ws-ledger-date
           move "STANDORD"      to ws-ledger-source
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

      *      Mirrors the server's assign-next-order-num -- the next
      *      order number lives in an order control record keyed
      *      00000000, carried in the customer-number field.

       assign-next-order-num section.
           move ws-control-key to o-order-num
           read custOrders with lock
               invalid key
                   move 1 to ws-next-order-num
               not invalid key
                   move o-order-cust to ws-next-order-num
                   add 1 to ws-next-order-num
           end-read
           move ws-control-key to o-order-num
           move ws-next-order-num to o-order-cust-n
           move spaces to o-order-date o-order-status o-order-desc
                          o-order-item
           move zero to o-order-amount o-order-paid o-order-qty
                        o-order-lines
           rewrite o-order-information
               invalid key
                   write o-order-information
                       invalid key
                           display "Order Control Record Could Not "
                               "Be Created"
                   end-write
           end-rewrite
           .

      *      The raised order goes on the trail exactly as an online
      *      ORDADD does, stamped with this run's name -- the daily
      *      activity report counts the standing orders raised by it.

       write-order-audit-record section.
           move function current-date to ws-audit-timestamp
           move "ORDADD"        to ws-audit-op
           move ws-order-cust   to ws-audit-key
           move so-stand-branch to ws-audit-branch
           move spaces          to ws-audit-before-first
                                   ws-audit-before-last
                                   ws-audit-before-address
                                   ws-audit-before-phone
                                   ws-audit-before-email
                                   ws-audit-before-consent
                                   ws-audit-after-email
                                   ws-audit-after-consent
           move ws-order-num    to ws-audit-after-first
           move ws-order-date   to ws-audit-after-last
           move ws-order-desc   to ws-audit-after-address
           move ws-order-amount to ws-audit-after-phone
           perform write-run-audit-line
           .

       write-run-audit-line section.
           move "STANDORD"      to ws-audit-operator
           move spaces          to ws-audit-approver
           perform assign-audit-seq
           open extend custAudit
           write audit-record from ws-audit-line
           close custAudit
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
           read custFile with no lock
               invalid key
                   continue
               not invalid key
                   move f-firstname to ws-nfy-name
                   perform choose-notify-address
           end-read
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

      *      Mirrors the server's check-credit-limit. Exposure is what
      *      the customer still owes on their open orders less any
      *      money they hold on account, plus the order about to be
      *      raised; a zero (or legacy blank) limit means no limit.
      *      The customer's own limit is judged first, then the group
      *      limit of a family whose parent carries one, on the open
      *      orders of the parent and every site together. Orders
      *      raised earlier in this run are open orders like any
      *      other and count against the limit.

       check-credit-limit section.
           move "N" to ws-credit-flag
           move 0 to ws-credit-exposure
           move ws-order-cust to f-record-num
           read custFile with no lock
               invalid key
                   exit section
           end-read
           move spaces to ws-fam-head
           if f-parent not = spaces
               move f-parent to ws-fam-head
           else
               if f-is-parent
                   move ws-order-cust to ws-fam-head
               end-if
           end-if
           if f-credit-limit numeric
               and f-credit-limit not = zero
               move f-credit-limit to ws-credit-limit-hold
               move ws-order-cust to ws-exposure-cust
               perform sum-customer-exposure
               if ws-credit-exposure + ws-order-amount
                   - ws-order-pts-value > ws-credit-limit-hold
                   set credit-exceeded to true
                   exit section
               end-if
           end-if
           if ws-fam-head not = spaces
               perform check-group-limit
           end-if
           .

       check-group-limit section.
           move ws-fam-head to f-record-num
           read custFile with no lock
               invalid key
                   exit section
           end-read
           if not f-group-limit-on
               or f-credit-limit not numeric
               or f-credit-limit = zero
               exit section
           end-if
           move f-credit-limit to ws-credit-limit-hold
           move 0 to ws-credit-exposure
           move ws-fam-head to ws-exposure-cust
           perform sum-customer-exposure
           perform start-family-scan
           perform add-family-exposure until end-of-family
           if ws-credit-exposure + ws-order-amount - ws-order-pts-value
               > ws-credit-limit-hold
               set credit-exceeded to true
           end-if
           .

       add-family-exposure section.
           perform next-family-member
           if family-member-found
               move f-record-num to ws-exposure-cust
               perform sum-customer-exposure
           end-if
           .

       sum-customer-exposure section.
           move 0 to ws-cust-exposure
           move "N" to ws-orders-eof-flag
           move ws-exposure-cust to o-order-cust
           start custOrders key is equal to o-order-cust
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform sum-open-order until end-of-orders
           move ws-exposure-cust to ws-ledger-cust
           perform sum-on-account
           if ws-on-account-value < ws-cust-exposure
               compute ws-credit-exposure = ws-credit-exposure
                   + ws-cust-exposure - ws-on-account-value
           end-if
           .

       sum-open-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = ws-exposure-cust
                       set end-of-orders to true
                   else
                       if o-order-num not = ws-control-key
                           and o-order-open
                           perform add-order-outstanding
                       end-if
                   end-if
           end-read
           .

      *      An order written before paid-to-date was carried has no
      *      usable paid figure and counts as wholly unpaid.

       add-order-outstanding section.
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-cust-exposure = ws-cust-exposure
                   + o-order-amount - ws-order-settled
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

      *      Money held on account is the sum of the customer's A rows
      *      on the ledger -- the rows that belong to no one order.

       sum-on-account section.
           move 0 to ws-on-account-value
           move "N" to ws-ledger-eof-flag
           move ws-ledger-cust to lg-ledger-cust
           move 0 to lg-ledger-seq
           start custLedger key is not less than lg-ledger-key
               invalid key
                   set end-of-ledger to true
               not invalid key
                   continue
           end-start
           perform sum-one-ledger-row until end-of-ledger
           .

       sum-one-ledger-row section.
           read custLedger next with no lock
               at end
                   set end-of-ledger to true
               not at end
                   if lg-ledger-cust not = ws-ledger-cust
                       set end-of-ledger to true
                   else
                       if lg-ledger-on-account
                           add lg-ledger-amount to ws-on-account-value
                       end-if
                   end-if
           end-read
           .

       start-family-scan section.
           move "N" to ws-family-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-family to true
           end-start
           .

       next-family-member section.
           move "N" to ws-family-found-flag
           read custFile next with no lock
               at end
                   set end-of-family to true
               not at end
                   if f-parent = ws-fam-head
                       and not f-del-pending
                       set family-member-found to true
                   end-if
           end-read
           .

       assign-audit-seq section.
           move 1 to ws-audit-seq-next
           open input custAuditSeq
           if not auditseq-status-bad-open
               read custAuditSeq
                   at end
                       continue
                   not at end
                       if auditseq-next is numeric
                           move auditseq-next to ws-audit-seq-next
                       end-if
               end-read
               close custAuditSeq
           end-if
           move ws-audit-seq-next to ws-audit-seq
           open output custAuditSeq
           compute auditseq-next = ws-audit-seq-next + 1
           write auditseq-record
           close custAuditSeq
           .

      *      The online server raises custServeFlg.dat while it is
      *      up; this run writes orders, so it must not start while
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
      *      already ran today (a double run would find nothing due,
      *      but the warning says the stream was restarted).

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
