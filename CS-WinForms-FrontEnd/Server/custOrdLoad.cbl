               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custOrdLoadCkpt assign to "custOrdLoadCkpt.dat"
               organization is line sequential
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.
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
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custPrices assign to "custPrices.dat"
               organization is indexed
               access is dynamic
               record key is pa-agr-key of custPrices
               lock mode is manual with lock on record
               file status is ws-prices-status.
           select custWebXref assign to "custWebXref.dat"
               organization is indexed
               access is dynamic
               record key is wx-webx-web-id of custWebXref
               alternate record key is wx-webx-cust of custWebXref
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-webxref-status.
           select custNotify assign to "custNotify.dat"
               organization is line sequential
               file status is ws-notify-status.
           select custNotifySkip assign to "custNotifySkip.dat"
               organization is line sequential
               file status is ws-notifyskip-status.

       file section.

      *      The web shop's nightly order file: one order line per
      *      record -- the buying customer, the order date, the
      *      amount, the item code, a description, the quantity and
      *      the web shop's own order reference. Consecutive records
      *      for the same customer under the same reference are the
      *      lines of one basket and load as one order; a blank
      *      reference is always an order of its own. Order numbers
      *      are never in the feed; this run assigns them from the
      *      same control record the online add-order steps.

       fd custOrdFile.
       01 ordfile-record.
           03 ofd-item   pic x(8).
           03 filler     pic x.
           03 ofd-desc   pic x(30).
           03 filler     pic x.
           03 ofd-qty    pic 9(5).
           03 ofd-qty-x redefines ofd-qty pic x(5).
           03 filler     pic x.
           03 ofd-ref    pic x(8).

      *      A buyer the web shop knows only by its own customer id
      *      comes with the customer column blank and the web id
      *      here -- a trailing addition, so feeds cut before it keep
      *      loading unchanged.

           03 filler     pic x.
           03 ofd-web-id pic x(12).

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the web team can correct
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(95).

       fd custOrders.
       01 o-order-information.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

      *      Every loaded order is debited to the customer's ledger,
      *      the same as one keyed at the counter.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      The batch tuning parameters, shared with the server --
      *      this run reads the VAT rates from VATSTANDARD and
      *      VATREDUCED, so the web orders split the same way as the
      *      ones keyed at the counter.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

      *      The trade customers' price agreements -- an item is
      *      priced from the agreement in force instead of list.

       fd custPrices.
       01 pa-agreement-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==pa==.

      *      The web accounts the registration run has tied to a
      *      customer number.

       fd custWebXref.
       01 wx-webx-information.
           copy "custwebx.cpy" replacing ==:PREFIX:== by ==wx==.

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
       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-next-ledger-seq pic 9(8).

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".

      *      The basket the last record loaded into: a record for the
      *      same customer under the same web reference adds a line
      *      to that order instead of starting a new one.

       01 ws-basket-cust  pic x(8) value spaces.
       01 ws-basket-ref   pic x(8) value spaces.
       01 ws-basket-order pic x(8) value spaces.

       01 ws-line-qty     pic 9(5).
       01 ws-line-total   pic 9(7)v99.
       01 ws-line-vat-code pic x.
       01 ws-line-vat     pic 9(7)v99.

      *      Price agreements: the customer and item being priced and
      *      the list price in, the unit price to charge out, with
      *      the agreement it came from -- blank when list stands.

       01 ws-prices-status pic xx.
           88 prices-status-ok       value "00" "02".
           88 prices-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-price-eof-flag pic x.
           88 end-of-prices value "Y".
       01 ws-price-agr-flag pic x.
           88 price-agreement-found value "Y".
       01 ws-price-cust       pic x(8).
       01 ws-price-item       pic x(8).
       01 ws-price-scan-item  pic x(8).
       01 ws-price-today      pic x(8).
       01 ws-price-list-unit  pic 9(7)v99.
       01 ws-price-unit       pic 9(7)v99.
       01 ws-price-agr-item   pic x(8).
       01 ws-price-agr-start  pic x(8).

      *      VAT: the rates behind the item codes, in percent, and
      *      the working split -- the line total is VAT-inclusive.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".
       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.
       01 ws-vat-rate-reduced  pic 9(3)v99 value 5.00.
       01 ws-vat-rate pic 9(3)v99.
       01 ws-lines-added  pic 9(8) value 0.

      *      Each loaded line reserves its stock the way the counter's
      *      add-order does; a line the warehouse cannot cover goes on
      *      back-order and holds its order back from the pick run.

       01 ws-stock-flag pic x.
           88 stock-reserved    value "R".
           88 stock-backordered value "B".
       01 ws-stock-available pic 9(7).
       01 ws-backorder-count pic 9(8) value 0.

       01 ws-webxref-status pic xx.
           88 webxref-status-ok       value "00" "02".
           88 webxref-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordfile-status pic xx.
           88 ordfile-status-ok       value "00".
           88 ordfile-status-bad-open value "35" "37" "41" "42" "49".
           88 auditseq-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-audit-seq-next pic 9(8) value 0.

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
           end-if
           perform raise-batch-flag
           move "ORDLOAD" to ws-run-job-name
           move "WEBREG"  to ws-run-pred-name
           perform check-run-control
           perform read-parameters
           open input custOrdFile
           if ordfile-status-bad-open
               display "custOrdLoad.dat Not Found - Nothing To Load"
               goback
           end-if
           perform open-custorders-io
           perform open-custledger-io
           perform open-custordlines-io
           open input custFile
           open i-o custItems
           open input custPrices
           open input custWebXref
           perform read-checkpoint
           if ws-skip-count > 0
               open extend custOrdLoadRej
           perform skip-checkpointed-records
           perform read-feed-record
           perform process-feed-record until end-of-feed
           perform confirm-basket-order
           close custOrders
           close custLedger
           close custOrdLines
           close custFile
           close custItems
           if not prices-status-bad-open
               close custPrices
           end-if
           if not webxref-status-bad-open
               close custWebXref
           end-if
           close custOrdLoadRej
           close custOrdFile
           perform reset-checkpoint
           display "Web Order Load Complete"
           display "Orders Applied : " ws-loaded-count
           display "Lines Added    : " ws-lines-added
           display "Back-Ordered   : " ws-backorder-count
           display "Lines Rejected : " ws-rejected-count
           display "Confirmations Queued : " ws-nfy-sent-count
           display "Confirmations Skipped: " ws-nfy-skipped-count
           move ws-loaded-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
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

       read-checkpoint section.
           move 0 to ws-skip-count
           open input custOrdLoadCkpt
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
           display "VAT Rates In Force - Standard: "
               ws-vat-rate-standard " Reduced: " ws-vat-rate-reduced
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

       process-feed-record section.
           add 1 to ws-records-read
           perform validate-feed-record

       validate-feed-record section.
           set record-valid to true
           if ofd-cust = spaces and ofd-web-id not = spaces
               perform resolve-web-id
               if record-invalid
                   exit section
               end-if
           end-if
           if ofd-cust = spaces
               or ofd-cust = ws-control-key
               set record-invalid to true
               move "DATE" to ws-reject-reason
               exit section
           end-if
           if ofd-qty-x not = spaces
               and (ofd-qty not numeric or ofd-qty = zero)
               set record-invalid to true
               move "QNTY" to ws-reject-reason
               exit section
           end-if
           if ofd-item not = spaces
               perform check-feed-item
               exit section
           end-if
           .

      *      A web id is turned into the customer number it was
      *      registered or linked to, and the order loads from then on
      *      exactly as one keyed by number -- basket grouping, the
      *      price agreements and the ledger all see the customer. A
      *      web id not yet registered bounces as WEBX and is sent
      *      again once the registration has been through.

       resolve-web-id section.
           if webxref-status-bad-open
               set record-invalid to true
               move "WEBX" to ws-reject-reason
               exit section
           end-if
           move ofd-web-id to wx-webx-web-id
           read custWebXref with no lock
               invalid key
                   set record-invalid to true
                   move "WEBX" to ws-reject-reason
               not invalid key
                   move wx-webx-cust to ofd-cust
           end-read
           .

       check-feed-item section.
           if items-status-bad-open
               if ofd-amount not numeric
           .

       apply-feed-order section.
           if ofd-qty-x = spaces
               move 1 to ws-line-qty
           else
               move ofd-qty to ws-line-qty
           end-if

      *          An item-coded line takes the master's price times
      *          the quantity and the master's description, the same
      *          as the counter's add-order; a free-text line takes
      *          the feed's amount as its total. Either way the total
      *          includes VAT, at the item's rate or the standard
      *          rate for free text. A trade customer with a price
      *          agreement in force is charged the agreed price.

           move "S" to ws-line-vat-code
           move 0 to ws-price-list-unit
           move spaces to ws-price-agr-item ws-price-agr-start
           if ofd-item not = spaces
               and not items-status-bad-open
               compute ws-line-total = it-item-price * ws-line-qty
                   on size error
                       move "QNTY" to ws-reject-reason
                       perform write-reject-record
                       exit section
               end-compute
               move it-item-desc to ofd-desc
               if it-item-vat-code not = space
                   move it-item-vat-code to ws-line-vat-code
               end-if
               move ofd-cust to ws-price-cust
               move ofd-item to ws-price-item
               move it-item-price to ws-price-list-unit
               perform find-price-agreement
               if price-agreement-found
                   compute ws-line-total = ws-price-unit * ws-line-qty
               end-if
           else
               move ofd-amount to ws-line-total
           end-if
           perform split-line-vat
           if ofd-ref not = spaces
               and ofd-ref = ws-basket-ref
               and ofd-cust = ws-basket-cust
               and ws-basket-order not = spaces
               perform add-feed-line
           else
               perform add-feed-order
           end-if
           .

      *      Works out the VAT contained in the line total at the rate
      *      behind the line's code -- an unknown code is taken as
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

       add-feed-order section.
           perform confirm-basket-order
           move spaces to ws-basket-cust ws-basket-ref ws-basket-order
           perform reserve-feed-stock
           perform assign-next-order-num
           move ws-next-order-num to ws-order-num
           move ofd-cust to ws-order-cust
           else
               move ofd-date to ws-order-date
           end-if
           move ofd-item      to ws-order-item
           move ws-line-total to ws-order-amount
           move ofd-desc      to ws-order-desc
           move ws-line-qty   to ws-order-qty
           move 1             to ws-order-lines
           move ws-line-vat-code to ws-order-vat-code
           move ws-line-vat   to ws-order-vat
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
                   perform write-reject-record
               not invalid key
                   add 1 to ws-loaded-count
                   move ws-order-cust to ws-basket-cust
                   move ofd-ref       to ws-basket-ref
                   move ws-order-num  to ws-basket-order
                   perform write-feed-line
                   perform write-order-audit-record
                   perform post-order-debit
           end-write
           .

      *      A basket is confirmed to the customer once its last line
      *      is in -- when the next order starts, or the feed ends --
      *      so the message carries the whole basket's amount.

       confirm-basket-order section.
           if ws-basket-order = spaces
               exit section
           end-if
           move ws-basket-order to o-order-num
           read custOrders with no lock
               invalid key
                   continue
               not invalid key
                   set ws-nfy-confirm  to true
                   move o-order-num    to ws-nfy-order
                   move o-order-cust   to ws-nfy-cust
                   move o-order-date   to ws-nfy-ord-date
                   move o-order-amount to ws-nfy-amount
                   move spaces         to ws-nfy-invoice
                   perform write-order-notification
           end-read
           move spaces to ws-basket-order
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

      *      A further line of the basket just loaded: the order
      *      amount goes up by the line total, the line count by one,
      *      and the line is debited and audited on its own.

       add-feed-line section.
           move ws-basket-order to o-order-num
           read custOrders with lock
               invalid key
                   move "ORDR" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-read
           perform reserve-feed-stock
           move o-order-cust   to ws-audit-key
           move o-order-num    to ws-audit-before-first
           move o-order-date   to ws-audit-before-last
           move o-order-desc   to ws-audit-before-address
           move o-order-amount to ws-audit-before-phone
           move o-order-status to ws-audit-before-consent
           compute o-order-amount = o-order-amount + ws-line-total
               on size error
                   move "AMNT" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-compute
           add 1 to o-order-lines
           if o-order-vat not numeric
               move 0 to o-order-vat
           end-if
           add ws-line-vat to o-order-vat
           compute o-order-net = o-order-amount - o-order-vat
           if stock-backordered
               set o-order-backordered to true
           end-if
           rewrite o-order-information
               invalid key
                   move "ORDR" to ws-reject-reason
                   perform write-reject-record
               not invalid key
                   add 1 to ws-lines-added
                   move o-order-information to ws-order-information
                   move ofd-item      to ws-order-item
                   move ofd-desc      to ws-order-desc
                   move ws-line-qty   to ws-order-qty
                   perform write-feed-line
                   perform write-line-audit-record
                   perform post-order-debit
           end-rewrite
           .

      *      The agreement in force today for the customer and item:
      *      one for the item itself wins over one covering all
      *      items, and where an agreement has been renewed the one
      *      with the latest start date not after today is taken. An
      *      agreement only ever lowers the price -- one that would
      *      charge more than list leaves list standing.

       find-price-agreement section.
           move "N" to ws-price-agr-flag
           move spaces to ws-price-agr-item ws-price-agr-start
           move ws-price-list-unit to ws-price-unit
           if ws-price-item = spaces
               or ws-price-list-unit = 0
               or prices-status-bad-open
               exit section
           end-if
           move function current-date(1:8) to ws-price-today
           move ws-price-item to ws-price-scan-item
           perform scan-price-agreements
           if not price-agreement-found
               move spaces to ws-price-scan-item
               perform scan-price-agreements
           end-if
           if price-agreement-found
               and ws-price-unit not < ws-price-list-unit
               move "N" to ws-price-agr-flag
               move spaces to ws-price-agr-item ws-price-agr-start
               move ws-price-list-unit to ws-price-unit
           end-if
           .

       scan-price-agreements section.
           move "N" to ws-price-eof-flag
           move ws-price-cust      to pa-agr-cust
           move ws-price-scan-item to pa-agr-item
           move low-values         to pa-agr-start
           start custPrices key is greater than pa-agr-key
               invalid key
                   set end-of-prices to true
               not invalid key
                   continue
           end-start
           perform scan-next-price-agreement until end-of-prices
           .

       scan-next-price-agreement section.
           read custPrices next with no lock
               at end
                   set end-of-prices to true
               not at end
                   if pa-agr-cust not = ws-price-cust
                       or pa-agr-item not = ws-price-scan-item
                       set end-of-prices to true
                   else
                       if pa-agr-start not > ws-price-today
                           and (pa-agr-end = spaces
                               or pa-agr-end not < ws-price-today)
                           perform take-price-agreement
                       end-if
                   end-if
           end-read
           .

       take-price-agreement section.
           set price-agreement-found to true
           move pa-agr-item  to ws-price-agr-item
           move pa-agr-start to ws-price-agr-start
           if pa-agr-price > 0
               move pa-agr-price to ws-price-unit
           else
               compute ws-price-unit rounded =
                   ws-price-list-unit * (100 - pa-agr-disc) / 100
           end-if
           .

       write-feed-line section.
           move ws-order-num  to ol-line-order
           move ws-order-lines to ol-line-seq
           move ws-order-item to ol-line-item
           move ws-order-desc to ol-line-desc
           move ws-line-qty   to ol-line-qty
           move ws-line-total to ol-line-total
           compute ol-line-price rounded = ws-line-total / ws-line-qty
           move ws-stock-flag to ol-line-stock
           move ws-line-vat-code to ol-line-vat-code
           move ws-line-vat   to ol-line-vat
           move 0 to ol-line-returned
           move ws-price-list-unit to ol-line-list-price
           move ws-price-agr-item  to ol-line-agr-item
           move ws-price-agr-start to ol-line-agr-start
           write ol-line-information
               invalid key
                   display "Order Line Could Not Be Written: "
                       ws-order-num " " ws-order-lines
           end-write
           .

      *      The item row was read by check-feed-item; it is read again
      *      under lock so the reservation cannot race the server.

       reserve-feed-stock section.
           move space to ws-stock-flag
           if ofd-item = spaces
               or items-status-bad-open
               exit section
           end-if
           move ofd-item to it-item-code
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

       post-order-debit section.
           move ws-order-cust   to ws-ledger-cust
           move ws-order-num    to ws-ledger-order
                                   ws-ledger-ref
           move ws-line-total   to ws-ledger-amount
           set ws-ledger-debit to true
           perform assign-next-ledger-seq
           move ws-next-ledger-seq to ws-ledger-seq
           move function current-date(1:8) to ws-ledger-date
           move "ORDLOAD" to ws-ledger-source
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
           move ws-next-order-num to o-order-cust-n
           move spaces to o-order-date o-order-status o-order-desc
                          o-order-item
           move zero to o-order-amount o-order-paid o-order-qty
                        o-order-lines
           rewrite o-order-information
               invalid key
                   write o-order-information
           move ws-order-date   to ws-audit-after-last
           move ws-order-desc   to ws-audit-after-address
           move ws-order-amount to ws-audit-after-phone
           perform write-load-audit-line
           .

      *      A further basket line goes on the trail as the online
      *      ORDLINE does -- the order as it stood before the line in
      *      the before columns, with its new amount after.

       write-line-audit-record section.
           move function current-date to ws-audit-timestamp
           move "ORDLINE"       to ws-audit-op
           move spaces          to ws-audit-branch
                                   ws-audit-before-email
                                   ws-audit-after-email
           move o-order-num     to ws-audit-after-first
           move o-order-date    to ws-audit-after-last
           move o-order-desc    to ws-audit-after-address
           move o-order-amount  to ws-audit-after-phone
           move o-order-status  to ws-audit-after-consent
           perform write-load-audit-line
           .

       write-load-audit-line section.
           move "ORDLOAD"       to ws-audit-operator
           perform assign-audit-seq
           open extend custAudit
