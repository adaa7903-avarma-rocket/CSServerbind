               file status is ws-custorders-status.
           select custStatement assign to "custStatement.rpt"
               organization is line sequential.
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
           select custCredits assign to "custCredits.dat"
               organization is indexed
               access is dynamic
               record key is cn-crn-key of custCredits
               alternate record key is cn-crn-cust of custCredits
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-credits-status.
           select custPoints assign to "custPoints.dat"
               organization is indexed
               access is dynamic
               record key is pt-pts-key of custPoints
               lock mode is manual with lock on record
               file status is ws-points-status.

       file section.
       fd custFile.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custStatement.
       01 statement-line pic x(132).

      *      The customer ledger the receipts run credits -- what was
      *      received in the month, and what is held on account, come
      *      from here.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

      *      The lines of each order billed, itemised under the
      *      customer's statement line.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      The batch tuning parameters, shared with the server --
      *      this run reads the standard VAT rate from VATSTANDARD to
      *      split an order or line written before VAT was carried.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

      *      The credit note register -- notes raised in the month
      *      for goods returned are shown under the customer, found
      *      through the register's customer key.

       fd custCredits.
       01 cn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.

      *      The customer's loyalty points -- only the balance row is
      *      read, for the points they have to spend.

       fd custPoints.
       01 pt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.

       working-storage section.
       01 ws-order-information.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ledger-eof-flag pic x.
           88 end-of-ledger value "Y".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.

       01 ws-statement-month pic x(6).

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".
       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.

      *      The VAT within what was ordered in the month -- every
      *      amount billed includes it, and the statement shows how
      *      much of each was VAT and at which rate.

       01 ws-order-vat-hold   pic 9(7)v99.
       01 ws-line-vat-hold    pic 9(7)v99.
       01 ws-cust-order-vat   pic 9(9)v99 comp-3 value 0.
       01 ws-grand-order-vat  pic 9(11)v99 comp-3 value 0.
       01 ws-vat-net-d        pic zz,zzz,zzz,zz9.99.
       01 ws-vat-amount-d     pic zz,zzz,zzz,zz9.99.

      *      Control-break holds for the customer whose orders are
      *      being totalled -- the alternate key hands orders back
      *      grouped by customer, so one pass builds every statement.
       01 ws-cust-order-count pic 9(5) comp value 0.
       01 ws-cust-order-total pic 9(9)v99 comp-3 value 0.

      *      The balance is what is still owed on the customer's open
      *      orders, whatever month they were raised in, less the
      *      money they hold on account -- a customer who paid half
      *      last month is billed for the half still owed, and one
      *      who overpaid shows in credit.

       01 ws-cust-outstanding pic 9(9)v99 comp-3 value 0.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-cust-received    pic s9(9)v99 comp-3 value 0.
       01 ws-cust-on-account  pic 9(9)v99 comp-3 value 0.
       01 ws-cust-balance     pic s9(9)v99 comp-3 value 0.

      *      The customer's orders raised in the month, held until
      *      their statement line is written so each can be itemised
      *      beneath it. A customer with more orders in the month
      *      than the table holds has the rest summed on one line.

       01 ws-bill-max  pic 9(3) comp value 50.
       01 ws-bill-used pic 9(3) comp value 0.
       01 ws-bill-table.
           03 ws-bill-entry occurs 50 times.
               05 ws-bill-order  pic x(8).
               05 ws-bill-date   pic x(8).
               05 ws-bill-item   pic x(8).
               05 ws-bill-desc   pic x(30).
               05 ws-bill-qty    pic 9(5).
               05 ws-bill-amount pic 9(7)v99.
               05 ws-bill-lines  pic 9(3).
               05 ws-bill-vat-code pic x.
               05 ws-bill-vat    pic 9(7)v99.
       01 ws-bill-idx      pic 9(3) comp.
       01 ws-bill-over-count pic 9(5) comp value 0.
       01 ws-bill-over-total pic 9(9)v99 comp-3 value 0.
       01 ws-bill-over-count-d pic zzzz9.
       01 ws-bill-over-total-d pic zz,zzz,zzz,zz9.99.

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".

       01 ws-bill-line.
           03 filler          pic x(10) value spaces.
           03 ws-bl-order     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-bl-date      pic x(8).
           03 filler          pic xx value spaces.
           03 ws-bl-item      pic x(8).
           03 filler          pic xx value spaces.
           03 ws-bl-qty       pic zzzz9.
           03 filler          pic xx value spaces.
           03 ws-bl-desc      pic x(30).
           03 filler          pic xx value spaces.
           03 ws-bl-amount    pic z,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 filler          pic x(4) value "VAT ".
           03 ws-bl-vat-code  pic x.
           03 filler          pic x value space.
           03 ws-bl-vat       pic z,zzz,zz9.99.

      *      Credit notes raised for the customer in the month. The
      *      money they credited is already in the balance -- written
      *      back off the order, or held on account where the goods
      *      had been paid for -- so they are shown, not added again.

       01 ws-credits-status pic xx.
           88 credits-status-ok       value "00" "02".
           88 credits-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-credits-eof-flag pic x.
           88 end-of-credits value "Y".
       01 ws-credit-pass-flag pic x.
           88 credit-pass-print value "P".
       01 ws-cust-credit-count pic 9(5) comp value 0.
       01 ws-cust-credit-total pic 9(9)v99 comp-3 value 0.
       01 ws-cust-credit-vat   pic 9(9)v99 comp-3 value 0.
       01 ws-grand-credit-count pic 9(8) comp value 0.
       01 ws-grand-credit-total pic 9(11)v99 comp-3 value 0.
       01 ws-grand-credit-vat   pic 9(11)v99 comp-3 value 0.
       01 ws-credit-count-d     pic zzzz9.

       01 ws-credit-line.
           03 filler          pic x(10) value spaces.
           03 filler          pic x(12) value "Credit Note ".
           03 ws-cl-num       pic x(8).
           03 filler          pic xx value spaces.
           03 ws-cl-date      pic x(8).
           03 filler          pic xx value spaces.
           03 filler          pic x(6) value "Order ".
           03 ws-cl-order     pic x(8).
           03 filler          pic xx value spaces.
           03 ws-cl-qty       pic zzzz9.
           03 filler          pic xx value spaces.
           03 ws-cl-desc      pic x(30).
           03 filler          pic xx value spaces.
           03 ws-cl-reason    pic x(4).
           03 filler          pic xx value spaces.
           03 ws-cl-amount    pic z,zzz,zz9.99-.
           03 filler          pic xx value spaces.
           03 filler          pic x(4) value "VAT ".
           03 ws-cl-vat-code  pic x.

       01 ws-points-status pic xx.
           88 points-status-ok       value "00" "02".
           88 points-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-points-d pic z,zzz,zz9.

      *      Families billed together. A site whose orders are billed
      *      to its parent is left out of the pass that bills each
      *      customer on their own, and so is the parent; afterwards
      *      each parent gets one consolidated statement -- its own
      *      section, then a section for each site billed to it, then
      *      the family total to pay. A site whose parent is gone or
      *      marked for deletion is billed on its own as before, and
      *      so is everyone past the end of a full table.

       01 ws-site-max  pic 9(3) comp value 500.
       01 ws-site-used pic 9(3) comp value 0.
       01 ws-site-table.
           03 ws-site-entry occurs 500 times.
               05 ws-si-cust   pic x(8).
               05 ws-si-parent pic x(8).
       01 ws-site-idx  pic 9(3) comp.
       01 ws-parent-max  pic 9(3) comp value 100.
       01 ws-parent-used pic 9(3) comp value 0.
       01 ws-parent-table.
           03 ws-parent-entry occurs 100 times.
               05 ws-pa-cust pic x(8).
       01 ws-parent-idx  pic 9(3) comp.
       01 ws-parent-hold pic x(8).
       01 ws-member-hold pic x(8).
       01 ws-scan-eof-flag pic x.
           88 end-of-customers value "Y".
       01 ws-billed-flag pic x value "N".
           88 billed-with-family value "Y".
       01 ws-family-pass-flag pic x value "N".
           88 family-pass value "Y".
       01 ws-family-count pic 9(8) comp value 0.
       01 ws-fam-order-count pic 9(5) comp.
       01 ws-fam-order-total pic 9(11)v99 comp-3.
       01 ws-fam-received    pic s9(11)v99 comp-3.
       01 ws-fam-balance     pic s9(11)v99 comp-3.

       01 ws-statement-count pic 9(8) comp value 0.
       01 ws-grand-order-count pic 9(8) comp value 0.
       01 ws-grand-order-total pic 9(11)v99 comp-3 value 0.
       01 ws-grand-received    pic s9(11)v99 comp-3 value 0.
       01 ws-grand-balance     pic s9(11)v99 comp-3 value 0.

       01 ws-print-line.
           03 ws-print-cust   pic x(8).
           03 ws-print-count  pic zzz,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-print-total  pic zz,zzz,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 ws-print-received pic zz,zzz,zzz,zz9.99-.
           03 filler          pic xx value spaces.
           03 ws-print-balance  pic zz,zzz,zzz,zz9.99-.

       procedure division.
       mainline section.
           move function current-date(1:6) to ws-statement-month
           perform read-parameters
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - No Statements To Run"
               goback
           end-if
           open input custFile
           open input custLedger
           open input custOrdLines
           open input custCredits
           open input custPoints
           perform load-families
           open output custStatement
           perform write-report-header
           move low-values to o-order-cust
           if ws-current-cust not = spaces
               perform write-statement-line
           end-if
           move "N" to ws-billed-flag
           set family-pass to true
           perform write-family-statement
               varying ws-parent-idx from 1 by 1
               until ws-parent-idx > ws-parent-used
           perform write-report-trailer
           close custOrders
           close custFile
           if not custledger-status-bad-open
               close custLedger
           end-if
           if not ordlines-status-bad-open
               close custOrdLines
           end-if
           if not credits-status-bad-open
               close custCredits
           end-if
           if not points-status-bad-open
               close custPoints
           end-if
           close custStatement
           display "Statement Run Complete"
           display "Statement Month   : " ws-statement-month
           display "Customers Billed  : " ws-statement-count
           display "Family Statements : " ws-family-count
           display "Orders Totalled   : " ws-grand-order-count
           display "Credit Note Rows  : " ws-grand-credit-count
           goback
           .

           if o-order-num = ws-control-key
               exit section
           end-if
           if o-order-cust not = ws-current-cust
               if ws-current-cust not = spaces
                   perform write-statement-line
               end-if
               move o-order-cust to ws-current-cust
               perform start-customer
               perform check-family-billing
           end-if
           if billed-with-family
               exit section
           end-if
           perform add-order-to-customer
           .

       start-customer section.
           move 0 to ws-cust-order-count
           move 0 to ws-cust-order-total
           move 0 to ws-cust-order-vat
           move 0 to ws-cust-outstanding
           move 0 to ws-bill-used
           move 0 to ws-bill-over-count
           move 0 to ws-bill-over-total
           .

       add-order-to-customer section.
           if o-order-open
               perform add-order-outstanding
           end-if
           if o-order-date(1:6) not = ws-statement-month
               exit section
           end-if
           add 1 to ws-cust-order-count
           add 1 to ws-grand-order-count
           add o-order-amount to ws-cust-order-total
           add o-order-amount to ws-grand-order-total
           perform split-order-vat
           add ws-order-vat-hold to ws-cust-order-vat
           add ws-order-vat-hold to ws-grand-order-vat
           if ws-bill-used < ws-bill-max
               add 1 to ws-bill-used
               move o-order-num    to ws-bill-order(ws-bill-used)
               move o-order-date   to ws-bill-date(ws-bill-used)
               move o-order-item   to ws-bill-item(ws-bill-used)
               move o-order-desc   to ws-bill-desc(ws-bill-used)
               move o-order-qty    to ws-bill-qty(ws-bill-used)
               move o-order-amount to ws-bill-amount(ws-bill-used)
               move o-order-lines  to ws-bill-lines(ws-bill-used)
               move o-order-vat-code to ws-bill-vat-code(ws-bill-used)
               if o-order-vat-code = space
                   move "S" to ws-bill-vat-code(ws-bill-used)
               end-if
               move ws-order-vat-hold to ws-bill-vat(ws-bill-used)
           else
               add 1 to ws-bill-over-count
               add o-order-amount to ws-bill-over-total
           end-if
           .

      *      An order written before VAT was carried on it is split
      *      at the standard rate.

       split-order-vat section.
           if o-order-vat numeric
               move o-order-vat to ws-order-vat-hold
           else
               compute ws-order-vat-hold rounded =
                   o-order-amount * ws-vat-rate-standard
                   / (100 + ws-vat-rate-standard)
           end-if
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

      *      An order written before paid-to-date was carried has no
      *      usable paid figure and counts as wholly unpaid.

       add-order-outstanding section.
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-cust-outstanding = ws-cust-outstanding
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

      *      Received in the month is every receipt credited -- against
      *      an order or on account -- less money a cancel only moved
      *      from an order onto the account, which was received once
      *      already.

       total-customer-ledger section.
           move 0 to ws-cust-received
           move 0 to ws-cust-on-account
           if custledger-status-bad-open
               exit section
           end-if
           move "N" to ws-ledger-eof-flag
           move ws-current-cust to lg-ledger-cust
           move 0 to lg-ledger-seq
           start custLedger key is not less than lg-ledger-key
               invalid key
                   set end-of-ledger to true
               not invalid key
                   continue
           end-start
           perform total-one-ledger-row until end-of-ledger
           .

       total-one-ledger-row section.
           read custLedger next with no lock
               at end
                   set end-of-ledger to true
               not at end
                   if lg-ledger-cust not = ws-current-cust
                       set end-of-ledger to true
                   else
                       perform apply-one-ledger-row
                   end-if
           end-read
           .

       apply-one-ledger-row section.
           if lg-ledger-on-account
               add lg-ledger-amount to ws-cust-on-account
           end-if
           if lg-ledger-date(1:6) not = ws-statement-month
               exit section
           end-if
           evaluate true
               when lg-ledger-credit
               when lg-ledger-on-account
                   add lg-ledger-amount to ws-cust-received
               when lg-ledger-transfer
                   subtract lg-ledger-amount from ws-cust-received
               when other
                   continue
           end-evaluate
           .

       find-customer-name section.
           end-read
           .

      *      A customer is billed when they ordered in the month,
      *      paid in it, or still carry a balance either way.

       write-statement-line section.
           if billed-with-family
               exit section
           end-if
           perform total-customer-ledger
           move "T" to ws-credit-pass-flag
           perform scan-customer-credits
           compute ws-cust-balance =
               ws-cust-outstanding - ws-cust-on-account
           if ws-cust-order-count = 0
               and ws-cust-received = 0
               and ws-cust-balance = 0
               and ws-cust-credit-count = 0
               exit section
           end-if
           perform find-customer-name
           move spaces to ws-print-line
           move ws-current-cust     to ws-print-cust
           move ws-cust-name        to ws-print-name
           move ws-cust-order-count to ws-print-count
           move ws-cust-order-total to ws-print-total
           move ws-cust-received    to ws-print-received
           move ws-cust-balance     to ws-print-balance
           write statement-line from ws-print-line
           if ws-cust-order-count > 0
               compute ws-vat-net-d =
                   ws-cust-order-total - ws-cust-order-vat
               move ws-cust-order-vat to ws-vat-amount-d
               move spaces to statement-line
               string "          Ordered In Month - Net "
                          delimited by size
                      ws-vat-net-d    delimited by size
                      "  VAT "        delimited by size
                      ws-vat-amount-d delimited by size
                   into statement-line
               end-string
               write statement-line
           end-if
           perform write-order-detail
               varying ws-bill-idx from 1 by 1
               until ws-bill-idx > ws-bill-used
           if ws-bill-over-count > 0
               move ws-bill-over-count to ws-bill-over-count-d
               move ws-bill-over-total to ws-bill-over-total-d
               move spaces to statement-line
               string "          ... and "  delimited by size
                      ws-bill-over-count-d  delimited by size
                      " more orders totalling " delimited by size
                      ws-bill-over-total-d  delimited by size
                   into statement-line
               end-string
               write statement-line
           end-if
           if ws-cust-credit-count > 0
               perform write-credit-summary
               move "P" to ws-credit-pass-flag
               perform scan-customer-credits
           end-if
           perform write-points-balance
           add ws-cust-received to ws-grand-received
           add ws-cust-balance  to ws-grand-balance
           add 1 to ws-statement-count
           if family-pass
               add ws-cust-order-count to ws-fam-order-count
               add ws-cust-order-total to ws-fam-order-total
               add ws-cust-received    to ws-fam-received
               add ws-cust-balance     to ws-fam-balance
           end-if
           .

      *      Every site marked to bill its parent, and every parent
      *      that is still a live customer, is noted before billing
      *      starts.

       load-families section.
           if custfile-status-bad-open
               exit section
           end-if
           move "N" to ws-scan-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-customers to true
           end-start
           perform note-billing-site until end-of-customers
           perform check-site-parent
               varying ws-site-idx from 1 by 1
               until ws-site-idx > ws-site-used
           .

       note-billing-site section.
           read custFile next with no lock
               at end
                   set end-of-customers to true
               not at end
                   if f-bills-parent
                       and f-parent not = spaces
                       and not f-del-pending
                       and ws-site-used < ws-site-max
                       add 1 to ws-site-used
                       move f-record-num to ws-si-cust(ws-site-used)
                       move f-parent     to ws-si-parent(ws-site-used)
                   end-if
           end-read
           .

       check-site-parent section.
           move ws-si-parent(ws-site-idx) to ws-parent-hold
           perform locate-parent-row
           if ws-parent-idx > 0
               exit section
           end-if
           move ws-parent-hold to f-record-num
           read custFile with no lock
               invalid key
                   move spaces to ws-si-parent(ws-site-idx)
                   exit section
           end-read
           if f-del-pending or ws-parent-used not < ws-parent-max
               move spaces to ws-si-parent(ws-site-idx)
               exit section
           end-if
           add 1 to ws-parent-used
           move ws-parent-hold to ws-pa-cust(ws-parent-used)
           .

       locate-parent-row section.
           perform scan-parent-row
               varying ws-parent-idx from 1 by 1
               until ws-parent-idx > ws-parent-used
                   or ws-pa-cust(ws-parent-idx) = ws-parent-hold
           if ws-parent-idx > ws-parent-used
               move 0 to ws-parent-idx
           end-if
           .

       scan-parent-row section.
           continue
           .

       check-family-billing section.
           move "N" to ws-billed-flag
           move ws-current-cust to ws-parent-hold
           perform locate-parent-row
           if ws-parent-idx > 0
               set billed-with-family to true
               exit section
           end-if
           perform scan-site-row
               varying ws-site-idx from 1 by 1
               until ws-site-idx > ws-site-used
                   or ws-si-cust(ws-site-idx) = ws-current-cust
           if ws-site-idx not > ws-site-used
               if ws-si-parent(ws-site-idx) not = spaces
                   set billed-with-family to true
               end-if
           end-if
           .

       scan-site-row section.
           continue
           .

      *      One parent's consolidated statement: the parent's own
      *      section, a section for each site billed to it, and the
      *      total the parent pays for the family.

       write-family-statement section.
           move ws-pa-cust(ws-parent-idx) to ws-current-cust
           perform find-customer-name
           move spaces to statement-line
           write statement-line
           move spaces to statement-line
           string "----- Consolidated Statement - Parent Account "
                      delimited by size
                  ws-pa-cust(ws-parent-idx) delimited by size
                  " " delimited by size
                  ws-cust-name delimited by "  "
                  " -----" delimited by size
               into statement-line
           end-string
           write statement-line
           move 0 to ws-fam-order-count ws-fam-order-total
           move 0 to ws-fam-received ws-fam-balance
           move ws-pa-cust(ws-parent-idx) to ws-member-hold
           perform bill-family-member
           perform bill-family-site
               varying ws-site-idx from 1 by 1
               until ws-site-idx > ws-site-used
           move spaces to ws-print-line
           move "FAMILY TOTAL - DUE FROM PARENT" to ws-print-name
           move ws-fam-order-count to ws-print-count
           move ws-fam-order-total to ws-print-total
           move ws-fam-received    to ws-print-received
           move ws-fam-balance     to ws-print-balance
           write statement-line from ws-print-line
           add 1 to ws-family-count
           .

       bill-family-site section.
           if ws-si-parent(ws-site-idx) not = ws-pa-cust(ws-parent-idx)
               exit section
           end-if
           move ws-si-cust(ws-site-idx) to ws-member-hold
           perform bill-family-member
           .

       bill-family-member section.
           move ws-member-hold to ws-current-cust
           perform start-customer
           if not custorders-status-bad-open
               move "N" to ws-eof-flag
               move ws-member-hold to o-order-cust
               start custOrders key is equal to o-order-cust
                   invalid key
                       set end-of-orders to true
               end-start
               perform read-member-order until end-of-orders
           end-if
           perform write-statement-line
           .

       read-member-order section.
           read custOrders next
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = ws-member-hold
                       set end-of-orders to true
                   else
                       if o-order-num not = ws-control-key
                           perform add-order-to-customer
                       end-if
                   end-if
           end-read
           .

      *      Each order billed is itemised a line at a time under the
      *      customer -- an order keyed before lines were carried has
      *      no lines on file and prints once, from its header.

       write-order-detail section.
           if ws-bill-lines(ws-bill-idx) not numeric
               or ws-bill-lines(ws-bill-idx) = 0
               or ordlines-status-bad-open
               move spaces to ws-bill-line
               move ws-bill-order(ws-bill-idx)  to ws-bl-order
               move ws-bill-date(ws-bill-idx)   to ws-bl-date
               move ws-bill-item(ws-bill-idx)   to ws-bl-item
               if ws-bill-qty(ws-bill-idx) not numeric
                   or ws-bill-qty(ws-bill-idx) = 0
                   move 1 to ws-bl-qty
               else
                   move ws-bill-qty(ws-bill-idx) to ws-bl-qty
               end-if
               move ws-bill-desc(ws-bill-idx)   to ws-bl-desc
               move ws-bill-amount(ws-bill-idx) to ws-bl-amount
               move ws-bill-vat-code(ws-bill-idx) to ws-bl-vat-code
               move ws-bill-vat(ws-bill-idx)    to ws-bl-vat
               write statement-line from ws-bill-line
               exit section
           end-if
           move "N" to ws-lines-eof-flag
           move ws-bill-order(ws-bill-idx) to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform write-one-order-line until end-of-lines
           .

       write-one-order-line section.
           read custOrdLines next with no lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = ws-bill-order(ws-bill-idx)
                       set end-of-lines to true
                   else
                       move spaces to ws-bill-line
                       move ol-line-order to ws-bl-order
                       move ws-bill-date(ws-bill-idx) to ws-bl-date
                       move ol-line-item  to ws-bl-item
                       move ol-line-qty   to ws-bl-qty
                       move ol-line-desc  to ws-bl-desc
                       move ol-line-total to ws-bl-amount
                       perform split-line-vat
                       move ws-line-vat-hold to ws-bl-vat
                       write statement-line from ws-bill-line
                   end-if
           end-read
           .

      *      A line written before VAT was carried on it is taken at
      *      the standard rate.

       split-line-vat section.
           if ol-line-vat-code = space
               move "S" to ws-bl-vat-code
           else
               move ol-line-vat-code to ws-bl-vat-code
           end-if
           if ol-line-vat numeric
               move ol-line-vat to ws-line-vat-hold
           else
               compute ws-line-vat-hold rounded =
                   ol-line-total * ws-vat-rate-standard
                   / (100 + ws-vat-rate-standard)
           end-if
           .

      *      Two passes over the customer's notes: the first (T)
      *      totals the month's credit note rows so the customer is
      *      billed even when a return was all that happened, the
      *      second (P) prints them beneath the orders.

       scan-customer-credits section.
           if not credit-pass-print
               move 0 to ws-cust-credit-count
               move 0 to ws-cust-credit-total
               move 0 to ws-cust-credit-vat
           end-if
           if credits-status-bad-open
               exit section
           end-if
           move "N" to ws-credits-eof-flag
           move ws-current-cust to cn-crn-cust
           start custCredits key is equal to cn-crn-cust
               invalid key
                   set end-of-credits to true
               not invalid key
                   continue
           end-start
           perform scan-one-credit until end-of-credits
           .

       scan-one-credit section.
           read custCredits next with no lock
               at end
                   set end-of-credits to true
               not at end
                   if cn-crn-cust not = ws-current-cust
                       set end-of-credits to true
                   else
                       if cn-crn-num not = ws-control-key
                           and cn-crn-date(1:6) = ws-statement-month
                           perform apply-one-credit
                       end-if
                   end-if
           end-read
           .

       apply-one-credit section.
           if credit-pass-print
               move spaces to ws-credit-line
               move cn-crn-num      to ws-cl-num
               move cn-crn-date     to ws-cl-date
               move cn-crn-order    to ws-cl-order
               move cn-crn-qty      to ws-cl-qty
               move cn-crn-desc     to ws-cl-desc
               move cn-crn-reason   to ws-cl-reason
               compute ws-cl-amount = 0 - cn-crn-amount
               move cn-crn-vat-code to ws-cl-vat-code
               write statement-line from ws-credit-line
           else
               add 1 to ws-cust-credit-count
               add cn-crn-amount to ws-cust-credit-total
               add cn-crn-vat    to ws-cust-credit-vat
               add 1 to ws-grand-credit-count
               add cn-crn-amount to ws-grand-credit-total
               add cn-crn-vat    to ws-grand-credit-vat
           end-if
           .

       write-credit-summary section.
           compute ws-vat-net-d =
               ws-cust-credit-total - ws-cust-credit-vat
           move ws-cust-credit-vat to ws-vat-amount-d
           move spaces to statement-line
           string "          Credited In Month - Net "
                      delimited by size
                  ws-vat-net-d    delimited by size
                  "  VAT "        delimited by size
                  ws-vat-amount-d delimited by size
               into statement-line
           end-string
           write statement-line
           .

      *      The loyalty points the customer has to spend, as their
      *      balance row stands on the day the statement is run.

       write-points-balance section.
           if points-status-bad-open
               exit section
           end-if
           move ws-current-cust to pt-pts-cust
           move 0 to pt-pts-seq
           read custPoints with no lock
               invalid key
                   exit section
           end-read
           if pt-pts-remaining = 0
               exit section
           end-if
           move pt-pts-remaining to ws-points-d
           move spaces to statement-line
           string "          Loyalty Points To Spend "
                      delimited by size
                  ws-points-d delimited by size
               into statement-line
           end-string
           write statement-line
           .

       write-report-header section.
           move spaces to statement-line
           string "Customer  Name"
                      delimited by size
                  "                                           Orders"
                      delimited by size
                  "      Ordered Value           Received"
                      delimited by size
                  "            Balance"
                      delimited by size
               into statement-line
           end-string
           write statement-line
           move "TOTALS"            to ws-print-name
           move ws-grand-order-count to ws-print-count
           move ws-grand-order-total to ws-print-total
           move ws-grand-received    to ws-print-received
           move ws-grand-balance     to ws-print-balance
           write statement-line from ws-print-line
           compute ws-vat-net-d =
               ws-grand-order-total - ws-grand-order-vat
           move ws-grand-order-vat to ws-vat-amount-d
           move spaces to statement-line
           string "          Ordered In Month - Net "
                      delimited by size
                  ws-vat-net-d    delimited by size
                  "  VAT "        delimited by size
                  ws-vat-amount-d delimited by size
               into statement-line
           end-string
           write statement-line
           if ws-grand-credit-count > 0
               compute ws-vat-net-d =
                   ws-grand-credit-total - ws-grand-credit-vat
               move ws-grand-credit-vat to ws-vat-amount-d
               move spaces to statement-line
               string "          Credited In Month - Net "
                          delimited by size
                      ws-vat-net-d    delimited by size
                      "  VAT "        delimited by size
                      ws-vat-amount-d delimited by size
                   into statement-line
               end-string
               write statement-line
           end-if
           .
