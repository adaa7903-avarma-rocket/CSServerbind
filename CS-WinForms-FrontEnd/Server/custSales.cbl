               file status is ws-items-status.
           select custSales assign to "custSales.rpt"
               organization is line sequential.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.

       file section.
       fd custOrders.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.

       fd custSales.
       01 sales-line pic x(132).

      *      The batch tuning parameters, shared with the server --
      *      this run reads the standard VAT rate from VATSTANDARD to
      *      split an order written before VAT was carried on it.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       working-storage section.
       01 ws-custorders-status pic xx.
       01 ws-eof-flag pic x.
           88 end-of-orders value "Y".

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".
       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.

      *      The VAT split of the order being tallied -- as carried on
      *      the order, or worked out at the standard rate for an
      *      order from before VAT was split out.

       01 ws-order-vat-hold pic 9(7)v99.
       01 ws-order-net-hold pic 9(7)v99.

       01 ws-run-date pic x(8).

      *      Sales totalled by the item code on each order, collected
               05 ws-tab-code  pic x(8).
               05 ws-tab-count pic 9(8)    comp.
               05 ws-tab-value pic 9(11)v99 comp-3.
               05 ws-tab-net   pic 9(11)v99 comp-3.
               05 ws-tab-vat   pic 9(11)v99 comp-3.
       01 ws-item-idx  pic 9(3) comp.
       01 ws-item-hold pic x(8).
       01 ws-item-overflow pic 9(8) comp value 0.
       01 ws-orders-read pic 9(8) comp value 0.
       01 ws-grand-count pic 9(8) value 0.
       01 ws-grand-value pic 9(11)v99 comp-3 value 0.
       01 ws-grand-net   pic 9(11)v99 comp-3 value 0.
       01 ws-grand-vat   pic 9(11)v99 comp-3 value 0.

       01 ws-item-desc-hold pic x(30).

           03 filler       pic xx value spaces.
           03 ws-det-count pic zzz,zzz,zz9.
           03 filler       pic xx value spaces.
           03 ws-det-net   pic zz,zzz,zzz,zz9.99.
           03 filler       pic xx value spaces.
           03 ws-det-vat   pic zz,zzz,zzz,zz9.99.
           03 filler       pic xx value spaces.
           03 ws-det-value pic zz,zzz,zzz,zz9.99.

       procedure division.
       mainline section.
           move function current-date(1:8) to ws-run-date
           perform read-parameters
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Nothing To Report"
               into sales-line
           end-string
           write sales-line
           move spaces to sales-line
           string "Item      Description                     "
                      delimited by size
                  "     Orders                Net"
                      delimited by size
                  "                VAT              Gross"
                      delimited by size
               into sales-line
           end-string
           write sales-line
           move low-values to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
           move spaces          to ws-det-code
           move "TOTALS"        to ws-det-desc
           move ws-grand-count  to ws-det-count
           move ws-grand-net    to ws-det-net
           move ws-grand-vat    to ws-det-vat
           move ws-grand-value  to ws-det-value
           write sales-line from ws-sales-detail
           close custSales
           display "Sales By Item Complete"
           display "Orders Read : " ws-orders-read
           display "Sales Value : " ws-grand-value
           display "VAT Within  : " ws-grand-vat
           if ws-item-overflow > 0
               display "Item Codes Past Table: " ws-item-overflow
                   " Orders"
           .

       tally-one-order section.
           perform split-order-vat
           if o-order-item = spaces
               move "--------" to ws-item-hold
           else
                   move ws-item-hold to ws-tab-code(ws-item-used)
                   move 0 to ws-tab-count(ws-item-used)
                   move 0 to ws-tab-value(ws-item-used)
                   move 0 to ws-tab-net(ws-item-used)
                   move 0 to ws-tab-vat(ws-item-used)
                   move ws-item-used to ws-item-idx
               else
                   add 1 to ws-item-overflow
           if ws-item-idx > 0
               add 1 to ws-tab-count(ws-item-idx)
               add o-order-amount to ws-tab-value(ws-item-idx)
               add ws-order-net-hold to ws-tab-net(ws-item-idx)
               add ws-order-vat-hold to ws-tab-vat(ws-item-idx)
           end-if
           add 1 to ws-grand-count
           add o-order-amount to ws-grand-value
           add ws-order-net-hold to ws-grand-net
           add ws-order-vat-hold to ws-grand-vat
           .

       split-order-vat section.
           if o-order-vat numeric
               and o-order-net numeric
               move o-order-vat to ws-order-vat-hold
               move o-order-net to ws-order-net-hold
               exit section
           end-if
           compute ws-order-vat-hold rounded =
               o-order-amount * ws-vat-rate-standard
               / (100 + ws-vat-rate-standard)
           compute ws-order-net-hold =
               o-order-amount - ws-order-vat-hold
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

       locate-item-row section.
           move ws-tab-code(ws-item-idx)  to ws-det-code
           move ws-item-desc-hold         to ws-det-desc
           move ws-tab-count(ws-item-idx) to ws-det-count
           move ws-tab-net(ws-item-idx)   to ws-det-net
           move ws-tab-vat(ws-item-idx)   to ws-det-vat
           move ws-tab-value(ws-item-idx) to ws-det-value
           write sales-line from ws-sales-detail
           .
