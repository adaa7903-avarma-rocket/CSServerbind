       identification division.

       program-id. custPriceRpt.

       environment division.
       configuration section.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custPrices assign to "custPrices.dat"
               organization is indexed
               access is dynamic
               record key is pa-agr-key of custPrices
               lock mode is manual with lock on record
               file status is ws-prices-status.
           select custPriceRpt assign to "custPriceRpt.rpt"
               organization is line sequential.

       file section.
       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      The agreements themselves, for the reference and terms
      *      the account manager filed each one under.

       fd custPrices.
       01 pa-agreement-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==pa==.

       fd custPriceRpt.
       01 pricerpt-line pic x(110).

       working-storage section.
       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-prices-status pic xx.
           88 prices-status-ok       value "00" "02".
           88 prices-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-orders value "Y".
       01 ws-line-eof-flag pic x.
           88 end-of-lines value "Y".

       01 ws-report-month pic x(6).

      *      One row per agreement that priced a line this month,
      *      kept in customer, item, start date order as rows are
      *      met, so the report reads a customer at a time. A month
      *      with more agreements in use than the table holds still
      *      has every line counted in the totals.

       01 ws-agr-max  pic 9(4) comp value 500.
       01 ws-agr-used pic 9(4) comp value 0.
       01 ws-agr-over pic 9(8) value 0.
       01 ws-agr-table.
           03 ws-agr-entry occurs 500 times.
               05 ws-agr-key.
                   07 ws-agr-cust  pic x(8).
                   07 ws-agr-item  pic x(8).
                   07 ws-agr-start pic x(8).
               05 ws-agr-lines   pic 9(8) comp.
               05 ws-agr-list    pic 9(11)v99 comp-3.
               05 ws-agr-charged pic 9(11)v99 comp-3.
       01 ws-agr-idx  pic 9(4) comp.
       01 ws-agr-move pic 9(4) comp.

       01 ws-new-key.
           03 ws-new-cust  pic x(8).
           03 ws-new-item  pic x(8).
           03 ws-new-start pic x(8).

       01 ws-line-list    pic 9(11)v99 comp-3.
       01 ws-discount     pic s9(11)v99 comp-3.

       01 ws-cust-hold    pic x(8).
       01 ws-cust-lines   pic 9(8) comp.
       01 ws-cust-list    pic 9(11)v99 comp-3.
       01 ws-cust-charged pic 9(11)v99 comp-3.

       01 ws-order-count  pic 9(8) value 0.
       01 ws-total-lines  pic 9(8) value 0.
       01 ws-lines-before pic 9(8).
       01 ws-total-list    pic 9(11)v99 comp-3 value 0.
       01 ws-total-charged pic 9(11)v99 comp-3 value 0.

       01 ws-print-count-d pic zz,zzz,zz9.
       01 ws-print-value-d pic zz,zzz,zzz,zz9.99-.

       01 ws-pricerpt-detail.
           03 filler        pic xx value spaces.
           03 ws-det-cust   pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-item   pic x(9).
           03 filler        pic x value space.
           03 ws-det-start  pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-ref    pic x(10).
           03 filler        pic xx value spaces.
           03 ws-det-terms  pic x(12).
           03 filler        pic x value space.
           03 ws-det-lines  pic zzzz9.
           03 filler        pic x value space.
           03 ws-det-list   pic zz,zzz,zz9.99.
           03 filler        pic x value space.
           03 ws-det-charged pic zz,zzz,zz9.99.
           03 filler        pic x value space.
           03 ws-det-disc   pic zz,zzz,zz9.99-.

       01 ws-terms-price-d pic zzzzzz9.99.
       01 ws-terms-disc-d  pic zz9.99.

       procedure division.
       mainline section.
           move function current-date(1:6) to ws-report-month
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - No Agreements To Report"
               goback
           end-if
           open input custOrdLines
           if ordlines-status-bad-open
               display "custOrdLines Not Found - No Agreements To "
                   "Report"
               close custOrders
               goback
           end-if
           move "N" to ws-eof-flag
           move ws-control-key to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform collect-next-order until end-of-orders
           close custOrdLines
           close custOrders
           open input custPrices
           open output custPriceRpt
           perform write-report-header
           move spaces to ws-cust-hold
           perform print-agreement-row
               varying ws-agr-idx from 1 by 1
               until ws-agr-idx > ws-agr-used
           if ws-cust-hold not = spaces
               perform write-customer-total
           end-if
           perform write-report-trailer
           close custPriceRpt
           if not prices-status-bad-open
               close custPrices
           end-if
           display "Price Agreement Report Complete"
           display "Orders Priced By Agreement: " ws-order-count
           display "Lines Priced By Agreement : " ws-total-lines
           goback
           .

      *      Every order taken this month and not cancelled; its
      *      lines tell which agreement, if any, priced each one.

       collect-next-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-date(1:6) = ws-report-month
                       and o-order-status not = "X"
                       perform collect-order-lines
                   end-if
           end-read
           .

       collect-order-lines section.
           move ws-total-lines to ws-lines-before
           move "N" to ws-line-eof-flag
           move o-order-num to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform collect-next-line until end-of-lines
           if ws-total-lines > ws-lines-before
               add 1 to ws-order-count
           end-if
           .

       collect-next-line section.
           read custOrdLines next with no lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       if ol-line-agr-start not = spaces
                           and ol-line-list-price > 0
                           perform collect-one-line
                       end-if
                   end-if
           end-read
           .

      *      The list value is what the line would have cost at the
      *      master's price; the difference from what was charged is
      *      the discount the agreement gave away.

       collect-one-line section.
           compute ws-line-list = ol-line-list-price * ol-line-qty
           add 1 to ws-total-lines
           add ws-line-list  to ws-total-list
           add ol-line-total to ws-total-charged
           move o-order-cust      to ws-new-cust
           move ol-line-agr-item  to ws-new-item
           move ol-line-agr-start to ws-new-start
           perform scan-agr-row
               varying ws-agr-idx from 1 by 1
               until ws-agr-idx > ws-agr-used
                   or ws-agr-key(ws-agr-idx) not < ws-new-key
           if ws-agr-idx > ws-agr-used
               or ws-agr-key(ws-agr-idx) not = ws-new-key
               if ws-agr-used not < ws-agr-max
                   add 1 to ws-agr-over
                   exit section
               end-if
               perform open-agr-row
           end-if
           add 1 to ws-agr-lines(ws-agr-idx)
           add ws-line-list  to ws-agr-list(ws-agr-idx)
           add ol-line-total to ws-agr-charged(ws-agr-idx)
           .

       scan-agr-row section.
           continue
           .

      *      Rows after the insertion point move down one place so
      *      the table stays in key order.

       open-agr-row section.
           add 1 to ws-agr-used
           perform shift-agr-row
               varying ws-agr-move from ws-agr-used by -1
               until ws-agr-move not > ws-agr-idx
           move ws-new-key to ws-agr-key(ws-agr-idx)
           move 0 to ws-agr-lines(ws-agr-idx)
           move 0 to ws-agr-list(ws-agr-idx)
           move 0 to ws-agr-charged(ws-agr-idx)
           .

       shift-agr-row section.
           move ws-agr-entry(ws-agr-move - 1)
               to ws-agr-entry(ws-agr-move)
           .

       write-report-header section.
           move spaces to pricerpt-line
           string "===== Price Agreement Discounts - Month "
                      delimited by size
                  ws-report-month delimited by size
                  " =====" delimited by size
               into pricerpt-line
           end-string
           write pricerpt-line
           move spaces to pricerpt-line
           string "  Customer  Item      Start     Reference   "
                      delimited by size
                  "Terms        Lines    List Value"
                      delimited by size
                  "       Charged  Discount Given"
                      delimited by size
               into pricerpt-line
           end-string
           write pricerpt-line
           .

      *      One line per agreement, with a total when the customer
      *      changes -- the account manager sees what each customer's
      *      terms cost against list.

       print-agreement-row section.
           if ws-agr-cust(ws-agr-idx) not = ws-cust-hold
               if ws-cust-hold not = spaces
                   perform write-customer-total
               end-if
               move ws-agr-cust(ws-agr-idx) to ws-cust-hold
               move 0 to ws-cust-lines
               move 0 to ws-cust-list
               move 0 to ws-cust-charged
           end-if
           add ws-agr-lines(ws-agr-idx)   to ws-cust-lines
           add ws-agr-list(ws-agr-idx)    to ws-cust-list
           add ws-agr-charged(ws-agr-idx) to ws-cust-charged
           perform find-agreement-terms
           move ws-agr-cust(ws-agr-idx)  to ws-det-cust
           if ws-agr-item(ws-agr-idx) = spaces
               move "ALL ITEMS" to ws-det-item
           else
               move ws-agr-item(ws-agr-idx) to ws-det-item
           end-if
           move ws-agr-start(ws-agr-idx) to ws-det-start
           move ws-agr-lines(ws-agr-idx) to ws-det-lines
           move ws-agr-list(ws-agr-idx)  to ws-det-list
           move ws-agr-charged(ws-agr-idx) to ws-det-charged
           compute ws-discount = ws-agr-list(ws-agr-idx)
               - ws-agr-charged(ws-agr-idx)
           move ws-discount to ws-det-disc
           write pricerpt-line from ws-pricerpt-detail
           .

      *      The agreement may have been dropped from the feed since
      *      the line was priced -- it still prints, unreferenced.

       find-agreement-terms section.
           move spaces to ws-det-ref ws-det-terms
           if prices-status-bad-open
               exit section
           end-if
           move ws-agr-key(ws-agr-idx) to pa-agr-key
           read custPrices with no lock
               invalid key
                   move "(REMOVED)" to ws-det-ref
               not invalid key
                   move pa-agr-ref to ws-det-ref
                   if pa-agr-price > 0
                       move pa-agr-price to ws-terms-price-d
                       move ws-terms-price-d to ws-det-terms
                   else
                       move pa-agr-disc to ws-terms-disc-d
                       string ws-terms-disc-d delimited by size
                              "% OFF"         delimited by size
                           into ws-det-terms
                       end-string
                   end-if
           end-read
           .

       write-customer-total section.
           move ws-cust-lines to ws-print-count-d
           compute ws-discount = ws-cust-list - ws-cust-charged
           move ws-discount to ws-print-value-d
           move spaces to pricerpt-line
           string "    Customer " delimited by size
                  ws-cust-hold    delimited by size
                  " Lines: "      delimited by size
                  ws-print-count-d delimited by size
                  "  Discount Given: " delimited by size
                  ws-print-value-d delimited by size
               into pricerpt-line
           end-string
           write pricerpt-line
           .

       write-report-trailer section.
           if ws-agr-over > 0
               move spaces to pricerpt-line
               string "  Lines Not Listed (Table Full): "
                          delimited by size
                      ws-agr-over delimited by size
                   into pricerpt-line
               end-string
               write pricerpt-line
           end-if
           move ws-total-list to ws-print-value-d
           move spaces to pricerpt-line
           string "  List Value Of Agreement Lines : "
                      delimited by size
                  ws-print-value-d delimited by size
               into pricerpt-line
           end-string
           write pricerpt-line
           move ws-total-charged to ws-print-value-d
           move spaces to pricerpt-line
           string "  Charged On Agreement Lines    : "
                      delimited by size
                  ws-print-value-d delimited by size
               into pricerpt-line
           end-string
           write pricerpt-line
           compute ws-discount = ws-total-list - ws-total-charged
           move ws-discount to ws-print-value-d
           move spaces to pricerpt-line
           string "===== Orders: "   delimited by size
                  ws-order-count     delimited by size
                  "  Lines: "        delimited by size
                  ws-total-lines     delimited by size
                  "  Discount Given: " delimited by size
                  ws-print-value-d   delimited by size
                  " ====="           delimited by size
               into pricerpt-line
           end-string
           write pricerpt-line
           .
