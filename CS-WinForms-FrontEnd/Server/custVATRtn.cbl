       identification division.

       program-id. custVATRtn.

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
           select custOrdArch assign to "custOrdArch.dat"
               organization is line sequential
               file status is ws-ordarch-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custVATRtn assign to "custVATRtn.rpt"
               organization is line sequential.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.
           select custCredits assign to "custCredits.dat"
               organization is indexed
               access is dynamic
               record key is cn-crn-key of custCredits
               alternate record key is cn-crn-cust of custCredits
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-credits-status.

       file section.
       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

      *      The order archive custOrdArch appends once a closed
      *      order's retention is up -- an order raised in the
      *      quarter may already have left the live file by the time
      *      the return is made, and its VAT is still due.

       fd custOrdArch.
       01 arco-record.
           copy "custord.cpy" replacing ==:PREFIX:== by ==arco==.

      *      Archived orders leave their lines behind, so the lines
      *      of a live or an archived order are read from here alike.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.
      *      The accountant files the return from this page.

       fd custVATRtn.
       01 vatrtn-line pic x(132).

      *      The batch tuning parameters, shared with the server --
      *      this run reads the VAT rates from VATSTANDARD and
      *      VATREDUCED to print beside each rate code, and to split
      *      an order or line written before VAT was carried on it.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

      *      The credit note register -- goods returned take their
      *      VAT back off the output tax of the quarter the credit
      *      note was raised in, whenever the sale itself was made.

       fd custCredits.
       01 cn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.

       working-storage section.

      *      The order being totalled, from whichever file it came.

       01 ws-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordarch-status pic xx.
           88 ordarch-status-ok       value "00".
           88 ordarch-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-credits-status pic xx.
           88 credits-status-ok       value "00" "02".
           88 credits-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-credits-eof-flag pic x.
           88 end-of-credits value "Y".

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-orders-eof-flag pic x.
           88 end-of-orders value "Y".
       01 ws-ordarch-eof-flag pic x.
           88 end-of-ordarch value "Y".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".

      *      The quarter is the three calendar months ending with the
      *      month the return is run in -- the calendar fires this
      *      run on the last business day of the quarter.

       01 ws-run-date pic x(8).
       01 ws-qtr-end-month   pic 9(6).
       01 ws-qtr-end-r redefines ws-qtr-end-month.
           03 ws-qtr-end-yyyy pic 9(4).
           03 ws-qtr-end-mm   pic 9(2).
       01 ws-qtr-start-month pic 9(6).
       01 ws-qtr-start-r redefines ws-qtr-start-month.
           03 ws-qtr-start-yyyy pic 9(4).
           03 ws-qtr-start-mm   pic 9(2).
       01 ws-order-month pic x(6).
       01 ws-in-quarter-flag pic x.
           88 order-in-quarter value "Y".

       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.
       01 ws-vat-rate-reduced  pic 9(3)v99 value 5.00.

      *      One row per VAT rate code, in the order they print. An
      *      unknown or blank code is standard-rated, the way the
      *      server prices it.

       01 ws-rate-table-init.
           03 filler pic x(19) value "SStandard Rated    ".
           03 filler pic x(19) value "RReduced Rated     ".
           03 filler pic x(19) value "ZZero Rated        ".
           03 filler pic x(19) value "EExempt            ".
       01 ws-rate-table-names redefines ws-rate-table-init.
           03 ws-rate-name-entry occurs 4 times.
               05 ws-rate-name-code pic x.
               05 ws-rate-name-desc pic x(18).

       01 ws-rate-totals.
           03 ws-rate-entry occurs 4 times.
               05 ws-rate-lines pic 9(8)     comp.
               05 ws-rate-gross pic 9(11)v99 comp-3.
               05 ws-rate-vat   pic 9(11)v99 comp-3.
               05 ws-rate-crn-lines pic 9(8)     comp.
               05 ws-rate-crn-gross pic 9(11)v99 comp-3.
               05 ws-rate-crn-vat   pic 9(11)v99 comp-3.
       01 ws-rate-idx pic 9 comp.

       01 ws-item-code  pic x.
       01 ws-item-gross pic 9(7)v99.
       01 ws-item-vat   pic 9(7)v99.
       01 ws-item-rate  pic 9(3)v99.

       01 ws-live-count    pic 9(8) value 0.
       01 ws-archive-count pic 9(8) value 0.
       01 ws-grand-lines   pic 9(8) comp value 0.
       01 ws-grand-gross   pic 9(11)v99 comp-3 value 0.
       01 ws-grand-vat     pic 9(11)v99 comp-3 value 0.
       01 ws-grand-net     pic 9(11)v99 comp-3 value 0.
       01 ws-credit-count  pic 9(8) value 0.
       01 ws-grand-crn-lines pic 9(8) comp value 0.
       01 ws-grand-crn-gross pic 9(11)v99 comp-3 value 0.
       01 ws-grand-crn-vat   pic 9(11)v99 comp-3 value 0.
       01 ws-grand-crn-net   pic 9(11)v99 comp-3 value 0.

      *      What the return declares: sales less credit notes, which
      *      in a quarter of heavy returns can come out negative.

       01 ws-due-vat pic s9(11)v99 comp-3 value 0.
       01 ws-due-net pic s9(11)v99 comp-3 value 0.

       01 ws-rate-detail.
           03 ws-rtd-code     pic x.
           03 filler          pic xx value spaces.
           03 ws-rtd-desc     pic x(18).
           03 filler          pic xx value spaces.
           03 ws-rtd-rate     pic zz9.99.
           03 filler          pic x value "%".
           03 filler          pic xx value spaces.
           03 ws-rtd-lines    pic zzz,zzz,zz9.
           03 filler          pic xx value spaces.
           03 ws-rtd-net      pic zz,zzz,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 ws-rtd-vat      pic zz,zzz,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 ws-rtd-gross    pic zz,zzz,zzz,zz9.99.

       01 ws-box-line.
           03 filler          pic x(3) value spaces.
           03 ws-box-label    pic x(40).
           03 ws-box-amount   pic zz,zzz,zzz,zz9.99-.

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "VATRTN" to ws-run-job-name
           perform check-run-control
           perform read-parameters
           move function current-date(1:8) to ws-run-date
           perform set-quarter
           perform clear-rate-totals
               varying ws-rate-idx from 1 by 1
               until ws-rate-idx > 4
           open input custOrdLines
           open output custVATRtn
           perform write-report-header
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - No Live Orders To Total"
           else
               perform total-live-orders
               close custOrders
           end-if
           open input custOrdArch
           if ordarch-status-bad-open
               display "custOrdArch Not Found - No Archived Orders"
           else
               perform total-archived-orders
               close custOrdArch
           end-if
           open input custCredits
           if credits-status-bad-open
               display "custCredits Not Found - No Credit Notes"
           else
               perform total-credit-notes
               close custCredits
           end-if
           perform write-rate-line
               varying ws-rate-idx from 1 by 1
               until ws-rate-idx > 4
           if ws-grand-crn-lines > 0
               move "Less Credit Notes" to vatrtn-line
               write vatrtn-line
               perform write-credit-rate-line
                   varying ws-rate-idx from 1 by 1
                   until ws-rate-idx > 4
           end-if
           perform write-report-trailer
           close custVATRtn
           if not ordlines-status-bad-open
               close custOrdLines
           end-if
           display "Quarterly VAT Return Complete"
           display "Quarter         : " ws-qtr-start-month " To "
               ws-qtr-end-month
           display "Live Orders     : " ws-live-count
           display "Archived Orders : " ws-archive-count
           display "Credit Notes    : " ws-credit-count
           display "Output VAT      : " ws-due-vat
           move ws-live-count    to ws-runctl-count-1
           move ws-archive-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       set-quarter section.
           move ws-run-date(1:6) to ws-qtr-end-month
           move ws-qtr-end-month to ws-qtr-start-month
           if ws-qtr-end-mm > 2
               subtract 2 from ws-qtr-start-mm
           else
               add 10 to ws-qtr-start-mm
               subtract 1 from ws-qtr-start-yyyy
           end-if
           .

       clear-rate-totals section.
           move 0 to ws-rate-lines(ws-rate-idx)
           move 0 to ws-rate-gross(ws-rate-idx)
           move 0 to ws-rate-vat(ws-rate-idx)
           move 0 to ws-rate-crn-lines(ws-rate-idx)
           move 0 to ws-rate-crn-gross(ws-rate-idx)
           move 0 to ws-rate-crn-vat(ws-rate-idx)
           .

       total-live-orders section.
           move "N" to ws-orders-eof-flag
           move ws-control-key to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform total-next-live-order until end-of-orders
           .

       total-next-live-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   move o-order-information to ws-order-information
                   perform judge-quarter-order
                   if order-in-quarter
                       add 1 to ws-live-count
                       perform total-one-order
                   end-if
           end-read
           .

       total-archived-orders section.
           move "N" to ws-ordarch-eof-flag
           perform total-next-archived-order until end-of-ordarch
           .

       total-next-archived-order section.
           read custOrdArch
               at end
                   set end-of-ordarch to true
               not at end
                   move arco-record to ws-order-information
                   perform judge-quarter-order
                   if order-in-quarter
                       add 1 to ws-archive-count
                       perform total-one-order
                   end-if
           end-read
           .

      *      Output VAT falls due on the orders raised in the quarter;
      *      a cancelled order was never a supply and carries none.

       judge-quarter-order section.
           move "N" to ws-in-quarter-flag
           if ws-order-num = ws-control-key
               or ws-order-cancelled
               or ws-order-amount not numeric
               exit section
           end-if
           move ws-order-date(1:6) to ws-order-month
           if ws-order-month not < ws-qtr-start-month
               and ws-order-month not > ws-qtr-end-month
               set order-in-quarter to true
           end-if
           .

       total-one-order section.
           if ws-order-lines numeric
               and ws-order-lines > 0
               and not ordlines-status-bad-open
               perform total-order-lines
               exit section
           end-if
           move ws-order-vat-code to ws-item-code
           move ws-order-amount   to ws-item-gross
           if ws-order-vat numeric
               move ws-order-vat to ws-item-vat
               perform add-to-rate
           else
               perform split-and-add
           end-if
           .

       total-order-lines section.
           move "N" to ws-lines-eof-flag
           move ws-order-num to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform total-next-line until end-of-lines
           .

       total-next-line section.
           read custOrdLines next with no lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = ws-order-num
                       set end-of-lines to true
                   else
                       move ol-line-vat-code to ws-item-code
                       move ol-line-total    to ws-item-gross
                       if ol-line-vat numeric
                           move ol-line-vat to ws-item-vat
                           perform add-to-rate
                       else
                           perform split-and-add
                       end-if
                   end-if
           end-read
           .

      *      An order or line written before VAT was carried on it
      *      has its VAT worked out here at the rate behind its code.

       split-and-add section.
           evaluate ws-item-code
               when "R"
                   move ws-vat-rate-reduced to ws-item-rate
               when "Z"
               when "E"
                   move 0 to ws-item-rate
               when other
                   move ws-vat-rate-standard to ws-item-rate
           end-evaluate
           compute ws-item-vat rounded =
               ws-item-gross * ws-item-rate / (100 + ws-item-rate)
           perform add-to-rate
           .

       add-to-rate section.
           evaluate ws-item-code
               when "R"
                   move 2 to ws-rate-idx
               when "Z"
                   move 3 to ws-rate-idx
               when "E"
                   move 4 to ws-rate-idx
               when other
                   move 1 to ws-rate-idx
           end-evaluate
           add 1             to ws-rate-lines(ws-rate-idx)
           add ws-item-gross to ws-rate-gross(ws-rate-idx)
           add ws-item-vat   to ws-rate-vat(ws-rate-idx)
           add 1             to ws-grand-lines
           add ws-item-gross to ws-grand-gross
           add ws-item-vat   to ws-grand-vat
           .

      *      Every credit note row raised in the quarter, at the
      *      rate code the returned line was sold under.

       total-credit-notes section.
           move "N" to ws-credits-eof-flag
           move ws-control-key to cn-crn-num
           move 0 to cn-crn-line
           start custCredits key is greater than cn-crn-key
               invalid key
                   set end-of-credits to true
               not invalid key
                   continue
           end-start
           perform total-next-credit until end-of-credits
           .

       total-next-credit section.
           read custCredits next with no lock
               at end
                   set end-of-credits to true
               not at end
                   move cn-crn-date(1:6) to ws-order-month
                   if ws-order-month not < ws-qtr-start-month
                       and ws-order-month not > ws-qtr-end-month
                       perform add-credit-to-rate
                   end-if
           end-read
           .

       add-credit-to-rate section.
           if cn-crn-line = 1
               add 1 to ws-credit-count
           end-if
           evaluate cn-crn-vat-code
               when "R"
                   move 2 to ws-rate-idx
               when "Z"
                   move 3 to ws-rate-idx
               when "E"
                   move 4 to ws-rate-idx
               when other
                   move 1 to ws-rate-idx
           end-evaluate
           add 1             to ws-rate-crn-lines(ws-rate-idx)
           add cn-crn-amount to ws-rate-crn-gross(ws-rate-idx)
           add cn-crn-vat    to ws-rate-crn-vat(ws-rate-idx)
           add 1             to ws-grand-crn-lines
           add cn-crn-amount to ws-grand-crn-gross
           add cn-crn-vat    to ws-grand-crn-vat
           .

       write-rate-line section.
           move ws-rate-name-code(ws-rate-idx) to ws-rtd-code
           move ws-rate-name-desc(ws-rate-idx) to ws-rtd-desc
           evaluate ws-rate-idx
               when 1
                   move ws-vat-rate-standard to ws-rtd-rate
               when 2
                   move ws-vat-rate-reduced to ws-rtd-rate
               when other
                   move 0 to ws-rtd-rate
           end-evaluate
           move ws-rate-lines(ws-rate-idx) to ws-rtd-lines
           compute ws-rtd-net =
               ws-rate-gross(ws-rate-idx) - ws-rate-vat(ws-rate-idx)
           move ws-rate-vat(ws-rate-idx)   to ws-rtd-vat
           move ws-rate-gross(ws-rate-idx) to ws-rtd-gross
           write vatrtn-line from ws-rate-detail
           .

       write-credit-rate-line section.
           move ws-rate-name-code(ws-rate-idx) to ws-rtd-code
           move ws-rate-name-desc(ws-rate-idx) to ws-rtd-desc
           evaluate ws-rate-idx
               when 1
                   move ws-vat-rate-standard to ws-rtd-rate
               when 2
                   move ws-vat-rate-reduced to ws-rtd-rate
               when other
                   move 0 to ws-rtd-rate
           end-evaluate
           move ws-rate-crn-lines(ws-rate-idx) to ws-rtd-lines
           compute ws-rtd-net = ws-rate-crn-gross(ws-rate-idx)
               - ws-rate-crn-vat(ws-rate-idx)
           move ws-rate-crn-vat(ws-rate-idx)   to ws-rtd-vat
           move ws-rate-crn-gross(ws-rate-idx) to ws-rtd-gross
           write vatrtn-line from ws-rate-detail
           .

       write-report-header section.
           move spaces to vatrtn-line
           string "===== Quarterly VAT Return Summary - "
                      delimited by size
                  ws-qtr-start-month delimited by size
                  " To "             delimited by size
                  ws-qtr-end-month   delimited by size
                  " - Run "          delimited by size
                  ws-run-date        delimited by size
                  " =====" delimited by size
               into vatrtn-line
           end-string
           write vatrtn-line
           move spaces to vatrtn-line
           string "Code                     Rate"
                      delimited by size
                  "         Lines                Net"
                      delimited by size
                  "                VAT              Gross"
                      delimited by size
               into vatrtn-line
           end-string
           write vatrtn-line
           .

      *      The two figures the return itself asks for: the output
      *      VAT due on sales, and the value of sales before VAT --
      *      both net of the credit notes raised in the quarter.

       write-report-trailer section.
           compute ws-grand-net = ws-grand-gross - ws-grand-vat
           move spaces to ws-rate-detail
           move "TOTALS"       to ws-rtd-desc
           move ws-grand-lines to ws-rtd-lines
           move ws-grand-net   to ws-rtd-net
           move ws-grand-vat   to ws-rtd-vat
           move ws-grand-gross to ws-rtd-gross
           write vatrtn-line from ws-rate-detail
           compute ws-grand-crn-net =
               ws-grand-crn-gross - ws-grand-crn-vat
           if ws-grand-crn-lines > 0
               move spaces to ws-rate-detail
               move "CREDIT NOTES"     to ws-rtd-desc
               move ws-grand-crn-lines to ws-rtd-lines
               move ws-grand-crn-net   to ws-rtd-net
               move ws-grand-crn-vat   to ws-rtd-vat
               move ws-grand-crn-gross to ws-rtd-gross
               write vatrtn-line from ws-rate-detail
           end-if
           compute ws-due-vat = ws-grand-vat - ws-grand-crn-vat
           compute ws-due-net = ws-grand-net - ws-grand-crn-net
           move spaces to vatrtn-line
           write vatrtn-line
           move "Output VAT Due On Sales"  to ws-box-label
           move ws-due-vat                 to ws-box-amount
           write vatrtn-line from ws-box-line
           move "Total Sales Excluding VAT" to ws-box-label
           move ws-due-net                 to ws-box-amount
           write vatrtn-line from ws-box-line
           move spaces to vatrtn-line
           string "===== Live Orders: " delimited by size
                  ws-live-count         delimited by size
                  "  Archived Orders: " delimited by size
                  ws-archive-count      delimited by size
                  "  Credit Notes: "    delimited by size
                  ws-credit-count       delimited by size
                  " ====="              delimited by size
               into vatrtn-line
           end-string
           write vatrtn-line
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
