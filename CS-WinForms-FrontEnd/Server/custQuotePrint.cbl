       identification division.

       program-id. custQuotePrint.

       environment division.
       configuration section.
           select custQuotes assign to "custQuotes.dat"
               organization is indexed
               access is dynamic
               record key is qt-quote-num of custQuotes
               alternate record key is qt-quote-cust of custQuotes
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-quotes-status.
           select custQuoteLines assign to "custQuoteLines.dat"
               organization is indexed
               access is dynamic
               record key is ql-qline-key of custQuoteLines
               lock mode is manual with lock on record
               file status is ws-qlines-status.
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
           select custQuotePrint assign to "custQuote.rpt"
               organization is line sequential.
           select custQuoteCopy assign to ws-copy-file-name
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
       fd custQuotes.
       01 qt-quote-record.
           copy "custquote.cpy" replacing ==:PREFIX:== by ==qt==.

       fd custQuoteLines.
       01 ql-qline-record.
           copy "custquoteln.cpy" replacing ==:PREFIX:== by ==ql==.

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

      *      Tonight's quotations one after another, for the printer.
      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.

       fd custQuotePrint.
       01 quoteprint-line pic x(132).

      *      Each quotation's own copy for the report repository, one
      *      file per print, named by the quote number -- the counter
      *      reprints a quote by paging that file in the viewer.

       fd custQuoteCopy.
       01 quotecopy-line pic x(132).

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
       01 ws-quotes-status pic xx.
           88 quotes-status-ok       value "00" "02".
           88 quotes-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-qlines-status pic xx.
           88 qlines-status-ok       value "00" "02".
           88 qlines-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-branch-status pic xx.
           88 branch-status-ok       value "00" "02".
           88 branch-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-copy-status pic xx.
           88 copy-status-ok       value "00".
       01 ws-cat-status pic xx.
           88 cat-status-ok       value "00".
           88 cat-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-quote-eof-flag pic x.
           88 end-of-quotes value "Y".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".

       01 ws-run-date      pic x(8).
       01 ws-copy-file-name pic x(30).
       01 ws-copy-lines    pic 9(6).

       01 ws-printed-count pic 9(8) value 0.
       01 ws-skipped-count pic 9(8) value 0.

       01 ws-print-line pic x(132).

      *      The customer the quotation is addressed to and the branch
      *      it comes from.

       01 ws-cust-name      pic x(51).
       01 ws-branch-heading pic x(80).
       01 ws-quote-net-hold pic 9(7)v99.

       01 ws-quo-heading.
           03 filler        pic x(10) value "QUOTATION ".
           03 ws-qh-num     pic x(8).
           03 filler        pic x(30) value spaces.
           03 filler        pic x(15) value "Quote Date   : ".
           03 ws-qh-date    pic x(8).

       01 ws-quo-account-line.
           03 filler        pic x(10) value "Account : ".
           03 ws-qa-cust    pic x(8).
           03 filler        pic x(30) value spaces.
           03 filler        pic x(15) value "Valid Until  : ".
           03 ws-qa-valid   pic x(8).

       01 ws-quo-address-line.
           03 ws-qd-label   pic x(7).
           03 ws-qd-text    pic x(51).

       01 ws-quo-column-heading.
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

       01 ws-quo-detail.
           03 ws-qi-seq     pic zz9.
           03 filler        pic x(3) value spaces.
           03 ws-qi-item    pic x(8).
           03 filler        pic x(2) value spaces.
           03 ws-qi-qty     pic zzzz9.
           03 filler        pic x(4) value spaces.
           03 ws-qi-desc    pic x(30).
           03 filler        pic x(2) value spaces.
           03 ws-qi-price   pic z,zzz,zz9.99.
           03 filler        pic x(3) value spaces.
           03 ws-qi-vat-code pic x.
           03 filler        pic x(2) value spaces.
           03 ws-qi-vat     pic z,zzz,zz9.99.
           03 filler        pic x(2) value spaces.
           03 ws-qi-total   pic z,zzz,zz9.99.

       01 ws-quo-total-line.
           03 filler        pic x(73) value spaces.
           03 ws-qt-label   pic x(18).
           03 ws-qt-amount  pic z,zzz,zz9.99.

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
               display "Server Active - Quotation Print Refused"
               goback
           end-if
           perform raise-batch-flag
           move "QUOTEPRT" to ws-run-job-name
           perform check-run-control
           move function current-date(1:8) to ws-run-date
           open i-o custQuotes
           if quotes-status-bad-open
               display "custQuotes Not Found - Nothing To Print"
               perform lower-batch-flag
               goback
           end-if
           open input custQuoteLines
           open input custFile
           open input custBranch
           open output custQuotePrint
           move "N" to ws-quote-eof-flag
           move ws-control-key to qt-quote-num
           start custQuotes key is greater than qt-quote-num
               invalid key
                   set end-of-quotes to true
               not invalid key
                   continue
           end-start
           perform review-next-quote until end-of-quotes
           close custQuotePrint
           if not branch-status-bad-open
               close custBranch
           end-if
           if not custfile-status-bad-open
               close custFile
           end-if
           if not qlines-status-bad-open
               close custQuoteLines
           end-if
           close custQuotes
           display "Quotation Print Run Complete"
           display "Quotations Printed: " ws-printed-count
           display "Quotations Held   : " ws-skipped-count
           move ws-printed-count to ws-runctl-count-1
           move ws-skipped-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      Every quote the counter has asked to have printed since
      *      the last run, in number order.

       review-next-quote section.
           read custQuotes next with lock
               at end
                   set end-of-quotes to true
               not at end
                   if qt-quote-print-wanted
                       perform print-one-quote
                   end-if
           end-read
           .

      *      A quote that has lost its lines is held back unprinted and
      *      named on the console -- it stays asked for, and prints on
      *      the first run after it is put right.

       print-one-quote section.
           if qt-quote-lines = 0
               or qlines-status-bad-open
               display "Quotation Held - No Lines On File: "
                   qt-quote-num
               add 1 to ws-skipped-count
               exit section
           end-if
           perform find-customer-detail
           perform find-branch-detail
           compute ws-quote-net-hold = qt-quote-amount - qt-quote-vat
           move spaces to ws-copy-file-name
           string "custQuote."  delimited by size
                  qt-quote-num  delimited by size
                  ".rpt"        delimited by size
               into ws-copy-file-name
           end-string
           move 0 to ws-copy-lines
           open output custQuoteCopy
           if not copy-status-ok
               display "Quotation Copy Could Not Be Opened: "
                   ws-copy-file-name
               add 1 to ws-skipped-count
               exit section
           end-if
           perform write-quote-heading
           perform write-quote-lines
           perform write-quote-totals
           close custQuoteCopy
           perform append-catalogue-line
           set qt-quote-printed to true
           move ws-run-date to qt-quote-print-date
           rewrite qt-quote-record
               invalid key
                   display "Quotation Could Not Be Marked Printed: "
                       qt-quote-num
           end-rewrite
           add 1 to ws-printed-count
           .

       write-quote-heading section.
           move ws-rule-line to ws-print-line
           perform write-quote-line
           move qt-quote-num  to ws-qh-num
           move qt-quote-date to ws-qh-date
           move ws-quo-heading to ws-print-line
           perform write-quote-line
           move ws-rule-line to ws-print-line
           perform write-quote-line
           move spaces to ws-print-line
           string "From : "         delimited by size
                  ws-branch-heading delimited by size
               into ws-print-line
           end-string
           perform write-quote-line
           move spaces to ws-print-line
           perform write-quote-line
           move "To   :" to ws-qd-label
           move ws-cust-name to ws-qd-text
           move ws-quo-address-line to ws-print-line
           perform write-quote-line
           move spaces to ws-qd-label
           move f-addr-street to ws-qd-text
           perform write-address-line
           move f-addr-city to ws-qd-text
           perform write-address-line
           move f-addr-county to ws-qd-text
           perform write-address-line
           move f-addr-postcode to ws-qd-text
           perform write-address-line
           move spaces to ws-print-line
           perform write-quote-line
           move qt-quote-cust        to ws-qa-cust
           move qt-quote-valid-until to ws-qa-valid
           move ws-quo-account-line to ws-print-line
           perform write-quote-line
           if qt-quote-desc not = spaces
               move spaces to ws-print-line
               string "For  : "     delimited by size
                      qt-quote-desc delimited by size
                   into ws-print-line
               end-string
               perform write-quote-line
           end-if
           move spaces to ws-print-line
           perform write-quote-line
           move ws-quo-column-heading to ws-print-line
           perform write-quote-line
           .

      *      A blank part of the address is closed up rather than
      *      printed as an empty line.

       write-address-line section.
           if ws-qd-text = spaces
               exit section
           end-if
           move ws-quo-address-line to ws-print-line
           perform write-quote-line
           .

       write-quote-lines section.
           move "N" to ws-lines-eof-flag
           move qt-quote-num to ql-qline-quote
           move 0 to ql-qline-seq
           start custQuoteLines key is greater than ql-qline-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform write-one-quote-line until end-of-lines
           .

       write-one-quote-line section.
           read custQuoteLines next with no lock
               at end
                   set end-of-lines to true
               not at end
                   if ql-qline-quote not = qt-quote-num
                       set end-of-lines to true
                   else
                       move spaces to ws-quo-detail
                       move ql-qline-seq      to ws-qi-seq
                       move ql-qline-item     to ws-qi-item
                       move ql-qline-qty      to ws-qi-qty
                       move ql-qline-desc     to ws-qi-desc
                       move ql-qline-price    to ws-qi-price
                       move ql-qline-vat-code to ws-qi-vat-code
                       move ql-qline-vat      to ws-qi-vat
                       move ql-qline-total    to ws-qi-total
                       move ws-quo-detail to ws-print-line
                       perform write-quote-line
                   end-if
           end-read
           .

      *      The totals, and the terms the prices are given on.

       write-quote-totals section.
           move spaces to ws-print-line
           perform write-quote-line
           move "Net Total       : " to ws-qt-label
           move ws-quote-net-hold   to ws-qt-amount
           move ws-quo-total-line to ws-print-line
           perform write-quote-line
           move "VAT             : " to ws-qt-label
           move qt-quote-vat        to ws-qt-amount
           move ws-quo-total-line to ws-print-line
           perform write-quote-line
           move "Quotation Total : " to ws-qt-label
           move qt-quote-amount     to ws-qt-amount
           move ws-quo-total-line to ws-print-line
           perform write-quote-line
           move spaces to ws-print-line
           perform write-quote-line
           move spaces to ws-print-line
           string "These prices stand until "  delimited by size
                  qt-quote-valid-until          delimited by size
                  ". Please quote "             delimited by size
                  qt-quote-num                  delimited by size
                  " when placing your order."   delimited by size
               into ws-print-line
           end-string
           perform write-quote-line
           move spaces to ws-print-line
           perform write-quote-line
           .

      *      Every quotation line goes both to tonight's print run and
      *      to the quote's own repository copy.

       write-quote-line section.
           write quoteprint-line from ws-print-line
           write quotecopy-line from ws-print-line
           add 1 to ws-copy-lines
           .

      *      A quote whose customer has gone still prints -- the
      *      counter should see it and shout -- with the name line
      *      saying why the address is blank.

       find-customer-detail section.
           move spaces to ws-cust-name
           move spaces to f-address f-branch
           if custfile-status-bad-open
               move "** FILE NOT AVAILABLE **" to ws-cust-name
               exit section
           end-if
           move qt-quote-cust to f-record-num
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

      *          The quote comes from the branch that raised it, which
      *          is not always the customer's branch today.

           if qt-quote-branch not = spaces
               move qt-quote-branch to f-branch
           end-if
           .

      *      The branch the quote comes from, by name and address
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

      *      The quotation's copy is filed in the report catalogue the
      *      same way custRptKeep files a report generation, under
      *      QUO and the quote number, so the viewer lists it with
      *      the rest. The catalogue is created by its own first line.

       append-catalogue-line section.
           move spaces to ws-cat-line
           string "QUO"        delimited by size
                  qt-quote-num delimited by size
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

      *      The online server raises custServeFlg.dat while it is
      *      up; this run marks the quotes printed, so it must not
      *      start while clients are being served.

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
