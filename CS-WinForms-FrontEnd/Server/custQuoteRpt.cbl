       identification division.

       program-id. custQuoteRpt.

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
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custQuoteRpt assign to "custQuoteRpt.rpt"
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

       file section.

      *      The quotations. Every open quote whose validity date falls
      *      in the coming days is listed so the branch can ring the
      *      customer before the prices lapse; one already past its
      *      date is closed as expired. Every quote raised within the
      *      period is counted against its branch and the operator who
      *      raised it for the conversion rates.

       fd custQuotes.
       01 qt-quote-record.
           copy "custquote.cpy" replacing ==:PREFIX:== by ==qt==.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       fd custQuoteRpt.
       01 quoterpt-line pic x(132).

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

       working-storage section.
       01 ws-quotes-status pic xx.
           88 quotes-status-ok       value "00" "02".
           88 quotes-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-quotes value "Y".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==ws==.

      *      QUOTEWARN is how many days ahead a lapsing quote is
      *      listed; QUOTEPERIOD is how far back the conversion rates
      *      look, by the day the quote was raised.

       01 ws-warn-days   pic 9(4) comp value 7.
       01 ws-period-days pic 9(4) comp value 91.

       01 ws-today        pic x(8).
       01 ws-today-num    pic 9(8).
       01 ws-today-int    pic s9(9) comp.
       01 ws-date-num     pic 9(8).
       01 ws-date-int     pic s9(9) comp.
       01 ws-warn-date    pic x(8).
       01 ws-period-start pic x(8).
       01 ws-days-left    pic 9(5) comp.
       01 ws-old-status   pic x.

      *      One row per branch and one per operator, kept in order
      *      as rows are added -- the branch rows (kind B) all sort
      *      ahead of the operator rows (kind O), so the report prints
      *      straight down the table with a heading at the change.

       01 ws-row-max  pic 9(3) comp value 300.
       01 ws-row-used pic 9(3) comp value 0.
       01 ws-row-over pic 9(8) value 0.
       01 ws-row-table.
           03 ws-row-entry occurs 300 times.
               05 ws-row-key.
                   07 ws-row-kind pic x.
                   07 ws-row-name pic x(25).
               05 ws-row-raised    pic 9(5) comp.
               05 ws-row-converted pic 9(5) comp.
               05 ws-row-declined  pic 9(5) comp.
               05 ws-row-expired   pic 9(5) comp.
               05 ws-row-open      pic 9(5) comp.
               05 ws-row-quoted    pic 9(9)v99.
               05 ws-row-won       pic 9(9)v99.
       01 ws-row-idx   pic 9(3) comp.
       01 ws-shift-idx pic 9(3) comp.
       01 ws-new-key.
           03 ws-new-kind pic x.
           03 ws-new-name pic x(25).
       01 ws-break-kind pic x.
       01 ws-decided    pic 9(5) comp.

       01 ws-open-total      pic 9(8) value 0.
       01 ws-lapsing-total   pic 9(8) value 0.
       01 ws-expired-tonight pic 9(8) value 0.
       01 ws-counted-total   pic 9(8) value 0.

       01 ws-lapse-detail.
           03 filler          pic xx value spaces.
           03 ws-lpd-quote    pic x(8).
           03 filler          pic x value space.
           03 ws-lpd-cust     pic x(8).
           03 filler          pic x value space.
           03 ws-lpd-branch   pic x(3).
           03 filler          pic x value space.
           03 ws-lpd-raised-by pic x(25).
           03 filler          pic x value space.
           03 ws-lpd-date     pic x(8).
           03 filler          pic x value space.
           03 ws-lpd-valid    pic x(8).
           03 filler          pic x value space.
           03 ws-lpd-days     pic zzzz9.
           03 filler          pic x value space.
           03 ws-lpd-amount   pic z,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 ws-lpd-desc     pic x(30).

       01 ws-rate-detail.
           03 filler          pic xx value spaces.
           03 ws-rtd-name     pic x(25).
           03 filler          pic x value space.
           03 ws-rtd-raised   pic zzzz9.
           03 filler          pic x value space.
           03 ws-rtd-converted pic zzzz9.
           03 filler          pic x value space.
           03 ws-rtd-declined pic zzzz9.
           03 filler          pic x value space.
           03 ws-rtd-expired  pic zzzz9.
           03 filler          pic x value space.
           03 ws-rtd-open     pic zzzz9.
           03 filler          pic xx value spaces.
           03 ws-rtd-rate     pic zz9.9.
           03 ws-rtd-rate-x redefines ws-rtd-rate pic x(5).
           03 filler          pic x value "%".
           03 filler          pic xx value spaces.
           03 ws-rtd-quoted   pic zzz,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 ws-rtd-won      pic zzz,zzz,zz9.99.

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
               display "Server Active - Quotation Report Refused"
               goback
           end-if
           move "QUOTERPT" to ws-run-job-name
           perform check-run-control
           perform read-parameters
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-num
           compute ws-today-int =
               function integer-of-date(ws-today-num)
           compute ws-date-int = ws-today-int + ws-warn-days
           compute ws-date-num = function date-of-integer(ws-date-int)
           move ws-date-num to ws-warn-date
           compute ws-date-int = ws-today-int - ws-period-days
           compute ws-date-num = function date-of-integer(ws-date-int)
           move ws-date-num to ws-period-start
           open output custQuoteRpt
           perform write-report-header
           open i-o custQuotes
           if quotes-status-bad-open
               move "  No Quotations On File" to quoterpt-line
               write quoterpt-line
               close custQuoteRpt
               display "custQuotes Not Found - No Quotes To Report"
               perform record-run-control
               goback
           end-if
           perform raise-batch-flag
           perform write-lapse-heading
           move "N" to ws-eof-flag
           move ws-control-key to qt-quote-num
           start custQuotes key is greater than qt-quote-num
               invalid key
                   set end-of-quotes to true
           end-start
           perform review-next-quote until end-of-quotes
           close custQuotes
           if ws-lapsing-total = 0
               move "  None - No Open Quote Lapses In The Coming Days"
                   to quoterpt-line
               write quoterpt-line
           end-if
           perform write-rate-summary
           perform write-report-trailer
           close custQuoteRpt
           display "Quotation Report Complete"
           display "Quotes Open          : " ws-open-total
           display "Lapsing Within Days  : " ws-lapsing-total
           display "Expired Tonight      : " ws-expired-tonight
           move ws-lapsing-total   to ws-runctl-count-1
           move ws-expired-tonight to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      QUOTEWARN and QUOTEPERIOD from custParams.dat override the
      *      compiled seven days ahead and thirteen weeks back.

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
                       and par-value < 1000
                       evaluate par-name
                           when "QUOTEWARN"
                               move par-value to ws-warn-days
                           when "QUOTEPERIOD"
                               move par-value to ws-period-days
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read
           .

      *      The control row carries the last quote number issued and
      *      is not a quote. An open quote past its validity date is
      *      closed as expired before it is counted, so the rates see
      *      it as the customer's answer it is.

       review-next-quote section.
           read custQuotes next with lock
               at end
                   set end-of-quotes to true
                   exit section
           end-read
           if qt-quote-num = ws-control-key
               exit section
           end-if
           if qt-quote-open
               if qt-quote-valid-until < ws-today
                   perform expire-quote
               else
                   add 1 to ws-open-total
                   if qt-quote-valid-until not > ws-warn-date
                       perform list-lapsing-quote
                   end-if
               end-if
           end-if
           if qt-quote-date not < ws-period-start
               perform count-quote
           end-if
           .

       expire-quote section.
           move qt-quote-status to ws-old-status
           set qt-quote-expired to true
           move ws-today   to qt-quote-closed-date qt-quote-updated
           move "QUOTERPT" to qt-quote-closed-by
           rewrite qt-quote-record
               invalid key
                   display "Quote Could Not Be Expired: " qt-quote-num
                   move ws-old-status to qt-quote-status
                   exit section
           end-rewrite
           add 1 to ws-expired-tonight
           perform write-expiry-audit
           .

      *      The expiry goes on the trail as the server records any
      *      other change to a quote -- its number in both first-name
      *      columns, the total in the phone columns, the validity
      *      date in the after-email column and the status in the
      *      consent columns.

       write-expiry-audit section.
           move spaces to ws-audit-line
           move function current-date to ws-audit-timestamp
           move "QUOTEEXP"       to ws-audit-op
           move qt-quote-cust    to ws-audit-key
           move qt-quote-branch  to ws-audit-branch
           move qt-quote-num     to ws-audit-before-first
                                    ws-audit-after-first
           move qt-quote-desc    to ws-audit-after-address
           move qt-quote-amount  to ws-audit-before-phone
                                    ws-audit-after-phone
           move qt-quote-valid-until to ws-audit-after-email
           move ws-old-status    to ws-audit-before-consent
           move qt-quote-status  to ws-audit-after-consent
           move "QUOTERPT"       to ws-audit-operator
           perform assign-audit-seq
           open extend custAudit
           write audit-record from ws-audit-line
           close custAudit
           .

       list-lapsing-quote section.
           add 1 to ws-lapsing-total
           move qt-quote-valid-until to ws-date-num
           compute ws-date-int = function integer-of-date(ws-date-num)
           compute ws-days-left = ws-date-int - ws-today-int
           move qt-quote-num         to ws-lpd-quote
           move qt-quote-cust        to ws-lpd-cust
           move qt-quote-branch      to ws-lpd-branch
           move qt-quote-raised-by   to ws-lpd-raised-by
           move qt-quote-date        to ws-lpd-date
           move qt-quote-valid-until to ws-lpd-valid
           move ws-days-left         to ws-lpd-days
           move qt-quote-amount      to ws-lpd-amount
           move qt-quote-desc        to ws-lpd-desc
           write quoterpt-line from ws-lapse-detail
           .

      *      Each quote counts once against its branch and once
      *      against the operator who raised it.

       count-quote section.
           add 1 to ws-counted-total
           move "B"             to ws-new-kind
           move qt-quote-branch to ws-new-name
           perform locate-rate-row
           if ws-row-idx > 0
               perform add-quote-to-row
           end-if
           move "O"                to ws-new-kind
           move qt-quote-raised-by to ws-new-name
           perform locate-rate-row
           if ws-row-idx > 0
               perform add-quote-to-row
           end-if
           .

       add-quote-to-row section.
           add 1 to ws-row-raised(ws-row-idx)
           add qt-quote-amount to ws-row-quoted(ws-row-idx)
           evaluate true
               when qt-quote-converted
                   add 1 to ws-row-converted(ws-row-idx)
                   add qt-quote-amount to ws-row-won(ws-row-idx)
               when qt-quote-declined
                   add 1 to ws-row-declined(ws-row-idx)
               when qt-quote-expired
                   add 1 to ws-row-expired(ws-row-idx)
               when other
                   add 1 to ws-row-open(ws-row-idx)
           end-evaluate
           .

      *      Finds the branch or operator in the table, or opens a row
      *      for them in its place in key order.

       locate-rate-row section.
           perform scan-rate-row
               varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-used
                   or ws-row-key(ws-row-idx) not < ws-new-key
           if ws-row-idx <= ws-row-used
               if ws-row-key(ws-row-idx) = ws-new-key
                   exit section
               end-if
           end-if
           if ws-row-used not < ws-row-max
               add 1 to ws-row-over
               move 0 to ws-row-idx
               exit section
           end-if
           perform shift-rate-row
               varying ws-shift-idx from ws-row-used by -1
               until ws-shift-idx < ws-row-idx
           add 1 to ws-row-used
           move ws-new-key to ws-row-key(ws-row-idx)
           move 0 to ws-row-raised(ws-row-idx)
                     ws-row-converted(ws-row-idx)
                     ws-row-declined(ws-row-idx)
                     ws-row-expired(ws-row-idx)
                     ws-row-open(ws-row-idx)
                     ws-row-quoted(ws-row-idx)
                     ws-row-won(ws-row-idx)
           .

       scan-rate-row section.
           continue
           .

       shift-rate-row section.
           move ws-row-entry(ws-shift-idx)
               to ws-row-entry(ws-shift-idx + 1)
           .

       write-report-header section.
           move spaces to quoterpt-line
           string "===== Quotations Lapsing And Conversion Rates - "
                      delimited by size
                  ws-today delimited by size
                  " =====" delimited by size
               into quoterpt-line
           end-string
           write quoterpt-line
           .

       write-lapse-heading section.
           move spaces to quoterpt-line
           string "Open Quotes Lapsing By "  delimited by size
                  ws-warn-date               delimited by size
               into quoterpt-line
           end-string
           write quoterpt-line
           move spaces to quoterpt-line
           string "  Quote    Customer Br  Raised By                "
                      delimited by size
                  " Raised   Valid To  Days       Amount  For"
                      delimited by size
               into quoterpt-line
           end-string
           write quoterpt-line
           .

      *      The rate is what share of the quotes the customer has
      *      answered -- converted, declined or left to expire -- were
      *      converted; quotes still open have had no answer yet and
      *      are shown but not rated.

       write-rate-summary section.
           move spaces to quoterpt-line
           write quoterpt-line
           move spaces to quoterpt-line
           string "Conversion Rates - Quotes Raised Since "
                      delimited by size
                  ws-period-start delimited by size
               into quoterpt-line
           end-string
           write quoterpt-line
           if ws-row-used = 0
               move "  No Quotes Raised In The Period" to quoterpt-line
               write quoterpt-line
               exit section
           end-if
           move space to ws-break-kind
           perform print-rate-line
               varying ws-row-idx from 1 by 1
               until ws-row-idx > ws-row-used
           .

       print-rate-line section.
           if ws-row-kind(ws-row-idx) not = ws-break-kind
               move ws-row-kind(ws-row-idx) to ws-break-kind
               perform print-rate-heading
           end-if
           move ws-row-name(ws-row-idx) to ws-rtd-name
           if ws-rtd-name = spaces
               move "(Not Recorded)" to ws-rtd-name
           end-if
           move ws-row-raised(ws-row-idx)    to ws-rtd-raised
           move ws-row-converted(ws-row-idx) to ws-rtd-converted
           move ws-row-declined(ws-row-idx)  to ws-rtd-declined
           move ws-row-expired(ws-row-idx)   to ws-rtd-expired
           move ws-row-open(ws-row-idx)      to ws-rtd-open
           compute ws-decided = ws-row-converted(ws-row-idx)
               + ws-row-declined(ws-row-idx)
               + ws-row-expired(ws-row-idx)
           if ws-decided = 0
               move spaces to ws-rtd-rate-x
           else
               compute ws-rtd-rate rounded =
                   ws-row-converted(ws-row-idx) * 100 / ws-decided
           end-if
           move ws-row-quoted(ws-row-idx) to ws-rtd-quoted
           move ws-row-won(ws-row-idx)    to ws-rtd-won
           write quoterpt-line from ws-rate-detail
           .

       print-rate-heading section.
           move spaces to quoterpt-line
           write quoterpt-line
           move spaces to quoterpt-line
           if ws-break-kind = "B"
               string "  Branch                    "
                          delimited by size
                      " Raised  Conv  Decl  Expd  Open   Rate"
                          delimited by size
                      "    Value Quoted  Value Converted"
                          delimited by size
                   into quoterpt-line
               end-string
           else
               string "  Raised By                 "
                          delimited by size
                      " Raised  Conv  Decl  Expd  Open   Rate"
                          delimited by size
                      "    Value Quoted  Value Converted"
                          delimited by size
                   into quoterpt-line
               end-string
           end-if
           write quoterpt-line
           .

       write-report-trailer section.
           if ws-row-over > 0
               move spaces to quoterpt-line
               string "  Rows Not Listed (Table Full): "
                          delimited by size
                      ws-row-over delimited by size
                   into quoterpt-line
               end-string
               write quoterpt-line
           end-if
           move spaces to quoterpt-line
           write quoterpt-line
           move spaces to quoterpt-line
           string "===== Open: "          delimited by size
                  ws-open-total           delimited by size
                  "  Lapsing: "           delimited by size
                  ws-lapsing-total        delimited by size
                  "  Expired Tonight: "   delimited by size
                  ws-expired-tonight      delimited by size
                  "  Rated: "             delimited by size
                  ws-counted-total        delimited by size
                  " ====="                delimited by size
               into quoterpt-line
           end-string
           write quoterpt-line
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
      *      up; this run closes lapsed quotes, so it must not start
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
