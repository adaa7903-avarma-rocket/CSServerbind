       identification division.

       program-id. custBankRec.

       environment division.
       configuration section.
           select custRcptFile assign to "custRcpts.dat"
               organization is line sequential
               file status is ws-rcptfile-status.
           select custBankLines assign to "custBankLines.dat"
               organization is indexed
               access is dynamic
               record key is bl-bank-key of custBankLines
               lock mode is manual with lock on record
               file status is ws-banklines-status.
           select custBankWk assign to "custBankWk.dat"
               organization is indexed
               access is dynamic
               record key is wk-key of custBankWk
               file status is ws-work-status.
           select custBankRec assign to "custBankRec.rpt"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The till/bank export the receipts run reads: one receipt
      *      per line -- the till's receipt reference, the banking
      *      date, the order number and the amount.

       fd custRcptFile.
       01 rcpt-record.
           03 rcp-ref    pic x(8).
           03 filler     pic x.
           03 rcp-date   pic x(8).
           03 filler     pic x.
           03 rcp-order  pic x(8).
           03 filler     pic x.
           03 rcp-amount pic 9(7)v99.

       fd custBankLines.
       01 bl-bank-record.
           copy "custbankln.cpy" replacing ==:PREFIX:== by ==bl==.

      *      Each receipt is parked here keyed by banking date and
      *      reference so a statement credit can find the receipt it
      *      pays in, and so the receipts nobody credited can be
      *      listed in date order at the end.

       fd custBankWk.
       01 wk-record.
           03 wk-key.
               05 wk-date pic x(8).
               05 wk-ref  pic x(8).
               05 wk-seq  pic 9(6).
           03 wk-order   pic x(8).
           03 wk-amount  pic 9(7)v99.
           03 wk-matched pic x.
               88 wk-receipt-matched value "Y".

       fd custBankRec.
       01 bankrec-line pic x(100).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-rcptfile-status pic xx.
           88 rcptfile-status-ok       value "00".
           88 rcptfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-banklines-status pic xx.
           88 banklines-status-ok       value "00" "02".
           88 banklines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-work-status pic xx.

       01 ws-eof-flag pic x.
           88 end-of-input value "Y".
       01 ws-match-flag pic x.
           88 match-search-done value "Y".
       01 ws-found-flag pic x.
           88 receipt-found value "Y".

       01 ws-today      pic x(8).
       01 ws-rcpt-seq   pic 9(6) value 0.
       01 ws-want-date  pic x(8).
       01 ws-want-ref   pic x(8).

      *      One row per banking date reconciled, kept in date order:
      *      what the bank credited, what the till says it took, and
      *      the items on either side that found no partner.

       01 ws-date-table.
           03 ws-date-used pic 9(3) comp value 0.
           03 ws-date-entry occurs 101 times.
               05 ws-dt-date       pic x(8).
               05 ws-dt-stmt-count pic 9(6) comp.
               05 ws-dt-stmt-value pic s9(9)v99 comp-3.
               05 ws-dt-rcpt-count pic 9(6) comp.
               05 ws-dt-rcpt-value pic s9(9)v99 comp-3.
               05 ws-dt-stmt-open  pic 9(6) comp.
               05 ws-dt-rcpt-open  pic 9(6) comp.
       01 ws-date-max  pic 9(3) comp value 100.
       01 ws-date-idx  pic 9(3) comp.
       01 ws-shift-idx pic 9(3) comp.
       01 ws-date-full-flag pic x.
           88 date-table-full value "Y".

       01 ws-date-difference pic s9(9)v99 comp-3.

       01 ws-rcpt-count       pic 9(8) value 0.
       01 ws-rcpt-bad-count   pic 9(8) value 0.
       01 ws-stmt-count       pic 9(8) value 0.
       01 ws-matched-count    pic 9(8) value 0.
       01 ws-stmt-open-count  pic 9(8) value 0.
       01 ws-rcpt-open-count  pic 9(8) value 0.
       01 ws-dates-off-count  pic 9(8) value 0.
       01 ws-exception-count  pic 9(8) value 0.

       01 ws-stmt-open-detail.
           03 ws-so-date      pic x(8).
           03 filler          pic xx value spaces.
           03 ws-so-line      pic z(3)9.
           03 filler          pic xx value spaces.
           03 ws-so-ref       pic x(8).
           03 filler          pic xx value spaces.
           03 ws-so-amount    pic z,zzz,zz9.99.
           03 filler          pic xx value spaces.
           03 ws-so-narrative pic x(30).

       01 ws-rcpt-open-detail.
           03 ws-ro-date   pic x(8).
           03 filler       pic xx value spaces.
           03 ws-ro-ref    pic x(8).
           03 filler       pic xx value spaces.
           03 ws-ro-order  pic x(8).
           03 filler       pic xx value spaces.
           03 ws-ro-amount pic z,zzz,zz9.99.

       01 ws-date-detail.
           03 ws-dd-date       pic x(8).
           03 filler           pic xx value spaces.
           03 ws-dd-stmt-count pic z(5)9.
           03 filler           pic x value space.
           03 ws-dd-stmt-value pic zzz,zzz,zz9.99.
           03 filler           pic xx value spaces.
           03 ws-dd-rcpt-count pic z(5)9.
           03 filler           pic x value space.
           03 ws-dd-rcpt-value pic zzz,zzz,zz9.99.
           03 filler           pic xx value spaces.
           03 ws-dd-difference pic -(9)9.99.
           03 filler           pic xx value spaces.
           03 ws-dd-stmt-open  pic z(3)9.
           03 filler           pic x value "/".
           03 ws-dd-rcpt-open  pic z(3)9.
           03 filler           pic xx value spaces.
           03 ws-dd-flag       pic x(3).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-run-pred-name pic x(10).
       01 ws-run-outcome  pic x(8).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "BANKREC"  to ws-run-job-name
           move "BANKLOAD" to ws-run-pred-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           open input custRcptFile
           if rcptfile-status-bad-open
               display "custRcpts.dat Not Found - Statement Credits "
                   "Reconciled Against No Receipts"
           end-if
           open i-o custBankLines
           if banklines-status-bad-open
               display "custBankLines Not Found - Receipts "
                   "Reconciled Against No Statement"
           end-if
           open output custBankWk
           close custBankWk
           open i-o custBankWk
           open output custBankRec
           move spaces to bankrec-line
           string "===== Cash Reconciliation - " delimited by size
                  ws-today                       delimited by size
                  " ====="                       delimited by size
               into bankrec-line
           end-string
           write bankrec-line
           if not rcptfile-status-bad-open
               move "N" to ws-eof-flag
               perform park-next-receipt until end-of-input
               close custRcptFile
           end-if
           move "----- Credits With No Matching Receipt -----"
               to bankrec-line
           write bankrec-line
           if not banklines-status-bad-open
               perform match-statement-lines
               close custBankLines
           end-if
           move "----- Receipts Not Credited By The Bank -----"
               to bankrec-line
           write bankrec-line
           perform list-uncredited-receipts
           close custBankWk
           perform write-date-summary
           compute ws-exception-count =
               ws-stmt-open-count + ws-rcpt-open-count
           move spaces to bankrec-line
           if ws-exception-count = 0
               and ws-dates-off-count = 0
               move "BALANCED" to ws-run-outcome
               move "===== Reconciliation Balanced =====" to
                   bankrec-line
           else
               move "NOTBAL" to ws-run-outcome
               string "===== Reconciliation NOT Balanced - "
                          delimited by size
                      ws-dates-off-count  delimited by size
                      " Dates Off, "      delimited by size
                      ws-exception-count  delimited by size
                      " Items Unmatched =====" delimited by size
                   into bankrec-line
               end-string
           end-if
           write bankrec-line
           close custBankRec
           display "Cash Reconciliation Complete"
           display "Receipts Read      : " ws-rcpt-count
           display "Receipts Malformed : " ws-rcpt-bad-count
           display "Statement Credits  : " ws-stmt-count
           display "Pairs Matched      : " ws-matched-count
           display "Credits Unmatched  : " ws-stmt-open-count
           display "Receipts Uncredited: " ws-rcpt-open-count
           display "Dates Out Of Balance: " ws-dates-off-count
           display "Outcome            : " ws-run-outcome
           move ws-exception-count to ws-runctl-count-1
           move ws-dates-off-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      Every well-formed receipt is parked against its banking
      *      date. A malformed one is the receipts run's reject and
      *      never reached an order, so it is left out here too.

       park-next-receipt section.
           read custRcptFile
               at end
                   set end-of-input to true
                   exit section
           end-read
           if rcp-date not numeric
               or rcp-amount not numeric
               or rcp-amount = zero
               add 1 to ws-rcpt-bad-count
               exit section
           end-if
           move rcp-date to ws-want-date
           perform find-date-entry
           if date-table-full
               exit section
           end-if
           add 1 to ws-rcpt-count
           add 1 to ws-rcpt-seq
           add 1 to ws-dt-rcpt-count(ws-date-idx)
           add rcp-amount to ws-dt-rcpt-value(ws-date-idx)
           move rcp-date   to wk-date
           move rcp-ref    to wk-ref
           move ws-rcpt-seq to wk-seq
           move rcp-order  to wk-order
           move rcp-amount to wk-amount
           move "N"        to wk-matched
           write wk-record
               invalid key
                   continue
           end-write
           .

      *      Finds the date's row, inserting it in date order when it
      *      is new.

       find-date-entry section.
           move "N" to ws-date-full-flag
           move 1 to ws-date-idx
           perform step-date-search
               until ws-date-idx > ws-date-used
               or ws-dt-date(ws-date-idx) not < ws-want-date
           if ws-date-idx not > ws-date-used
               and ws-dt-date(ws-date-idx) = ws-want-date
               exit section
           end-if
           if ws-date-used not < ws-date-max
               display "Too Many Banking Dates - Not Reconciled: "
                   ws-want-date
               set date-table-full to true
               exit section
           end-if
           perform shift-date-entry
               varying ws-shift-idx from ws-date-used by -1
               until ws-shift-idx < ws-date-idx
           add 1 to ws-date-used
           move ws-want-date to ws-dt-date(ws-date-idx)
           move 0 to ws-dt-stmt-count(ws-date-idx)
                     ws-dt-stmt-value(ws-date-idx)
                     ws-dt-rcpt-count(ws-date-idx)
                     ws-dt-rcpt-value(ws-date-idx)
                     ws-dt-stmt-open(ws-date-idx)
                     ws-dt-rcpt-open(ws-date-idx)
           .

       step-date-search section.
           add 1 to ws-date-idx
           .

       shift-date-entry section.
           move ws-date-entry(ws-shift-idx)
               to ws-date-entry(ws-shift-idx + 1)
           .

      *      A statement credit is reconciled when the till has
      *      receipts for its banking date, and on the first run
      *      after it is loaded whatever the till says -- money the
      *      bank shows that the till never recorded is exactly what
      *      this run is for.

       match-statement-lines section.
           move "N" to ws-eof-flag
           move low-values to bl-bank-key
           start custBankLines key is greater than bl-bank-key
               invalid key
                   set end-of-input to true
               not invalid key
                   continue
           end-start
           perform review-next-bank-line until end-of-input
           .

       review-next-bank-line section.
           read custBankLines next with lock
               at end
                   set end-of-input to true
                   exit section
           end-read
           if not bl-bank-credit
               exit section
           end-if
           move bl-bank-date to ws-want-date
           if not bl-bank-unchecked
               perform look-up-date-entry
               if not receipt-found
                   exit section
               end-if
           end-if
           perform find-date-entry
           if date-table-full
               exit section
           end-if
           add 1 to ws-stmt-count
           add 1 to ws-dt-stmt-count(ws-date-idx)
           add bl-bank-amount to ws-dt-stmt-value(ws-date-idx)
           perform find-matching-receipt
           if receipt-found
               set bl-bank-matched to true
               add 1 to ws-matched-count
           else
               set bl-bank-unmatched to true
               add 1 to ws-stmt-open-count
               add 1 to ws-dt-stmt-open(ws-date-idx)
               perform write-stmt-open-line
           end-if
           move ws-today to bl-bank-recon-date
           rewrite bl-bank-record
               invalid key
                   display "Statement Line Could Not Be Marked: "
                       bl-bank-date " " bl-bank-line
           end-rewrite
           .

      *      Whether the till has anything for the date at all --
      *      a line already decided by an earlier run is only looked
      *      at again when its date's receipts are in this run.

       look-up-date-entry section.
           move "N" to ws-found-flag
           move 1 to ws-date-idx
           perform step-date-search
               until ws-date-idx > ws-date-used
               or ws-dt-date(ws-date-idx) not < ws-want-date
           if ws-date-idx not > ws-date-used
               and ws-dt-date(ws-date-idx) = ws-want-date
               and ws-dt-rcpt-count(ws-date-idx) > 0
               set receipt-found to true
           end-if
           .

      *      A credit pays in the receipt with the same banking date,
      *      the same reference and the same amount that nothing else
      *      has claimed yet.

       find-matching-receipt section.
           move "N" to ws-found-flag
           move "N" to ws-match-flag
           move bl-bank-ref  to ws-want-ref
           move bl-bank-date to wk-date
           move bl-bank-ref  to wk-ref
           move 0            to wk-seq
           start custBankWk key is not less than wk-key
               invalid key
                   set match-search-done to true
               not invalid key
                   continue
           end-start
           perform try-next-receipt until match-search-done
           .

       try-next-receipt section.
           read custBankWk next
               at end
                   set match-search-done to true
                   exit section
           end-read
           if wk-date not = ws-want-date
               or wk-ref not = ws-want-ref
               set match-search-done to true
               exit section
           end-if
           if wk-receipt-matched
               or wk-amount not = bl-bank-amount
               exit section
           end-if
           set wk-receipt-matched to true
           rewrite wk-record
               invalid key
                   continue
           end-rewrite
           set receipt-found to true
           set match-search-done to true
           .

       write-stmt-open-line section.
           move bl-bank-date      to ws-so-date
           move bl-bank-line      to ws-so-line
           move bl-bank-ref       to ws-so-ref
           move bl-bank-amount    to ws-so-amount
           move bl-bank-narrative to ws-so-narrative
           write bankrec-line from ws-stmt-open-detail
           .

       list-uncredited-receipts section.
           move "N" to ws-eof-flag
           move low-values to wk-key
           start custBankWk key is greater than wk-key
               invalid key
                   set end-of-input to true
               not invalid key
                   continue
           end-start
           perform review-next-receipt until end-of-input
           .

       review-next-receipt section.
           read custBankWk next
               at end
                   set end-of-input to true
                   exit section
           end-read
           if wk-receipt-matched
               exit section
           end-if
           add 1 to ws-rcpt-open-count
           move wk-date to ws-want-date
           perform find-date-entry
           add 1 to ws-dt-rcpt-open(ws-date-idx)
           move wk-date   to ws-ro-date
           move wk-ref    to ws-ro-ref
           move wk-order  to ws-ro-order
           move wk-amount to ws-ro-amount
           write bankrec-line from ws-rcpt-open-detail
           .

      *      The day-by-day view: statement credits against receipts
      *      for each banking date, the difference, and how many items
      *      on each side found no partner. A date with a difference
      *      or an unmatched item is flagged.

       write-date-summary section.
           move "----- Banking Date Summary -----" to bankrec-line
           write bankrec-line
           move spaces to bankrec-line
           string "Date        Credits     Credit Value  "
                      delimited by size
                  "Receipts    Receipt Value    Difference  "
                      delimited by size
                  "Open S/R"
                      delimited by size
               into bankrec-line
           end-string
           write bankrec-line
           perform write-date-line
               varying ws-date-idx from 1 by 1
               until ws-date-idx > ws-date-used
           .

       write-date-line section.
           compute ws-date-difference =
               ws-dt-stmt-value(ws-date-idx)
               - ws-dt-rcpt-value(ws-date-idx)
           move ws-dt-date(ws-date-idx)       to ws-dd-date
           move ws-dt-stmt-count(ws-date-idx) to ws-dd-stmt-count
           move ws-dt-stmt-value(ws-date-idx) to ws-dd-stmt-value
           move ws-dt-rcpt-count(ws-date-idx) to ws-dd-rcpt-count
           move ws-dt-rcpt-value(ws-date-idx) to ws-dd-rcpt-value
           move ws-date-difference            to ws-dd-difference
           move ws-dt-stmt-open(ws-date-idx)  to ws-dd-stmt-open
           move ws-dt-rcpt-open(ws-date-idx)  to ws-dd-rcpt-open
           if ws-date-difference not = 0
               or ws-dt-stmt-open(ws-date-idx) > 0
               or ws-dt-rcpt-open(ws-date-idx) > 0
               move "***" to ws-dd-flag
               add 1 to ws-dates-off-count
           else
               move spaces to ws-dd-flag
           end-if
           write bankrec-line from ws-date-detail
           .

      *      The morning checklist's memory: warn when this job already
      *      ran today and when the statement load that should have run
      *      before it never did.

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
           if ws-run-pred-name not = spaces
               move ws-run-pred-name to rc-run-job
               read custRunCtl
                   invalid key
                       display "Warning - Predecessor "
                           ws-run-pred-name " Has Never Run"
                   not invalid key
                       if rc-run-date not = ws-run-today
                           display "Warning - Predecessor "
                               ws-run-pred-name " Has Not Run Today"
                       end-if
               end-read
           end-if
           close custRunCtl
           .

      *      The outcome column carries BALANCED or NOTBAL rather than
      *      OK, so the end-of-day stream can warn about a day that
      *      did not reconcile; count 1 is the unmatched items and
      *      count 2 the banking dates out of balance.

       record-run-control section.
           move function current-date(1:8) to ws-run-today
           perform open-run-control
           if runctl-status-bad-open
               exit section
           end-if
           move ws-run-job-name to rc-run-job
           move ws-run-today    to rc-run-date
           move ws-run-outcome  to rc-run-outcome
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
