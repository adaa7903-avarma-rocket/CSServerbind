       identification division.

       program-id. custDunning.

       environment division.
       configuration section.
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
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-custledger-status.
           select custBranch assign to "custBranch.dat"
               organization is indexed
               access is dynamic
               record key is br-branch-code of custBranch
               file status is ws-branch-status.
           select custNotes assign to "custNotes.dat"
               organization is indexed
               access is dynamic
               record key is n-note-key of custNotes
               lock mode is manual with lock on record
               file status is ws-custnotes-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custDunLetters assign to "custDunLetters.rpt"
               organization is line sequential.
           select custDunning assign to "custDunning.rpt"
               organization is line sequential.
           select custAudit assign to "custAudit.dat"
               organization is line sequential
               file status is ws-audit-status.
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
       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

      *      Every letter sent leaves a contact note on the customer,
      *      so the counter sees what was sent the moment they open
      *      the record.

       fd custNotes.
       01 n-note-information.
           copy "custnote.cpy" replacing ==:PREFIX:== by ==n==.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

      *      The letters themselves, one after another, for the
      *      printer and the envelopes; report lines are held to 132
      *      columns, the width the custRptKeep repository copy and
      *      the online viewer carry.

       fd custDunLetters.
       01 letter-line pic x(132).

      *      The credit controller's list of the run: every letter
      *      sent, and every customer a letter was due to but who was
      *      passed over, with the reason.

       fd custDunning.
       01 dunning-line pic x(132).

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

      *      One-record file carrying the next audit sequence number,
      *      read and stepped on every audit line written so the trail
      *      stays gapless across the server and the batch runs.

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
       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==wsa==.

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-branch-status pic xx.
           88 branch-status-ok       value "00" "02".
           88 branch-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-custnotes-status pic xx.
           88 custnotes-status-ok       value "00" "02".
           88 custnotes-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-auditseq-status pic xx.
           88 auditseq-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-audit-seq-next pic 9(8) value 0.

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-customers value "Y".
       01 ws-orders-eof-flag pic x.
           88 end-of-orders value "Y".
       01 ws-ledger-eof-flag pic x.
           88 end-of-ledger value "Y".
       01 ws-notes-eof-flag pic x.
           88 end-of-notes value "Y".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-run-date pic x(8).
       01 ws-today-integer pic s9(9) comp.
       01 ws-date-num pic 9(8).
       01 ws-order-age pic s9(5) comp.

      *      The letters climb a step at a time -- first reminder,
      *      then the firmer letter, then the final notice -- and
      *      each step waits until the customer's oldest unpaid order
      *      has reached its age and the last letter has had time to
      *      work. DUNGAPDAYS in custParams.dat overrides the days
      *      left between one letter and the next.

       01 ws-dun-gap-days  pic 9(3) value 14.
       01 ws-dun-age-1     pic 9(3) value 30.
       01 ws-dun-age-2     pic 9(3) value 60.
       01 ws-dun-age-3     pic 9(3) value 90.
       01 ws-last-dun-age  pic s9(5) comp.

      *      What the customer owes on orders past the first
      *      reminder's age, less any money they hold on account --
      *      a customer whose credit covers the debt is not chased.

       01 ws-order-outstanding pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-cust-overdue    pic 9(9)v99 comp-3.
       01 ws-cust-on-account pic 9(9)v99 comp-3.
       01 ws-cust-now-due    pic 9(9)v99 comp-3.
       01 ws-cust-oldest     pic s9(5) comp.

       01 ws-level-held pic 9.
       01 ws-level-due  pic 9.
       01 ws-level-next pic 9.

      *      The overdue orders named in the letter -- a customer
      *      with more than the letter has room for gets the rest
      *      summed in one line beneath.

       01 ws-due-max  pic 9(2) comp value 20.
       01 ws-due-used pic 9(2) comp value 0.
       01 ws-due-table.
           03 ws-due-entry occurs 20 times.
               05 ws-due-order  pic x(8).
               05 ws-due-date   pic x(8).
               05 ws-due-age    pic s9(5) comp.
               05 ws-due-amount pic 9(7)v99.
       01 ws-due-idx pic 9(2) comp.
       01 ws-due-over-count  pic 9(5) comp value 0.
       01 ws-due-over-amount pic 9(9)v99 comp-3 value 0.
       01 ws-due-over-count-d pic zzzz9.

       01 ws-cust-name      pic x(51).
       01 ws-branch-heading pic x(80).
       01 ws-skip-reason    pic x(20).
       01 ws-dun-action     pic x(8).

       01 ws-sent-count    pic 9(8) value 0.
       01 ws-skipped-count pic 9(8) value 0.
       01 ws-cleared-count pic 9(8) value 0.
       01 ws-level-count occurs 3 times pic 9(8).

       01 ws-next-note-seq pic 9(4).
       01 ws-note-amount-d pic z,zzz,zzz,zz9.99.

      *      The three letters: a heading and five lines of wording
      *      each, by level.

       01 ws-dun-wording.
           03 filler.
               05 filler pic x(20) value "FIRST REMINDER".
               05 filler pic x(50) value
                   "Our records show that the orders below were".
               05 filler pic x(50) value
                   "placed more than 30 days ago and are still".
               05 filler pic x(50) value
                   "unpaid. If you have already paid, please accept".
               05 filler pic x(50) value
                   "our thanks and disregard this letter; otherwise".
               05 filler pic x(50) value
                   "please let us have the amount now due in 14 days.".
           03 filler.
               05 filler pic x(20) value "SECOND REMINDER".
               05 filler pic x(50) value
                   "We wrote to you recently about the orders below,".
               05 filler pic x(50) value
                   "which are now more than 60 days old and still".
               05 filler pic x(50) value
                   "unpaid. Please settle the amount now due within".
               05 filler pic x(50) value
                   "7 days, or telephone your branch if a query on".
               05 filler pic x(50) value
                   "the account is holding payment back.".
           03 filler.
               05 filler pic x(20) value "FINAL NOTICE".
               05 filler pic x(50) value
                   "The orders below are now more than 90 days old".
               05 filler pic x(50) value
                   "and remain unpaid despite our earlier letters.".
               05 filler pic x(50) value
                   "Unless the amount now due is received within".
               05 filler pic x(50) value
                   "7 days we may take further action to recover".
               05 filler pic x(50) value
                   "the debt without further notice.".
       01 ws-dun-wording-r redefines ws-dun-wording.
           03 ws-dun-letter occurs 3 times.
               05 ws-dun-title pic x(20).
               05 ws-dun-text  pic x(50) occurs 5 times.
       01 ws-text-idx pic 9 comp.

       01 ws-rule-line pic x(100) value all "=".

       01 ws-letter-address.
           03 ws-la-text    pic x(51).
           03 filler        pic x(33) value spaces.
           03 ws-la-label   pic x(7).
           03 ws-la-date    pic x(8).

       01 ws-letter-column-heading.
           03 filler pic x(10) value "Order".
           03 filler pic x(10) value "Ordered".
           03 filler pic x(10) value " Days Old".
           03 filler pic x(16) value "     Outstanding".

       01 ws-letter-detail.
           03 ws-ld-order   pic x(8).
           03 filler        pic xx value spaces.
           03 ws-ld-date    pic x(8).
           03 filler        pic xx value spaces.
           03 ws-ld-age     pic zzzz9.
           03 filler        pic x(5) value spaces.
           03 ws-ld-amount  pic zzz,zzz,zz9.99.

       01 ws-letter-total.
           03 filler        pic x(16) value spaces.
           03 ws-lt-label   pic x(16).
           03 ws-lt-amount  pic zzz,zzz,zz9.99.

       01 ws-dunning-detail.
           03 ws-dd-action  pic x(8).
           03 filler        pic xx value spaces.
           03 ws-dd-cust    pic x(8).
           03 filler        pic xx value spaces.
           03 ws-dd-name    pic x(30).
           03 filler        pic xx value spaces.
           03 ws-dd-branch  pic x(3).
           03 filler        pic xx value spaces.
           03 ws-dd-level   pic 9.
           03 filler        pic xx value spaces.
           03 ws-dd-oldest  pic zzzz9.
           03 filler        pic xx value spaces.
           03 ws-dd-now-due pic zzz,zzz,zz9.99.
           03 filler        pic xx value spaces.
           03 ws-dd-reason  pic x(20).

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
               display "Server Active - Dunning Run Refused"
               goback
           end-if
           perform raise-batch-flag
           move "DUNNING" to ws-run-job-name
           perform check-run-control
           perform read-parameters
           move function current-date(1:8) to ws-run-date
           move ws-run-date to ws-date-num
           compute ws-today-integer =
               function integer-of-date(ws-date-num)
           move 0 to ws-level-count(1) ws-level-count(2)
                     ws-level-count(3)
           open i-o custFile
           if custfile-status-bad-open
               display "custFile Not Found - Nothing To Chase"
               perform lower-batch-flag
               goback
           end-if
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Nothing To Chase"
               close custFile
               perform lower-batch-flag
               goback
           end-if
           open input custLedger
           open input custBranch
           perform open-custnotes-io
           open output custDunLetters
           open output custDunning
           move spaces to dunning-line
           string "===== Dunning Run - " delimited by size
                  ws-run-date          delimited by size
                  " ====="             delimited by size
               into dunning-line
           end-string
           write dunning-line
           move spaces to dunning-line
           string "Action    Customer  Name                          "
                      delimited by size
                  "  Br.  Lv  Oldest        Now Due  Reason"
                      delimited by size
               into dunning-line
           end-string
           write dunning-line
           move "N" to ws-eof-flag
           move low-values to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-customers to true
               not invalid key
                   continue
           end-start
           perform review-next-customer until end-of-customers
           move spaces to dunning-line
           string "===== Letters Sent: " delimited by size
                  ws-sent-count          delimited by size
                  "  (First "            delimited by size
                  ws-level-count(1)      delimited by size
                  " Second "             delimited by size
                  ws-level-count(2)      delimited by size
                  " Final "              delimited by size
                  ws-level-count(3)      delimited by size
                  ")  Passed Over: "     delimited by size
                  ws-skipped-count       delimited by size
                  "  Cleared: "          delimited by size
                  ws-cleared-count       delimited by size
                  " ====="               delimited by size
               into dunning-line
           end-string
           write dunning-line
           close custDunning
           close custDunLetters
           if not custnotes-status-bad-open
               close custNotes
           end-if
           if not branch-status-bad-open
               close custBranch
           end-if
           if not custledger-status-bad-open
               close custLedger
           end-if
           close custOrders
           close custFile
           display "Dunning Run Complete"
           display "Letters Sent     : " ws-sent-count
           display "Customers Skipped: " ws-skipped-count
           display "Chases Cleared   : " ws-cleared-count
           move ws-sent-count    to ws-runctl-count-1
           move ws-skipped-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

       review-next-customer section.
           read custFile next with lock
               at end
                   set end-of-customers to true
               not at end
                   if f-record-num not = ws-control-key
                       perform judge-customer
                   end-if
           end-read
           .

      *      Works out which letter, if any, the customer is due.
      *      Nothing overdue clears the chase so that a later debt
      *      starts again at the first reminder; a customer already
      *      sent the letter their debt has reached waits for the
      *      next step.

       judge-customer section.
           perform age-customer-orders
           if ws-cust-overdue > 0
               perform total-customer-on-account
           else
               move 0 to ws-cust-on-account
           end-if
           if ws-cust-overdue > ws-cust-on-account
               compute ws-cust-now-due =
                   ws-cust-overdue - ws-cust-on-account
           else
               move 0 to ws-cust-now-due
           end-if
           if ws-cust-now-due = 0
               if not f-dun-none
                   perform clear-customer-chase
               end-if
               exit section
           end-if
           evaluate true
               when ws-cust-oldest > ws-dun-age-3
                   move 3 to ws-level-due
               when ws-cust-oldest > ws-dun-age-2
                   move 2 to ws-level-due
               when other
                   move 1 to ws-level-due
           end-evaluate
           if f-dun-level is numeric
               move f-dun-level to ws-level-held
           else
               move 0 to ws-level-held
           end-if
           if ws-level-held >= ws-level-due
               or ws-level-held >= 3
               exit section
           end-if
           if ws-level-held > 0
               and f-dun-date is numeric
               move f-dun-date to ws-date-num
               compute ws-last-dun-age = ws-today-integer
                   - function integer-of-date(ws-date-num)
               if ws-last-dun-age < ws-dun-gap-days
                   exit section
               end-if
           end-if
           compute ws-level-next = ws-level-held + 1
           perform find-customer-name

      *          A customer whose post comes back, or who is waiting
      *          to be purged, is not written to -- the credit
      *          controller gets the name on the list instead.

           move spaces to ws-skip-reason
           if f-mail-undeliverable
               move "GONE AWAY" to ws-skip-reason
           end-if
           if f-del-pending
               move "DELETE PENDING" to ws-skip-reason
           end-if
           if ws-skip-reason not = spaces
               add 1 to ws-skipped-count
               move "SKIPPED" to ws-dun-action
               perform write-dunning-line
               exit section
           end-if
           perform send-letter
           .

      *      Every open order of the customer's is aged from its order
      *      date, as the aging report ages it; only what is still
      *      owed on orders past the first reminder's age is chased.

       age-customer-orders section.
           move 0 to ws-cust-overdue
           move 0 to ws-cust-oldest
           move 0 to ws-due-used
           move 0 to ws-due-over-count
           move 0 to ws-due-over-amount
           move "N" to ws-orders-eof-flag
           move f-record-num to o-order-cust
           start custOrders key is not less than o-order-cust
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform age-one-order until end-of-orders
           .

       age-one-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = f-record-num
                       set end-of-orders to true
                   else
                       if o-order-open
                           and o-order-num not = ws-control-key
                           perform weigh-open-order
                       end-if
                   end-if
           end-read
           .

       weigh-open-order section.
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-order-outstanding =
                   o-order-amount - ws-order-settled
           else
               move 0 to ws-order-outstanding
           end-if
           if ws-order-outstanding = 0
               exit section
           end-if

      *          A debit already with the bank is not chased -- the
      *          money is on its way unless the bank returns it.

           if o-order-dd-awaiting
               exit section
           end-if
           if o-order-date is numeric
               move o-order-date to ws-date-num
               compute ws-order-age = ws-today-integer
                   - function integer-of-date(ws-date-num)
           else
               move 99999 to ws-order-age
           end-if
           if ws-order-age not > ws-dun-age-1
               exit section
           end-if
           add ws-order-outstanding to ws-cust-overdue
           if ws-order-age > ws-cust-oldest
               move ws-order-age to ws-cust-oldest
           end-if
           if ws-due-used < ws-due-max
               add 1 to ws-due-used
               move o-order-num  to ws-due-order(ws-due-used)
               move o-order-date to ws-due-date(ws-due-used)
               move ws-order-age to ws-due-age(ws-due-used)
               move ws-order-outstanding
                   to ws-due-amount(ws-due-used)
           else
               add 1 to ws-due-over-count
               add ws-order-outstanding to ws-due-over-amount
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

      *      The customer's A rows on the ledger are the money they
      *      hold on account; no ledger yet means nothing is held.

       total-customer-on-account section.
           move 0 to ws-cust-on-account
           if custledger-status-bad-open
               exit section
           end-if
           move "N" to ws-ledger-eof-flag
           move f-record-num to lg-ledger-cust
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
                   if lg-ledger-cust not = f-record-num
                       set end-of-ledger to true
                   else
                       if lg-ledger-on-account
                           add lg-ledger-amount to ws-cust-on-account
                       end-if
                   end-if
           end-read
           .

      *      The letter is printed, the level it reached is stamped
      *      on the customer, and a note and an audit line record it.

       send-letter section.
           move ws-level-next to f-dun-level
           move ws-run-date   to f-dun-date
           rewrite f-record-information
               invalid key
                   display "Dunning Level Could Not Be Recorded: "
                       f-record-num
                   exit section
           end-rewrite
           perform write-letter
           add 1 to ws-sent-count
           add 1 to ws-level-count(ws-level-next)
           move "SENT" to ws-dun-action
           move spaces to ws-skip-reason
           perform write-dunning-line
           perform write-dunning-note
           move "DUNNING" to wsa-audit-op
           perform write-dunning-audit-record
           .

       clear-customer-chase section.
           move f-dun-level to ws-level-held
           move spaces to f-dun-level f-dun-date
           rewrite f-record-information
               invalid key
                   display "Dunning Level Could Not Be Cleared: "
                       f-record-num
                   exit section
           end-rewrite
           add 1 to ws-cleared-count
           move 0 to ws-level-next
           move "DUNCLEAR" to wsa-audit-op
           perform write-dunning-audit-record
           .

       write-letter section.
           perform find-branch-detail
           move ws-rule-line to letter-line
           write letter-line
           move spaces to letter-line
           move ws-branch-heading to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move spaces to ws-letter-address
           move ws-cust-name to ws-la-text
           move "Date : " to ws-la-label
           move ws-run-date to ws-la-date
           write letter-line from ws-letter-address
           move spaces to ws-letter-address
           move f-addr-street to ws-la-text
           perform write-letter-address
           move f-addr-city to ws-la-text
           perform write-letter-address
           move f-addr-county to ws-la-text
           perform write-letter-address
           move f-addr-postcode to ws-la-text
           perform write-letter-address
           move spaces to letter-line
           write letter-line
           move spaces to letter-line
           string "Account : " delimited by size
                  f-record-num delimited by size
               into letter-line
           end-string
           write letter-line
           move spaces to letter-line
           write letter-line
           move ws-dun-title(ws-level-next) to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           perform write-letter-text
               varying ws-text-idx from 1 by 1
               until ws-text-idx > 5
           move spaces to letter-line
           write letter-line
           write letter-line from ws-letter-column-heading
           perform write-letter-order
               varying ws-due-idx from 1 by 1
               until ws-due-idx > ws-due-used
           if ws-due-over-count > 0
               move ws-due-over-count  to ws-due-over-count-d
               move ws-due-over-amount to ws-ld-amount
               move spaces to letter-line
               string "And " delimited by size
                      function trim(ws-due-over-count-d)
                          delimited by size
                      " further orders, outstanding "
                          delimited by size
                      function trim(ws-ld-amount) delimited by size
                   into letter-line
               end-string
               write letter-line
           end-if
           move spaces to letter-line
           write letter-line
           move "Total Overdue : " to ws-lt-label
           move ws-cust-overdue to ws-lt-amount
           write letter-line from ws-letter-total
           if ws-cust-on-account > 0
               move "Held On Account:" to ws-lt-label
               move ws-cust-on-account to ws-lt-amount
               write letter-line from ws-letter-total
           end-if
           move "Now Due       : " to ws-lt-label
           move ws-cust-now-due to ws-lt-amount
           write letter-line from ws-letter-total
           move spaces to letter-line
           write letter-line
           .

      *      A blank part of the address is closed up rather than
      *      printed as an empty line.

       write-letter-address section.
           if ws-la-text = spaces
               exit section
           end-if
           write letter-line from ws-letter-address
           .

       write-letter-text section.
           if ws-dun-text(ws-level-next, ws-text-idx) = spaces
               exit section
           end-if
           move ws-dun-text(ws-level-next, ws-text-idx) to letter-line
           write letter-line
           .

       write-letter-order section.
           move spaces to ws-letter-detail
           move ws-due-order(ws-due-idx)  to ws-ld-order
           move ws-due-date(ws-due-idx)   to ws-ld-date
           move ws-due-age(ws-due-idx)    to ws-ld-age
           move ws-due-amount(ws-due-idx) to ws-ld-amount
           write letter-line from ws-letter-detail
           .

       write-dunning-line section.
           move spaces to ws-dunning-detail
           move ws-dun-action   to ws-dd-action
           move f-record-num    to ws-dd-cust
           move ws-cust-name    to ws-dd-name
           move f-branch        to ws-dd-branch
           move ws-level-next   to ws-dd-level
           move ws-cust-oldest  to ws-dd-oldest
           move ws-cust-now-due to ws-dd-now-due
           move ws-skip-reason  to ws-dd-reason
           write dunning-line from ws-dunning-detail
           .

       find-customer-name section.
           move spaces to ws-cust-name
           string function trim(f-firstname) delimited by size
                  " "                        delimited by size
                  function trim(f-lastname)  delimited by size
               into ws-cust-name
           end-string
           .

      *      The letter comes from the customer's own branch, by name
      *      and address from the branch master; a branch the master
      *      does not know still prints its bare code.

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

      *      The contact note the counter sees -- which letter went
      *      and how much it asked for, taken by this run.

       write-dunning-note section.
           if custnotes-status-bad-open
               exit section
           end-if
           perform assign-next-note-seq
           move spaces to n-note-information
           move f-record-num     to n-note-cust
           move ws-next-note-seq to n-note-seq
           move function current-date to n-note-stamp
           move ws-cust-now-due  to ws-note-amount-d
           string function trim(ws-dun-title(ws-level-next))
                      delimited by size
                  " SENT - NOW DUE " delimited by size
                  function trim(ws-note-amount-d)
                      delimited by size
               into n-note-text
           end-string
           move spaces to n-note-followup
           move ws-run-job-name to n-note-operator
           write n-note-information
               invalid key
                   display "Dunning Note Could Not Be Written: "
                       f-record-num
           end-write
           .

       assign-next-note-seq section.
           move 1 to ws-next-note-seq
           move "N" to ws-notes-eof-flag
           move f-record-num to n-note-cust
           move 0 to n-note-seq
           start custNotes key is greater than n-note-key
               invalid key
                   set end-of-notes to true
               not invalid key
                   continue
           end-start
           perform scan-note-seq until end-of-notes
           .

       scan-note-seq section.
           read custNotes next with no lock
               at end
                   set end-of-notes to true
               not at end
                   if n-note-cust not = f-record-num
                       set end-of-notes to true
                   else
                       compute ws-next-note-seq = n-note-seq + 1
                   end-if
           end-read
           .

      *      A brand-new install has no custNotes.dat until the first
      *      note is taken -- create it on that first open.

       open-custnotes-io section.
           open i-o custNotes
           if custnotes-status-bad-open
               open output custNotes
               close custNotes
               open i-o custNotes
           end-if
           .

      *      The level change goes on the audit trail like every other
      *      change to a record, stamped with this run's job name --
      *      the level before and after ride in the consent columns.

       write-dunning-audit-record section.
           move function current-date to wsa-audit-timestamp
           move f-branch         to wsa-audit-branch
           move ws-run-job-name  to wsa-audit-operator
           move f-record-num     to wsa-audit-key
           move spaces           to wsa-audit-before-first
                                    wsa-audit-before-last
                                    wsa-audit-before-address
                                    wsa-audit-before-phone
                                    wsa-audit-before-email
                                    wsa-audit-before-consent
                                    wsa-audit-after-first
                                    wsa-audit-after-last
                                    wsa-audit-after-address
                                    wsa-audit-after-phone
                                    wsa-audit-after-email
                                    wsa-audit-after-consent
           move ws-level-held    to wsa-audit-before-consent(1:1)
           move ws-level-next    to wsa-audit-after-consent(1:1)
           if ws-level-next > 0
               move ws-dun-title(ws-level-next)
                   to wsa-audit-after-first
           end-if
           move ws-run-date      to wsa-audit-after-last(1:8)
           move ws-cust-now-due  to ws-note-amount-d
           move ws-note-amount-d to wsa-audit-after-phone
           perform assign-audit-seq
           open extend custAudit
           write audit-record from ws-audit-line
           close custAudit
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
           move ws-audit-seq-next to wsa-audit-seq
           open output custAuditSeq
           compute auditseq-next = ws-audit-seq-next + 1
           write auditseq-record
           close custAuditSeq
           .

      *      DUNGAPDAYS from custParams.dat overrides the days left
      *      between one letter and the next.

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
                   if par-name = "DUNGAPDAYS"
                       and par-value is numeric
                       and par-value < 1000
                       move par-value to ws-dun-gap-days
                   end-if
           end-read
           .

      *      The online server raises custServeFlg.dat while it is
      *      up; this run rewrites customers, so it must not start
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
      *      already ran today -- a rerun sends nothing twice, the
      *      levels on the customers see to that.

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
