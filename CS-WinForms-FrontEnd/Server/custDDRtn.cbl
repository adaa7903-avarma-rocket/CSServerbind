       identification division.

       program-id. custDDRtn.

       environment division.
       configuration section.
           select custDDRtnFile assign to "custDDRtn.dat"
               organization is line sequential
               file status is ws-rtnfile-status.
           select custDDRtnRej assign to "custDDRtnRej.dat"
               organization is line sequential.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custMandates assign to "custMandates.dat"
               organization is indexed
               access is dynamic
               record key is md-mand-cust of custMandates
               lock mode is manual with lock on record
               file status is ws-mandates-status.
           select custNotes assign to "custNotes.dat"
               organization is indexed
               access is dynamic
               record key is n-note-key of custNotes
               lock mode is manual with lock on record
               file status is ws-custnotes-status.
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

      *      The bank's unpaid direct debit report, one returned debit
      *      per line: the order number and customer number we sent as
      *      the debit's reference, the amount, the bank's reason code
      *      and the date the debit came back.

       fd custDDRtnFile.
       01 return-record.
           03 ret-order  pic x(8).
           03 filler     pic x.
           03 ret-cust   pic x(8).
           03 filler     pic x.
           03 ret-amount pic 9(7)v99.
           03 filler     pic x.
      *      0 refer to payer, 1 instruction cancelled, 2 payer
      *      deceased, 3 account transferred, 4 advance notice
      *      disputed, 5 no account, 6 no instruction, 7 amount
      *      differs, 8 amount not yet due, 9 presentation overdue,
      *      A service user differs, B account closed.
           03 ret-reason pic x.
               88 ret-reason-ends-mandate value "1" "2" "3" "5" "6"
                                                "B".
               88 ret-reason-may-retry    value "0".
           03 filler     pic x.
           03 ret-date   pic x(8).

      *      A line that matches no collected order goes back out with
      *      a reason code in front of the original data, so it can
      *      be looked into with the bank.

       fd custDDRtnRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(38).

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custMandates.
       01 md-mandate-record.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==md==.

      *      Every returned debit leaves a contact note on the
      *      customer, so the counter sees it the moment they open
      *      the record.

       fd custNotes.
       01 n-note-information.
           copy "custnote.cpy" replacing ==:PREFIX:== by ==n==.

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
       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==wsa==.

       01 ws-rtnfile-status pic xx.
           88 rtnfile-status-ok       value "00".
           88 rtnfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-mandates-status pic xx.
           88 mandates-status-ok       value "00" "02".
           88 mandates-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custnotes-status pic xx.
           88 custnotes-status-ok       value "00" "02".
           88 custnotes-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-returns value "Y".
       01 ws-notes-eof-flag pic x.
           88 end-of-notes value "Y".

       01 ws-reject-reason pic x(4).
       01 ws-today         pic x(8).

      *      The same limit the collection run presents to: a debit
      *      returned for any reason but refer-to-payer, or returned
      *      on its second presentation, is chased by hand.

       01 ws-dd-max-tries pic 9 value 2.

       01 ws-before-dd-state pic x.
       01 ws-mandate-ended-flag pic x.
           88 mandate-ended value "Y".
       01 ws-next-note-seq pic 9(4).
       01 ws-note-outcome  pic x(25).

       01 ws-read-count      pic 9(8) value 0.
       01 ws-reopened-count  pic 9(8) value 0.
       01 ws-reopened-value  pic 9(11)v99 comp-3 value 0.
       01 ws-cancelled-count pic 9(8) value 0.
       01 ws-rejected-count  pic 9(8) value 0.

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
       01 ws-run-pred-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           perform check-server-flag
           if server-is-active
               display "Server Active - Returns Run Refused"
               goback
           end-if
           perform raise-batch-flag
           move "DDRETURN" to ws-run-job-name
           move spaces     to ws-run-pred-name
           perform check-run-control
           open input custDDRtnFile
           if rtnfile-status-bad-open
               display "custDDRtn.dat Not Found - Nothing Returned"
               perform lower-batch-flag
               goback
           end-if
           open i-o custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Nothing To Reopen"
               close custDDRtnFile
               perform lower-batch-flag
               goback
           end-if
           open i-o custMandates
           perform open-custnotes-io
           move function current-date(1:8) to ws-today
           open output custDDRtnRej
           move "N" to ws-eof-flag
           perform read-return-record
           perform apply-return-record until end-of-returns
           close custDDRtnRej
           if not custnotes-status-bad-open
               close custNotes
           end-if
           if not mandates-status-bad-open
               close custMandates
           end-if
           close custOrders
           close custDDRtnFile
           display "Direct Debit Returns Complete"
           display "Returns Read      : " ws-read-count
           display "Orders Reopened   : " ws-reopened-count
           display "Value Returned    : " ws-reopened-value
           display "Mandates Cancelled: " ws-cancelled-count
           display "Lines Rejected    : " ws-rejected-count
           move ws-reopened-count to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

       read-return-record section.
           read custDDRtnFile
               at end
                   set end-of-returns to true
               not at end
                   add 1 to ws-read-count
           end-read
           .

       apply-return-record section.
           move spaces to ws-reject-reason
           evaluate true
               when ret-order = spaces
                   or ret-order = ws-control-key
                   move "ORDR" to ws-reject-reason
               when ret-amount not numeric
                   or ret-amount = zero
                   move "RAMT" to ws-reject-reason
               when ret-reason = space
                   move "CODE" to ws-reject-reason
               when other
                   perform reopen-returned-order
           end-evaluate
           if ws-reject-reason not = spaces
               perform write-reject-record
           end-if
           perform read-return-record
           .

      *      The order must be one this customer's debit was sent for
      *      and still waiting on the bank, for the amount sent. A
      *      return for an order already paid off by a receipt is not
      *      undone here -- the money has been applied and the ledger
      *      moved, so it goes to the reject file to be put right by
      *      hand.

       reopen-returned-order section.
           move ret-order to o-order-num
           read custOrders with lock
               invalid key
                   move "NFND" to ws-reject-reason
                   exit section
           end-read
           evaluate true
               when o-order-cust not = ret-cust
                   move "CUST" to ws-reject-reason
               when not o-order-dd-awaiting
                   move "NOTW" to ws-reject-reason
               when o-order-dd-amount not = ret-amount
                   move "RAMT" to ws-reject-reason
               when other
                   continue
           end-evaluate
           if ws-reject-reason not = spaces
               unlock custOrders
               exit section
           end-if

      *          The order goes back to waiting for payment like any
      *          other open order. Only a refer-to-payer return on the
      *          first presentation is left for the next collection
      *          run to present again; anything else uses up the
      *          tries so the run leaves it alone.

           move o-order-dd-state to ws-before-dd-state
           set o-order-dd-none to true
           if o-order-dd-tries not numeric
               move 0 to o-order-dd-tries
           end-if
           if not ret-reason-may-retry
               move ws-dd-max-tries to o-order-dd-tries
           end-if
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Reopened: " o-order-num
                   move "UPDT" to ws-reject-reason
                   exit section
           end-rewrite
           add 1 to ws-reopened-count
           add ret-amount to ws-reopened-value
           move "N" to ws-mandate-ended-flag
           if ret-reason-ends-mandate
               perform cancel-customer-mandate
           end-if
           perform write-return-note
           perform write-return-audit-record
           .

      *      A return that says the instruction is dead cancels the
      *      mandate there and then, with the bank's reason on it, so
      *      the next collection run does not try it again.

       cancel-customer-mandate section.
           if mandates-status-bad-open
               exit section
           end-if
           move o-order-cust to md-mand-cust
           read custMandates with lock
               invalid key
                   exit section
           end-read
           if md-mand-cancelled
               unlock custMandates
               exit section
           end-if
           set md-mand-cancelled to true
           move ret-reason to md-mand-cancel-code
           move ws-today   to md-mand-changed
           rewrite md-mandate-record
               invalid key
                   display "Mandate Could Not Be Cancelled: "
                       md-mand-cust
               not invalid key
                   set mandate-ended to true
                   add 1 to ws-cancelled-count
           end-rewrite
           .

      *      The contact note the counter sees -- which order came
      *      back, why, and what happens next.

       write-return-note section.
           if custnotes-status-bad-open
               exit section
           end-if
           evaluate true
               when mandate-ended
                   move "MANDATE CANCELLED" to ws-note-outcome
               when o-order-dd-tries < ws-dd-max-tries
                   move "WILL BE PRESENTED AGAIN" to ws-note-outcome
               when other
                   move "CHASE BY HAND" to ws-note-outcome
           end-evaluate
           perform assign-next-note-seq
           move spaces to n-note-information
           move o-order-cust     to n-note-cust
           move ws-next-note-seq to n-note-seq
           move function current-date to n-note-stamp
           string "DD RETURNED ORDER " delimited by size
                  o-order-num          delimited by size
                  " CODE "             delimited by size
                  ret-reason           delimited by size
                  " - "                delimited by size
                  function trim(ws-note-outcome)
                                       delimited by size
               into n-note-text
           end-string
           move spaces to n-note-followup
           move ws-run-job-name to n-note-operator
           write n-note-information
               invalid key
                   display "Return Note Could Not Be Written: "
                       o-order-cust
           end-write
           .

       assign-next-note-seq section.
           move 1 to ws-next-note-seq
           move "N" to ws-notes-eof-flag
           move o-order-cust to n-note-cust
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
                   if n-note-cust not = o-order-cust
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

      *      The return goes on the trail as DDRETURN in the columns
      *      the DDCOLLECT line used: the order number, date and
      *      description, the amount returned in the before-phone
      *      column, the bank's reason code in the after-email column
      *      and the collection state before and after in the consent
      *      columns.

       write-return-audit-record section.
           move spaces to ws-audit-line
           move function current-date to wsa-audit-timestamp
           move "DDRETURN"     to wsa-audit-op
           move o-order-cust   to wsa-audit-key
           move o-order-num    to wsa-audit-before-first
                                  wsa-audit-after-first
           move o-order-date   to wsa-audit-before-last
                                  wsa-audit-after-last
           move o-order-desc   to wsa-audit-before-address
                                  wsa-audit-after-address
           move ret-amount     to wsa-audit-before-phone
           move ret-reason     to wsa-audit-after-email
           move ws-before-dd-state to wsa-audit-before-consent
           move o-order-dd-state   to wsa-audit-after-consent
           move ws-run-job-name to wsa-audit-operator
           perform assign-audit-seq
           open extend custAudit
           if audit-status-bad-open
               open output custAudit
           end-if
           write audit-record from ws-audit-line
           close custAudit
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move return-record    to rej-line
           write reject-record
           move spaces to ws-reject-reason
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

      *      The online server raises custServeFlg.dat while it is up;
      *      this run rewrites orders, so it must not start while
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
