       identification division.

       program-id. custDDColl.

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
           select custMandates assign to "custMandates.dat"
               organization is indexed
               access is dynamic
               record key is md-mand-cust of custMandates
               lock mode is manual with lock on record
               file status is ws-mandates-status.
           select custDDSub assign to ws-sub-file-name
               organization is line sequential
               file status is ws-ddsub-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
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

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

      *      Only a live mandate is collected against; the run stamps
      *      the date of the last debit on it so the bank is told
      *      which debit is the first on a new mandate.

       fd custMandates.
       01 md-mandate-record.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==md==.

      *      The bank's submission file, one per run day as
      *      custDDSub.<yyyymmdd>.dat: a header naming our service
      *      user number, one detail per debit and a trailer with the
      *      count, the total in pence and the hash of the account
      *      numbers the bank checks the file against.

       fd custDDSub.
       01 sub-record pic x(100).

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

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

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-mandates-status pic xx.
           88 mandates-status-ok       value "00" "02".
           88 mandates-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ddsub-status pic xx.
           88 ddsub-status-ok value "00".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-orders value "Y".

       01 ws-sub-file-name pic x(24).

      *      An order falls due for collection this many days after
      *      it was placed -- the notice the customer is promised
      *      before the first debit. DDDAYS in custParams.dat
      *      overrides it. DDSUN carries the service user number the
      *      bank issued us; it heads every submission file.

       01 ws-dd-days pic 9(4) comp value 14.
       01 ws-dd-sun  pic 9(6) value 0.

      *      A debit returned for a reason that may be put right is
      *      presented once more; after that the order is chased by
      *      hand.

       01 ws-dd-max-tries pic 9 value 2.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-today           pic x(8).
       01 ws-today-numeric   pic 9(8).
       01 ws-today-integer   pic s9(9) comp.
       01 ws-order-numeric   pic 9(8).
       01 ws-due-integer     pic s9(9) comp.

      *      The customer whose mandate was last looked up, so a
      *      customer with several orders due is read once.

       01 ws-mand-cust-held  pic x(8) value spaces.
       01 ws-mandate-flag    pic x.
           88 mandate-is-live value "Y".

       01 ws-order-outstanding pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-before-dd-state   pic x.
       01 ws-txn-code          pic xx.

       01 ws-sub-header.
           03 ws-hdr-type      pic x value "H".
           03 filler           pic x value space.
           03 ws-hdr-sun       pic 9(6).
           03 filler           pic x value space.
           03 ws-hdr-date      pic x(8).
           03 filler           pic x value space.
           03 ws-hdr-file-name pic x(24).

      *      Transaction code 01 is the first debit on a mandate, 17 a
      *      regular debit, 18 a debit presented again after the bank
      *      returned it. The amount is in pence.

       01 ws-sub-detail.
           03 ws-det-type      pic x value "D".
           03 filler           pic x value space.
           03 ws-det-sort-code pic x(6).
           03 filler           pic x value space.
           03 ws-det-account   pic x(8).
           03 filler           pic x value space.
           03 ws-det-acct-name pic x(18).
           03 filler           pic x value space.
           03 ws-det-txn-code  pic xx.
           03 filler           pic x value space.
           03 ws-det-pence     pic 9(11).
           03 filler           pic x value space.
           03 ws-det-mand-ref  pic x(18).
           03 filler           pic x value space.
           03 ws-det-order     pic x(8).
           03 filler           pic x value space.
           03 ws-det-cust      pic x(8).

       01 ws-sub-trailer.
           03 ws-trl-type      pic x value "T".
           03 filler           pic x value space.
           03 ws-trl-count     pic 9(8).
           03 filler           pic x value space.
           03 ws-trl-pence     pic 9(13).
           03 filler           pic x value space.
           03 ws-trl-hash      pic 9(15).

       01 ws-collected-count pic 9(8) value 0.
       01 ws-collected-value pic 9(11)v99 comp-3 value 0.
       01 ws-no-mandate-count pic 9(8) value 0.
       01 ws-tries-used-count pic 9(8) value 0.
       01 ws-total-pence     pic 9(13) value 0.
       01 ws-account-hash    pic 9(15) value 0.
       01 ws-account-numeric pic 9(8).

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
               display "Server Active - Collection Run Refused"
               goback
           end-if
           perform raise-batch-flag
           move "DDCOLLECT" to ws-run-job-name
           move spaces      to ws-run-pred-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           perform read-parameters
           open i-o custMandates
           if mandates-status-bad-open
               display "custMandates Not Found - Nothing To Collect"
               perform lower-batch-flag
               goback
           end-if
           open i-o custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Nothing To Collect"
               close custMandates
               perform lower-batch-flag
               goback
           end-if
           move spaces to ws-sub-file-name
           string "custDDSub."  delimited by size
                  ws-today      delimited by size
                  ".dat"        delimited by size
               into ws-sub-file-name
           end-string
           open output custDDSub
           move ws-dd-sun        to ws-hdr-sun
           move ws-today         to ws-hdr-date
           move ws-sub-file-name to ws-hdr-file-name
           write sub-record from ws-sub-header
           move "N" to ws-eof-flag
           move low-values to o-order-cust
           start custOrders key is greater than o-order-cust
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform review-next-order until end-of-orders
           move ws-collected-count to ws-trl-count
           move ws-total-pence     to ws-trl-pence
           move ws-account-hash    to ws-trl-hash
           write sub-record from ws-sub-trailer
           close custDDSub
           close custOrders
           close custMandates
           display "Direct Debit Collection Complete"
           display "Submission File   : " ws-sub-file-name
           display "Debits Submitted  : " ws-collected-count
           display "Value Submitted   : " ws-collected-value
           display "Due, No Mandate   : " ws-no-mandate-count
           display "Due, Tries Used Up: " ws-tries-used-count
           move ws-collected-count  to ws-runctl-count-1
           move ws-no-mandate-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      DDDAYS and DDSUN from custParams.dat override the
      *      compiled defaults; no parameter file simply keeps them.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           display "Collection Days In Force: " ws-dd-days
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   evaluate true
                       when par-name = "DDDAYS"
                           and par-value is numeric
                           and par-value < 10000
                           move par-value to ws-dd-days
                       when par-name = "DDSUN"
                           and par-value is numeric
                           and par-value < 1000000
                           move par-value to ws-dd-sun
                       when other
                           continue
                   end-evaluate
           end-read
           .

      *      Orders are read in customer order so each customer's
      *      mandate is looked up once for all of their orders.

       review-next-order section.
           read custOrders next with lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-num not = ws-control-key
                       perform judge-order-for-collection
                   end-if
           end-read
           .

      *      An order is due for collection when it is open and not
      *      waiting on stock, still owes money, is not already with
      *      the bank, and was placed at least DDDAYS ago.

       judge-order-for-collection section.
           if not o-order-open
               or o-order-backordered
               or o-order-dd-awaiting
               exit section
           end-if
           if o-order-paid not numeric
               move 0 to o-order-paid
           end-if
           perform weigh-order-settled
           if o-order-amount not > ws-order-settled
               exit section
           end-if
           if o-order-date not numeric
               exit section
           end-if
           move o-order-date to ws-order-numeric
           compute ws-due-integer =
               function integer-of-date(ws-order-numeric) + ws-dd-days
           if ws-due-integer > ws-today-integer
               exit section
           end-if
           if o-order-cust not = ws-mand-cust-held
               perform fetch-customer-mandate
           end-if
           if not mandate-is-live
               add 1 to ws-no-mandate-count
               exit section
           end-if
           if o-order-dd-tries not numeric
               move 0 to o-order-dd-tries
           end-if
           if o-order-dd-tries not < ws-dd-max-tries
               add 1 to ws-tries-used-count
               exit section
           end-if
           perform collect-order
           .

       fetch-customer-mandate section.
           move o-order-cust to ws-mand-cust-held
           move "N" to ws-mandate-flag
           move o-order-cust to md-mand-cust
           read custMandates with no lock
               invalid key
                   continue
               not invalid key
                   if md-mand-live
                       set mandate-is-live to true
                   end-if
           end-read
           .

      *      The debit is for everything still owed on the order. The
      *      order is marked as with the bank before the line goes on
      *      the submission file, so an order that will not rewrite
      *      is never collected.

       collect-order section.
           perform weigh-order-settled
           compute ws-order-outstanding =
               o-order-amount - ws-order-settled
           evaluate true
               when o-order-dd-tries > 0
                   move "18" to ws-txn-code
               when md-mand-last-coll = spaces
                   move "01" to ws-txn-code
               when other
                   move "17" to ws-txn-code
           end-evaluate
           move o-order-dd-state to ws-before-dd-state
           set o-order-dd-awaiting to true
           move ws-today to o-order-dd-date
           move ws-order-outstanding to o-order-dd-amount
           add 1 to o-order-dd-tries
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Marked For Collection: "
                       o-order-num
               not invalid key
                   perform write-submission-detail
                   perform write-collect-audit-record
                   perform stamp-mandate-last-collection
           end-rewrite
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

       write-submission-detail section.
           move md-mand-sort-code  to ws-det-sort-code
           move md-mand-account    to ws-det-account
           move md-mand-acct-name  to ws-det-acct-name
           move ws-txn-code        to ws-det-txn-code
           compute ws-det-pence = ws-order-outstanding * 100
           move md-mand-ref        to ws-det-mand-ref
           move o-order-num        to ws-det-order
           move o-order-cust       to ws-det-cust
           write sub-record from ws-sub-detail
           add 1 to ws-collected-count
           add ws-order-outstanding to ws-collected-value
           add ws-det-pence to ws-total-pence
           move md-mand-account to ws-account-numeric
           add ws-account-numeric to ws-account-hash
           .

       stamp-mandate-last-collection section.
           if md-mand-last-coll = ws-today
               exit section
           end-if
           read custMandates with lock
               invalid key
                   exit section
           end-read
           move ws-today to md-mand-last-coll
           rewrite md-mandate-record
               invalid key
                   display "Mandate Could Not Be Stamped: "
                       md-mand-cust
           end-rewrite
           .

      *      The collection goes on the trail as DDCOLLECT against the
      *      customer in the columns an ORDPAY line uses: the order
      *      number, date and description, the amount sent to the
      *      bank in the after-phone column, the mandate reference in
      *      the after-email column and the collection state before
      *      and after in the consent columns.

       write-collect-audit-record section.
           move spaces to ws-audit-line
           move function current-date to wsa-audit-timestamp
           move "DDCOLLECT"    to wsa-audit-op
           move o-order-cust   to wsa-audit-key
           move o-order-num    to wsa-audit-before-first
                                  wsa-audit-after-first
           move o-order-date   to wsa-audit-before-last
                                  wsa-audit-after-last
           move o-order-desc   to wsa-audit-before-address
                                  wsa-audit-after-address
           move o-order-dd-amount to wsa-audit-after-phone
           move md-mand-ref    to wsa-audit-after-email
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
