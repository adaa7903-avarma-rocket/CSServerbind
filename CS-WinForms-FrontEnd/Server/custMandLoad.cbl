       identification division.

       program-id. custMandLoad.

       environment division.
       configuration section.
           select custMandIn assign to "custMandLoad.dat"
               organization is line sequential
               file status is ws-mandin-status.
           select custMandates assign to "custMandates.dat"
               organization is indexed
               access is dynamic
               record key is md-mand-cust of custMandates
               lock mode is manual with lock on record
               file status is ws-mandates-status.
           select custMandRej assign to "custMandRej.dat"
               organization is line sequential.
           select custFile assign to "custFile.dat"
               organization is indexed
               access is dynamic
               record key is f-record-num of custFile
               alternate record key is f-lastname of custFile
                   with duplicates
               alternate record key is f-phone of custFile
                   with duplicates
               file status is ws-custfile-status.
           select custAudit assign to "custAudit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select custAuditSeq assign to "custAuditSeq.dat"
               organization is line sequential
               file status is ws-auditseq-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The signed mandate forms as keyed by the accounts office:
      *      an action code, then the mandate in the same shape as the
      *      mandate row. A sets up a mandate (or replaces the one on
      *      file with new bank details), L marks a lodged mandate
      *      live once the bank confirms it, X cancels it at the
      *      customer's request. The file is merged into
      *      custMandates.dat, never rebuilt -- the returns load
      *      cancels mandates too, and a rebuild would revive them.

       fd custMandIn.
       01 mandin-record.
           03 min-action pic x.
               88 min-action-setup  value "A".
               88 min-action-live   value "L".
               88 min-action-cancel value "X".
           03 filler     pic x.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==min==.

       fd custMandates.
       01 md-mandate-record.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==md==.

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the form can be checked
      *      and the line resubmitted.

       fd custMandRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(86).

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

       fd custAuditSeq.
       01 auditseq-record.
           03 auditseq-next pic 9(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==wsa==.

       01 ws-mandin-status pic xx.
           88 mandin-status-ok       value "00".
           88 mandin-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-mandates-status pic xx.
           88 mandates-status-ok       value "00" "02".
           88 mandates-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custfile-status pic xx.
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-feed value "Y".

       01 ws-mandate-found-flag pic x.
           88 mandate-on-file value "Y".

       01 ws-today pic x(8).

      *      The mandate as it stood before this line touched it, for
      *      the before side of the audit line.

       01 ws-old-mandate.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==old==.

      *      Bank details go on the trail with all but the last four
      *      digits of the account number starred out.

       01 ws-bank-shown.
           03 ws-shown-sort-code pic x(6).
           03 filler             pic x value space.
           03 filler             pic x(4) value "****".
           03 ws-shown-acct-tail pic x(4).

       01 ws-setup-count    pic 9(8) value 0.
       01 ws-live-count     pic 9(8) value 0.
       01 ws-cancel-count   pic 9(8) value 0.
       01 ws-rejected-count pic 9(8) value 0.

       01 ws-reject-reason pic x(4).

       01 ws-auditseq-status pic xx.
           88 auditseq-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-audit-seq-next pic 9(8) value 0.

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "MANDLOAD" to ws-run-job-name
           perform check-run-control
           open input custMandIn
           if mandin-status-bad-open
               display "custMandLoad.dat Not Found - Nothing To Load"
               goback
           end-if
           open input custFile
           perform open-custmandates-io
           if mandates-status-bad-open
               display "custMandates Open Failed - Status "
                   ws-mandates-status
               close custMandIn
               if not custfile-status-bad-open
                   close custFile
               end-if
               goback
           end-if
           move function current-date(1:8) to ws-today
           open output custMandRej
           move "N" to ws-eof-flag
           perform read-feed-record
           perform load-feed-record until end-of-feed
           close custMandRej
           close custMandates
           close custMandIn
           if not custfile-status-bad-open
               close custFile
           end-if
           display "Mandate Load Complete"
           display "Mandates Set Up   : " ws-setup-count
           display "Mandates Made Live: " ws-live-count
           display "Mandates Cancelled: " ws-cancel-count
           display "Lines Rejected    : " ws-rejected-count
           compute ws-runctl-count-1 =
               ws-setup-count + ws-live-count + ws-cancel-count
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       read-feed-record section.
           read custMandIn
               at end
                   set end-of-feed to true
           end-read
           .

       load-feed-record section.
           move spaces to ws-reject-reason
           perform check-feed-customer
           if ws-reject-reason = spaces
               perform fetch-mandate
           end-if
           if ws-reject-reason = spaces
               evaluate true
                   when min-action-setup
                       perform setup-mandate
                   when min-action-live
                       perform make-mandate-live
                   when min-action-cancel
                       perform cancel-mandate
                   when other
                       move "ACTN" to ws-reject-reason
                       perform release-mandate
               end-evaluate
           end-if
           if ws-reject-reason not = spaces
               perform write-reject-record
           end-if
           perform read-feed-record
           .

      *      The mandate must be for a customer on the master -- a
      *      mandate for a number that was never issued would never
      *      collect anything.

       check-feed-customer section.
           move spaces to f-record-information
           if min-mand-cust = spaces
               or min-mand-cust not numeric
               move "CUST" to ws-reject-reason
               exit section
           end-if
           if custfile-status-bad-open
               exit section
           end-if
           move min-mand-cust to f-record-num
           read custFile
               invalid key
                   move "CUST" to ws-reject-reason
           end-read
           .

       fetch-mandate section.
           move "N" to ws-mandate-found-flag
           move spaces to ws-old-mandate
           move min-mand-cust to md-mand-cust
           read custMandates with lock
               invalid key
                   continue
               not invalid key
                   set mandate-on-file to true
                   move md-mandate-record to ws-old-mandate
           end-read
           .

      *      A new mandate needs its reference, a six-digit sort code,
      *      an eight-digit account number, the account holder's name
      *      and the date it was signed. It goes on as lodged unless
      *      the form says the bank has already confirmed it. New
      *      bank details on a customer already holding a mandate
      *      replace the old ones, and the next debit is a first
      *      collection again as far as the bank is concerned.

       setup-mandate section.
           evaluate true
               when min-mand-ref = spaces
                   move "MREF" to ws-reject-reason
               when min-mand-sort-code not numeric
                   move "SORT" to ws-reject-reason
               when min-mand-account not numeric
                   move "ACCT" to ws-reject-reason
               when min-mand-acct-name = spaces
                   move "NAME" to ws-reject-reason
               when min-mand-signed not numeric
                   or min-mand-signed > ws-today
                   move "DATE" to ws-reject-reason
               when min-mand-status not = space
                   and not min-mand-pending
                   and not min-mand-live
                   move "STAT" to ws-reject-reason
               when other
                   continue
           end-evaluate
           if ws-reject-reason not = spaces
               perform release-mandate
               exit section
           end-if
           move spaces to md-mandate-record
           move min-mand-cust      to md-mand-cust
           move min-mand-ref       to md-mand-ref
           move min-mand-sort-code to md-mand-sort-code
           move min-mand-account   to md-mand-account
           move min-mand-acct-name to md-mand-acct-name
           move min-mand-signed    to md-mand-signed
           move ws-today           to md-mand-changed
           if min-mand-live
               set md-mand-live to true
           else
               set md-mand-pending to true
           end-if
           if mandate-on-file
               and old-mand-sort-code = md-mand-sort-code
               and old-mand-account = md-mand-account
               move old-mand-last-coll to md-mand-last-coll
           end-if
           if mandate-on-file
               rewrite md-mandate-record
                   invalid key
                       move "UPDT" to ws-reject-reason
               end-rewrite
           else
               write md-mandate-record
                   invalid key
                       move "UPDT" to ws-reject-reason
               end-write
           end-if
           if ws-reject-reason = spaces
               add 1 to ws-setup-count
               perform write-mandate-audit-record
           end-if
           .

       make-mandate-live section.
           if not mandate-on-file
               move "NFND" to ws-reject-reason
               exit section
           end-if
           if not md-mand-pending
               move "STAT" to ws-reject-reason
               perform release-mandate
               exit section
           end-if
           set md-mand-live to true
           move ws-today to md-mand-changed
           rewrite md-mandate-record
               invalid key
                   move "UPDT" to ws-reject-reason
               not invalid key
                   add 1 to ws-live-count
                   perform write-mandate-audit-record
           end-rewrite
           .

       cancel-mandate section.
           if not mandate-on-file
               move "NFND" to ws-reject-reason
               exit section
           end-if
           if md-mand-cancelled
               move "STAT" to ws-reject-reason
               perform release-mandate
               exit section
           end-if
           set md-mand-cancelled to true
           move "X"      to md-mand-cancel-code
           move ws-today to md-mand-changed
           rewrite md-mandate-record
               invalid key
                   move "UPDT" to ws-reject-reason
               not invalid key
                   add 1 to ws-cancel-count
                   perform write-mandate-audit-record
           end-rewrite
           .

       release-mandate section.
           if mandate-on-file
               unlock custMandates
           end-if
           .

      *      Every mandate change goes on the trail against the
      *      customer as MANDATE: the reference in the first-name
      *      columns, the masked bank details in the last-name columns
      *      and the mandate status in the consent columns, before and
      *      after.

       write-mandate-audit-record section.
           move spaces to ws-audit-line
           move function current-date to wsa-audit-timestamp
           move "MANDATE"        to wsa-audit-op
           move md-mand-cust     to wsa-audit-key
           if mandate-on-file
               move old-mand-ref to wsa-audit-before-first
               move old-mand-sort-code to ws-shown-sort-code
               move old-mand-account(5:4) to ws-shown-acct-tail
               move ws-bank-shown to wsa-audit-before-last
               move old-mand-status to wsa-audit-before-consent
           end-if
           move md-mand-ref      to wsa-audit-after-first
           move md-mand-sort-code to ws-shown-sort-code
           move md-mand-account(5:4) to ws-shown-acct-tail
           move ws-bank-shown    to wsa-audit-after-last
           move md-mand-status   to wsa-audit-after-consent
           move f-branch         to wsa-audit-branch
           move ws-run-job-name  to wsa-audit-operator
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
           move mandin-record    to rej-line
           write reject-record
           move spaces to ws-reject-reason
           .

      *      A brand-new install has no custMandates.dat until the
      *      first form is loaded -- create it on that first open.

       open-custmandates-io section.
           open i-o custMandates
           if mandates-status-bad-open
               open output custMandates
               close custMandates
               open i-o custMandates
           end-if
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
