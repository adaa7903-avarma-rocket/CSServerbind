       identification division.

       program-id. custApprExp.

       environment division.
       configuration section.
           select custApproval assign to "custApproval.dat"
               organization is indexed
               access is dynamic
               record key is ap-appr-id of custApproval
               alternate record key is ap-appr-cust of custApproval
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-approval-status.
           select custAudit assign to "custAudit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select custAuditSeq assign to "custAuditSeq.dat"
               organization is line sequential
               file status is ws-auditseq-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The sensitive changes waiting for a second operator.
      *      This run marks the ones nobody decided in time as
      *      expired, so they stop sitting on the approvers' list.

       fd custApproval.
       01 ap-approval-information.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==ap==.

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

      *      One-record file carrying the next audit sequence number,
      *      read and stepped on every audit line written so the trail
      *      stays gapless across the server and the batch runs.

       fd custAuditSeq.
       01 auditseq-record.
           03 auditseq-next pic 9(8).

      *      The batch tuning parameters, shared with the server --
      *      this run reads how many days a request may wait from
      *      APPRDAYS, the same value the server refuses a late
      *      approval by.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==wsa==.

       01 ws-approval-status pic xx.
           88 approval-status-ok       value "00" "02".
           88 approval-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-approvals value "Y".

      *      A request nobody has approved or rejected this many days
      *      after it was keyed has lapsed.

       01 ws-appr-days pic 9(4) comp value 5.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-today           pic x(8).
       01 ws-today-numeric   pic 9(8).
       01 ws-lodged-numeric  pic 9(8).
       01 ws-today-integer   pic s9(9) comp.
       01 ws-lodged-integer  pic s9(9) comp.
       01 ws-request-age     pic s9(9) comp.

       01 ws-waiting-count pic 9(8) value 0.
       01 ws-expired-count pic 9(8) value 0.

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
           move "APPREXPIRE" to ws-run-job-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           perform read-parameters
           open i-o custApproval
           if approval-status-bad-open
               display "custApproval Not Found - Nothing Waiting"
               goback
           end-if
           move "N" to ws-eof-flag
           move ws-control-key to ap-appr-id
           start custApproval key is greater than ap-appr-id
               invalid key
                   set end-of-approvals to true
               not invalid key
                   continue
           end-start
           perform review-next-request until end-of-approvals
           close custApproval
           display "Approval Expiry Run Complete"
           display "Still Waiting    : " ws-waiting-count
           display "Expired Tonight  : " ws-expired-count
           move ws-expired-count to ws-runctl-count-1
           move ws-waiting-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      APPRDAYS from custParams.dat overrides the compiled
      *      default; no parameter file simply keeps the default.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           display "Approval Days In Force: " ws-appr-days
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   if par-name = "APPRDAYS"
                       and par-value is numeric and par-value > 0
                       and par-value < 10000
                       move par-value to ws-appr-days
                   end-if
           end-read
           .

       review-next-request section.
           read custApproval next with lock
               at end
                   set end-of-approvals to true
               not at end
                   if ap-appr-pending
                       perform judge-request-age
                   end-if
           end-read
           .

      *      The same rule the server applies when an approver tries
      *      a request: APPRDAYS or more days since it was keyed and
      *      it has lapsed. A request with no lodged date (hand-edited)
      *      is lapsed rather than left waiting for ever.

       judge-request-age section.
           if ap-appr-lodged numeric
               move ap-appr-lodged to ws-lodged-numeric
               compute ws-lodged-integer =
                   function integer-of-date(ws-lodged-numeric)
               compute ws-request-age =
                   ws-today-integer - ws-lodged-integer
               if ws-request-age < ws-appr-days
                   add 1 to ws-waiting-count
                   exit section
               end-if
           end-if
           set ap-appr-expired to true
           move ws-today        to ap-appr-decided
           move ws-run-job-name to ap-appr-decided-by
           rewrite ap-approval-information
               invalid key
                   display "Approval Could Not Be Expired: "
                       ap-appr-id
               not invalid key
                   add 1 to ws-expired-count
                   display "Approval Expired: " ap-appr-id
                       " Customer " ap-appr-cust
                   perform write-expiry-audit-record
           end-rewrite
           .

      *      The lapse goes on the trail as APPREXPIRE against the
      *      customer, with the approval number in the before-email
      *      column the way the server's lodging and rejection lines
      *      carry it, and the operator who keyed the change in the
      *      before-first column.

       write-expiry-audit-record section.
           move spaces to ws-audit-line
           move function current-date to wsa-audit-timestamp
           move "APPREXPIRE"      to wsa-audit-op
           move ap-appr-cust      to wsa-audit-key
           move ap-appr-lodged-by to wsa-audit-before-first
           move ap-appr-id        to wsa-audit-before-email
           move ap-appr-branch    to wsa-audit-branch
           move ws-run-job-name   to wsa-audit-operator
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
