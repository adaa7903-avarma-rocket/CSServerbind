       identification division.

       program-id. custBounce.

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
           select custBounceIn assign to "custBounce.dat"
               organization is line sequential
               file status is ws-bounce-status.
           select custBounceRej assign to "custBounceRej.dat"
               organization is line sequential.
           select custBounceRpt assign to "custBounce.rpt"
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

      *      The email/SMS gateway's bounce file: one line per message
      *      it could not deliver, quoting the reference the message
      *      went out under on custNotify.dat, the date it gave up
      *      (blank means today) and its own reason text. The
      *      reference names the customer and the channel, so nothing
      *      else need be looked up to know which address failed.

       fd custBounceIn.
       01 bounce-record.
           03 bnc-ref.
               05 bnc-type    pic x.
               05 bnc-channel pic x.
                   88 bnc-by-email value "E".
                   88 bnc-by-sms   value "S".
               05 bnc-order   pic x(8).
               05 bnc-cust    pic x(8).
           03 filler      pic x.
           03 bnc-date    pic x(8).
           03 filler      pic x.
           03 bnc-reason  pic x(30).

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so it can be queried with
      *      the gateway and resubmitted.

       fd custBounceRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(58).

       fd custBounceRpt.
       01 bounce-line pic x(132).

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

      *      One-record file carrying the next audit sequence number,
      *      read and stepped on every audit line written so the trail
      *      stays gapless across the server and the batch runs.

       fd custAuditSeq.
       01 auditseq-record.
           03 auditseq-next pic 9(8).

      *      One-line flag files coordinating this batch program and
      *      the online server: custBatchFlg.dat is raised while this
      *      run holds custFile, and a raised custServeFlg.dat means
      *      the server is up and the run must not start.

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==wsa==.

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-bounce-status pic xx.
           88 bounce-status-ok       value "00".
           88 bounce-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-feed value "Y".

       01 ws-run-date pic x(8).
       01 ws-bounced-on pic x(8).

       01 ws-reject-reason pic x(4).

       01 ws-marked-count   pic 9(8) value 0.
       01 ws-already-count  pic 9(8) value 0.
       01 ws-rejected-count pic 9(8) value 0.

       01 ws-bnc-mm pic 9(2).
       01 ws-bnc-dd pic 9(2).

      *      The same check-digit proof the keyed functions apply --
      *      a reference mangled on its way through the gateway must
      *      not mark the wrong customer's address.

       78 cd-number-floor value 10000000.
       01 ws-cd-base pic 9(7).
       01 ws-cd-base-r redefines ws-cd-base.
           03 ws-cd-base-digit pic 9 occurs 7 times.
       01 ws-cd-weights pic x(7) value "2345672".
       01 ws-cd-weights-r redefines ws-cd-weights.
           03 ws-cd-weight pic 9 occurs 7 times.
       01 ws-cd-sum     pic 9(4) comp.
       01 ws-cd-idx     pic 9 comp.
       01 ws-cd-digit   pic 9.
       01 ws-cd-given   pic 9.
       01 ws-cd-flag    pic x.
           88 check-digit-good value "Y".
           88 check-digit-bad  value "N".

       01 ws-print-detail.
           03 ws-prt-branch  pic x(3).
           03 filler         pic xx value spaces.
           03 ws-prt-cust    pic x(8).
           03 filler         pic xx value spaces.
           03 ws-prt-name    pic x(30).
           03 filler         pic xx value spaces.
           03 ws-prt-channel pic x(5).
           03 filler         pic xx value spaces.
           03 ws-prt-address pic x(40).
           03 filler         pic xx value spaces.
           03 ws-prt-date    pic x(8).
           03 filler         pic xx value spaces.
           03 ws-prt-reason  pic x(26).

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
               display "Server Active - Bounce Run Refused"
               goback
           end-if
           move "BOUNCE"  to ws-run-job-name
           move spaces    to ws-run-pred-name
           perform check-run-control
           move function current-date(1:8) to ws-run-date
           open input custBounceIn
           if bounce-status-bad-open
               display "custBounce.dat Not Found - Nothing Bounced"
               goback
           end-if
           perform raise-batch-flag
           open i-o custFile
           if custfile-status-bad-open
               display "custFile Not Found - Bounce Run Abandoned"
               close custBounceIn
               perform lower-batch-flag
               goback
           end-if
           open output custBounceRej
           open output custBounceRpt
           move "===== Bounced Email And SMS Contacts To Correct ====="
               to bounce-line
           write bounce-line
           perform read-feed-record
           perform process-feed-record until end-of-feed
           move spaces to bounce-line
           string "===== Marked: "        delimited by size
                  ws-marked-count         delimited by size
                  "  Already Marked: "    delimited by size
                  ws-already-count        delimited by size
                  "  Rejected: "          delimited by size
                  ws-rejected-count       delimited by size
                  " ====="                delimited by size
               into bounce-line
           end-string
           write bounce-line
           close custBounceRpt
           close custBounceRej
           close custFile
           close custBounceIn
           display "Bounce Run Complete"
           display "Addresses Marked : " ws-marked-count
           display "Already Marked   : " ws-already-count
           display "Lines Rejected   : " ws-rejected-count
           move ws-marked-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

       read-feed-record section.
           read custBounceIn
               at end
                   set end-of-feed to true
           end-read
           .

       process-feed-record section.
           evaluate true
               when bnc-type not = "C" and bnc-type not = "D"
               when not bnc-by-email and not bnc-by-sms
                   move "REFX" to ws-reject-reason
                   perform write-reject-record
               when bnc-cust = spaces
                   or bnc-cust not numeric
                   move "NNUM" to ws-reject-reason
                   perform write-reject-record
               when other
                   perform verify-bounce-line
                   if ws-reject-reason = spaces
                       perform mark-customer-record
                   else
                       perform write-reject-record
                   end-if
           end-evaluate
           perform read-feed-record
           .

       verify-bounce-line section.
           move spaces to ws-reject-reason
           move bnc-cust to ws-record-num
           perform verify-record-num
           if check-digit-bad
               move "CHKD" to ws-reject-reason
               exit section
           end-if
           if bnc-date = spaces
               move ws-run-date to ws-bounced-on
           else
               if bnc-date not numeric
                   move "DATE" to ws-reject-reason
                   exit section
               end-if
               move bnc-date(5:2) to ws-bnc-mm
               move bnc-date(7:2) to ws-bnc-dd
               if ws-bnc-mm < 1 or ws-bnc-mm > 12
                   or ws-bnc-dd < 1 or ws-bnc-dd > 31
                   move "DATE" to ws-reject-reason
                   exit section
               end-if
               move bnc-date to ws-bounced-on
           end-if
           .

      *      The address the message went to is marked bad. A customer
      *      whose address has since been cleared has nothing left to
      *      mark (NADR); one already marked for that channel is
      *      counted and left as it is, so the gateway reporting the
      *      same address twice costs nothing.

       mark-customer-record section.
           move bnc-cust to f-record-num
           read custFile with lock
               invalid key
                   move "NFND" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-read
           evaluate true
               when bnc-by-email and f-email = spaces
               when bnc-by-sms and f-phone = spaces
                   move "NADR" to ws-reject-reason
                   perform write-reject-record
                   exit section
               when bnc-by-email and f-email-bounced
               when bnc-by-sms and f-phone-bounced
                   add 1 to ws-already-count
                   exit section
           end-evaluate
           if bnc-by-email
               set f-email-bounced to true
           else
               set f-phone-bounced to true
           end-if
           move ws-bounced-on to f-bounce-date
           rewrite f-record-information
               invalid key
                   display "Record Could Not Be Marked: " bnc-cust
                   move "UPDT" to ws-reject-reason
                   perform write-reject-record
               not invalid key
                   add 1 to ws-marked-count
                   perform write-report-line
                   perform write-bounce-audit-record
           end-rewrite
           .

       write-report-line section.
           move spaces to ws-print-detail
           move f-branch     to ws-prt-branch
           move f-record-num to ws-prt-cust
           move spaces to ws-prt-name
           string function trim(f-firstname) delimited by size
                  " "                        delimited by size
                  function trim(f-lastname)  delimited by size
               into ws-prt-name
           end-string
           if bnc-by-email
               move "EMAIL"  to ws-prt-channel
               move f-email  to ws-prt-address
           else
               move "SMS"    to ws-prt-channel
               move f-phone  to ws-prt-address
           end-if
           move ws-bounced-on to ws-prt-date
           move bnc-reason     to ws-prt-reason
           write bounce-line from ws-print-detail
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move bounce-record    to rej-line
           write reject-record
           move spaces to ws-reject-reason
           .

      *      The mark goes on the audit trail like every other change
      *      to a record, stamped with this run's job name: the
      *      channel in the first after-consent byte, the date in the
      *      after-last columns, the address that failed in its own
      *      after column and the gateway's reason with it.

       write-bounce-audit-record section.
           move function current-date to wsa-audit-timestamp
           move f-branch       to wsa-audit-branch
           move "BOUNCE"       to wsa-audit-operator
           move "BOUNCE"       to wsa-audit-op
           move f-record-num   to wsa-audit-key
           move spaces         to wsa-audit-before-first
                                  wsa-audit-before-last
                                  wsa-audit-before-address
                                  wsa-audit-before-phone
                                  wsa-audit-before-email
                                  wsa-audit-before-consent
                                  wsa-audit-after-last
                                  wsa-audit-after-address
                                  wsa-audit-after-phone
                                  wsa-audit-after-email
                                  wsa-audit-after-consent
           if bnc-by-email
               move "EMAIL BOUNCED" to wsa-audit-after-first
               move f-email         to wsa-audit-after-email
               move "E"             to wsa-audit-after-consent(1:1)
           else
               move "PHONE BOUNCED" to wsa-audit-after-first
               move f-phone         to wsa-audit-after-phone
               move "S"             to wsa-audit-after-consent(1:1)
           end-if
           move ws-bounced-on  to wsa-audit-after-last(1:8)
           move bnc-reason      to wsa-audit-after-address
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

      *      Splits a customer number back into base and check digit
      *      and proves them against each other; numbers below the
      *      cutover predate the scheme and pass unchallenged.

       verify-record-num section.
           set check-digit-good to true
           if ws-record-num = spaces
               or ws-record-num-n not numeric
               exit section
           end-if
           if ws-record-num-n < cd-number-floor
               exit section
           end-if
           divide ws-record-num-n by 10
               giving ws-cd-base remainder ws-cd-given
           move 0 to ws-cd-sum
           perform add-check-digit-term
               varying ws-cd-idx from 1 by 1
               until ws-cd-idx > 7
           compute ws-cd-digit =
               function mod(10 - function mod(ws-cd-sum, 10), 10)
           if ws-cd-digit not = ws-cd-given
               set check-digit-bad to true
           end-if
           .

       add-check-digit-term section.
           compute ws-cd-sum = ws-cd-sum
               + ws-cd-base-digit(ws-cd-idx)
               * ws-cd-weight(ws-cd-idx)
           .

      *      The online server raises custServeFlg.dat while it is up;
      *      this run must not touch custFile while clients are being
      *      served.

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
