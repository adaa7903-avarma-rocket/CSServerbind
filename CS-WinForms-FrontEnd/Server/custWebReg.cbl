       identification division.

       program-id. custWebReg.

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
           select custWebRegFile assign to "custWebReg.dat"
               organization is line sequential
               file status is ws-regfile-status.
           select custWebRegRej assign to "custWebRegRej.dat"
               organization is line sequential.
           select custWebXref assign to "custWebXref.dat"
               organization is indexed
               access is dynamic
               record key is wx-webx-web-id of custWebXref
               alternate record key is wx-webx-cust of custWebXref
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-webxref-status.
           select custWebHold assign to "custWebHold.dat"
               organization is indexed
               access is dynamic
               record key is wh-hold-web-id of custWebHold
               lock mode is manual with lock on record
               file status is ws-webhold-status.
           select custPcodeDir assign to "custPcodeDir.dat"
               organization is indexed
               access is dynamic
               record key is pd-postcode of custPcodeDir
               file status is ws-pcodedir-status.
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
       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

      *      The web shop's nightly registration file: one new web
      *      account per record -- the web shop's customer id and the
      *      details the buyer typed in. The action byte carries the
      *      duplicate review's decision on a registration that was
      *      held: blank or A registers it (held again if it looks
      *      like a customer already on file), N registers it as a new
      *      customer all the same, L links the web account to the
      *      existing customer number given instead of creating one.

       fd custWebRegFile.
       01 webreg-record.
           03 wrf-action    pic x.
               88 wrf-action-register value " " "A".
               88 wrf-action-new      value "N".
               88 wrf-action-link     value "L".
           03 filler        pic x.
           03 wrf-web-id    pic x(12).
           03 filler        pic x.
           03 wrf-link-cust pic x(8).
           03 filler        pic x.
           03 wrf-firstname pic x(25).
           03 wrf-lastname  pic x(25).
           03 wrf-address.
               05 wrf-addr-street   pic x(30).
               05 wrf-addr-city     pic x(20).
               05 wrf-addr-county   pic x(20).
               05 wrf-addr-postcode pic x(8).
           03 wrf-phone     pic x(15).
           03 wrf-email     pic x(40).
           03 wrf-consent   pic x(3).

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the web team can correct
      *      and resubmit instead of retyping from the console log.

       fd custWebRegRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(210).

       fd custWebXref.
       01 wx-webx-information.
           copy "custwebx.cpy" replacing ==:PREFIX:== by ==wx==.

       fd custWebHold.
       01 wh-hold-information.
           copy "custwebhold.cpy" replacing ==:PREFIX:== by ==wh==.

      *      The postcode directory the online add proves a new
      *      customer's postcode and town against.

       fd custPcodeDir.
       01 pd-record.
           03 pd-postcode pic x(8).
           03 pd-town     pic x(20).

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
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-regfile-status pic xx.
           88 regfile-status-ok       value "00".
           88 regfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-webxref-status pic xx.
           88 webxref-status-ok       value "00" "02".
           88 webxref-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-webhold-status pic xx.
           88 webhold-status-ok       value "00" "02".
           88 webhold-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-pcodedir-status pic xx.
           88 pcodedir-status-ok       value "00" "02".
           88 pcodedir-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-pcdir-flag pic x.
           88 pcdir-ok        value "Y".
           88 pcdir-not-found value "N".
           88 pcdir-mismatch  value "M".
       01 ws-pcdir-city pic x(20).

       01 ws-control-key pic x(8) value "00000000".
       01 ws-next-record-num pic 9(8).

      *      Web customers are served from head office -- no branch
      *      signed them up.

       01 ws-web-branch pic x(3) value "HQ ".

       01 ws-eof-flag pic x.
           88 end-of-reg-file value "Y".

       01 ws-valid-flag pic x.
           88 record-valid   value "Y".
           88 record-invalid value "N".

       01 ws-reject-reason pic x(4).

      *      The possible-duplicate scan: the customers sharing the
      *      registration's surname are read through the lastname key
      *      and the first one with the same first name or the same
      *      phone is taken as the likely match -- the pairing
      *      custDupes reports on the file itself.

       01 ws-dupe-eof-flag pic x.
           88 end-of-surname value "Y".
       01 ws-dupe-flag pic x.
           88 possible-duplicate value "Y".
       01 ws-dupe-match  pic x(8).
       01 ws-dupe-reason pic x(14).

       01 ws-postcode-flag pic x.
           88 postcode-valid   value "Y".
           88 postcode-invalid value "N".
       01 ws-pc-work   pic x(8).
       01 ws-pc-idx    pic 9(2) comp.
       01 ws-pc-digits pic 9(2) comp.

       01 ws-email-flag pic x.
           88 email-valid   value "Y".
           88 email-invalid value "N".
       01 ws-em-at-count  pic 9(2) comp.
       01 ws-em-dot-count pic 9(2) comp.

       01 ws-consent-flag pic x.
           88 consent-valid   value "Y".
           88 consent-invalid value "N".
       01 ws-cons-idx pic 9 comp.

      *      Numbers handed out since the check-digit cutover are a
      *      seven-digit base carrying a weighted mod-10 check digit in
      *      the low-order position -- this run issues them from the
      *      same control record the online add steps, and proves a
      *      customer number the duplicate review links to.

       78 cd-first-base    value 1000001.
       78 cd-number-floor  value 10000000.
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
       01 ws-cd-work    pic 9(8).
       01 ws-cd-flag    pic x.
           88 check-digit-good value "Y".
           88 check-digit-bad  value "N".

       01 ws-today pic x(8).

       01 ws-read-count     pic 9(8) value 0.
       01 ws-created-count  pic 9(8) value 0.
       01 ws-linked-count   pic 9(8) value 0.
       01 ws-held-count     pic 9(8) value 0.
       01 ws-rejected-count pic 9(8) value 0.

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
               display "Server Active - Web Registration Refused"
               goback
           end-if
           move "WEBREG" to ws-run-job-name
           move spaces   to ws-run-pred-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           open input custWebRegFile
           if regfile-status-bad-open
               display "custWebReg.dat Not Found - Nothing To Register"
               goback
           end-if
           perform raise-batch-flag
           perform open-custfile-io
           perform open-webxref-io
           perform open-webhold-io
           open output custWebRegRej

      *          A rerun of the same feed needs no checkpoint: every
      *          web id already registered or linked is on the cross-
      *          reference by then and comes back as XREF.

           perform read-reg-record
           perform process-reg-record until end-of-reg-file
           close custFile
           close custWebXref
           close custWebHold
           close custWebRegRej
           close custWebRegFile
           display "Web Registration Complete"
           display "Registrations Read : " ws-read-count
           display "Customers Created  : " ws-created-count
           display "Accounts Linked    : " ws-linked-count
           display "Held For Review    : " ws-held-count
           display "Rejected           : " ws-rejected-count
           compute ws-runctl-count-1 =
               ws-created-count + ws-linked-count
           move ws-held-count to ws-runctl-count-2
           perform record-run-control
           perform lower-batch-flag
           goback
           .

      *      A brand-new install has no custFile.dat until the first
      *      customer -- create it on that first open.

       open-custfile-io section.
           open i-o custFile
           if custfile-status-bad-open
               open output custFile
               close custFile
               open i-o custFile
           end-if
           .

       open-webxref-io section.
           open i-o custWebXref
           if webxref-status-bad-open
               open output custWebXref
               close custWebXref
               open i-o custWebXref
           end-if
           .

       open-webhold-io section.
           open i-o custWebHold
           if webhold-status-bad-open
               open output custWebHold
               close custWebHold
               open i-o custWebHold
           end-if
           .

       read-reg-record section.
           read custWebRegFile
               at end
                   set end-of-reg-file to true
           end-read
           .

       process-reg-record section.
           add 1 to ws-read-count
           perform validate-reg-record
           if record-invalid
               perform write-reject-record
           else
               if wrf-action-link
                   perform link-existing-customer
               else
                   perform register-new-customer
               end-if
           end-if
           perform read-reg-record
           .

      *      Edits every line gets whatever its action: a web id that
      *      is not already on the cross-reference, and an action this
      *      run knows.

       validate-reg-record section.
           set record-valid to true
           if wrf-web-id = spaces
               set record-invalid to true
               display "Registration Rejected - Web Id Required"
               move "WEBI" to ws-reject-reason
               exit section
           end-if
           if not wrf-action-register
               and not wrf-action-new
               and not wrf-action-link
               set record-invalid to true
               display "Registration Rejected - Unknown Action: "
                   wrf-action
               move "ACTN" to ws-reject-reason
               exit section
           end-if
           move wrf-web-id to wx-webx-web-id
           read custWebXref with no lock
               invalid key
                   continue
               not invalid key
                   set record-invalid to true
                   display "Registration Rejected - Web Id Already "
                       "Registered: " wrf-web-id
                   move "XREF" to ws-reject-reason
           end-read
           .

      *      The duplicate review decided this web account belongs to
      *      a customer already on file: prove the number the way the
      *      order load would, then cross-reference it.

       link-existing-customer section.
           move spaces to ws-record-information
           move wrf-link-cust to ws-record-num
           if ws-record-num = spaces
               or ws-record-num = ws-control-key
               or ws-record-num-n not numeric
               display "Registration Rejected - Link Customer Number "
                   "Invalid: " wrf-link-cust
               move "CNUM" to ws-reject-reason
               perform write-reject-record
               exit section
           end-if
           perform verify-record-num
           if check-digit-bad
               display "Registration Rejected - Check Digit Invalid: "
                   wrf-link-cust
               move "CDGT" to ws-reject-reason
               perform write-reject-record
               exit section
           end-if
           move ws-record-num to f-record-num
           read custFile with no lock
               invalid key
                   display "Registration Rejected - Link Customer Not "
                       "On File: " wrf-link-cust
                   move "NFND" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-read
           if f-del-pending
               display "Registration Rejected - Link Customer Delete "
                   "Pending: " wrf-link-cust
               move "DELP" to ws-reject-reason
               perform write-reject-record
               exit section
           end-if
           move f-branch to ws-branch
           set wx-webx-linked-existing to true
           perform write-webxref
           if record-valid
               add 1 to ws-linked-count
               display "Web Account Linked: " wrf-web-id
                   " Customer " ws-record-num
           end-if
           .

      *      A registration gets the same edits the counter's add
      *      gives a new customer. One that looks like a customer
      *      already on file is held for the duplicate review rather
      *      than creating a second record -- unless the review has
      *      already sent it back marked as new.

       register-new-customer section.
           move spaces         to ws-record-information
           move wrf-firstname  to ws-firstname
           move wrf-lastname   to ws-lastname
           move wrf-address    to ws-address
           move wrf-phone      to ws-phone
           move wrf-email      to ws-email
           move wrf-consent    to ws-consent
           move zero           to ws-credit-limit
           move ws-web-branch  to ws-branch
           perform validate-add-record
           if record-invalid
               perform write-reject-record
               exit section
           end-if
           if not wrf-action-new
               perform check-possible-duplicate
               if possible-duplicate
                   perform hold-registration
                   exit section
               end-if
           end-if
           perform assign-next-record-num
           move ws-record-information to f-record-information
           write f-record-information
               invalid key
                   display "Registration Rejected - Customer Could "
                       "Not Be Added: " ws-record-num
                   move "ADDF" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-write
           perform write-add-audit-record
           set wx-webx-created to true
           perform write-webxref
           if record-valid
               add 1 to ws-created-count
               display "Web Customer Created: " wrf-web-id
                   " Customer " ws-record-num
           end-if
           .

      *      The cross-reference row, its audit line, and the end of
      *      any hold the registration was waiting under.

       write-webxref section.
           move wrf-web-id    to wx-webx-web-id
           move ws-record-num to wx-webx-cust
           move ws-today      to wx-webx-linked
           write wx-webx-information
               invalid key
                   set record-invalid to true
                   display "Registration Rejected - Cross-Reference "
                       "Could Not Be Written: " wrf-web-id
                   move "XREF" to ws-reject-reason
                   perform write-reject-record
                   exit section
           end-write
           perform write-link-audit-record
           move wrf-web-id to wh-hold-web-id
           delete custWebHold record
               invalid key
                   continue
           end-delete
           .

      *      A second copy of a held registration replaces the first,
      *      keeping the date it was first held.

       hold-registration section.
           move wrf-web-id to wh-hold-web-id
           read custWebHold with lock
               invalid key
                   move ws-today to wh-hold-date
               not invalid key
                   continue
           end-read
           move wrf-web-id     to wh-hold-web-id
           move wrf-firstname  to wh-hold-firstname
           move wrf-lastname   to wh-hold-lastname
           move wrf-address    to wh-hold-address
           move wrf-phone      to wh-hold-phone
           move wrf-email      to wh-hold-email
           move wrf-consent    to wh-hold-consent
           move ws-dupe-match  to wh-hold-match
           move ws-dupe-reason to wh-hold-reason
           rewrite wh-hold-information
               invalid key
                   write wh-hold-information
                       invalid key
                           display "Hold Could Not Be Written: "
                               wrf-web-id
                   end-write
           end-rewrite
           add 1 to ws-held-count
           display "Web Registration Held - Possible Duplicate Of "
               ws-dupe-match ": " wrf-web-id
           .

       check-possible-duplicate section.
           move "N" to ws-dupe-flag
           move "N" to ws-dupe-eof-flag
           move spaces to ws-dupe-match ws-dupe-reason
           move ws-lastname to f-lastname
           start custFile key is equal to f-lastname
               invalid key
                   set end-of-surname to true
               not invalid key
                   continue
           end-start
           perform scan-surname-record
               until end-of-surname or possible-duplicate
           .

       scan-surname-record section.
           read custFile next with no lock
               at end
                   set end-of-surname to true
               not at end
                   if f-lastname not = ws-lastname
                       set end-of-surname to true
                       exit section
                   end-if
                   if f-record-num = ws-control-key or f-del-pending
                       exit section
                   end-if
                   if f-firstname = ws-firstname
                       set possible-duplicate to true
                       move "SAME NAME" to ws-dupe-reason
                   else
                       if f-phone not = spaces
                           and f-phone = ws-phone
                           set possible-duplicate to true
                           move "SAME PHONE" to ws-dupe-reason
                       end-if
                   end-if
                   if possible-duplicate
                       move f-record-num to ws-dupe-match
                   end-if
           end-read
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move webreg-record    to rej-line
           write reject-record
           move spaces to ws-reject-reason
           .

      *      The counter's add edits: a name, a postcode that looks
      *      like one and is in the directory with the town agreeing,
      *      a well-formed email, consent flags Y, N or space.

       validate-add-record section.
           set record-valid to true
           if ws-firstname = spaces or ws-lastname = spaces
               set record-invalid to true
               display "Registration Rejected - Name Required"
               move "NAME" to ws-reject-reason
               exit section
           end-if
           perform check-postcode
           if postcode-invalid
               set record-invalid to true
               display "Registration Rejected - Postcode Format "
                   "Invalid"
               move "PCDE" to ws-reject-reason
               exit section
           end-if
           perform check-postcode-directory
           if pcdir-not-found
               set record-invalid to true
               display "Registration Rejected - Postcode Not In "
                   "Directory"
               move "PDIR" to ws-reject-reason
               exit section
           end-if
           if pcdir-mismatch
               set record-invalid to true
               display "Registration Rejected - Town Does Not Match "
                   "Postcode"
               move "PTWN" to ws-reject-reason
               exit section
           end-if
           perform check-email
           if email-invalid
               set record-invalid to true
               display "Registration Rejected - Email Format Invalid"
               move "MAIL" to ws-reject-reason
               exit section
           end-if
           perform check-consent
           if consent-invalid
               set record-invalid to true
               display "Registration Rejected - Consent Must Be Y, N "
                   "or Space"
               move "CONS" to ws-reject-reason
           end-if
           .

      *      The format edit proves a postcode looks like one; this
      *      proves it exists and the town agrees. Until the
      *      directory load has run, the directory is simply not
      *      there and the check stands aside.

       check-postcode-directory section.
           set pcdir-ok to true
           if ws-addr-postcode = spaces or postcode-invalid
               exit section
           end-if
           open input custPcodeDir
           if pcodedir-status-bad-open
               exit section
           end-if
           move function upper-case(ws-addr-postcode) to pd-postcode
           read custPcodeDir with no lock
               invalid key
                   set pcdir-not-found to true
               not invalid key
                   if ws-addr-city not = spaces
                       move function upper-case(ws-addr-city)
                           to ws-pcdir-city
                       if ws-pcdir-city not = pd-town
                           set pcdir-mismatch to true
                       end-if
                   end-if
           end-read
           close custPcodeDir
           .

      *      A blank postcode is let through -- plenty of records
      *      predate the split address -- but one that is filled in
      *      must look like a postcode: leading letter, at least one
      *      digit, and nothing but letters, digits and spaces.

       check-postcode section.
           set postcode-valid to true
           if ws-addr-postcode = spaces
               exit section
           end-if
           move function upper-case(ws-addr-postcode) to ws-pc-work
           if ws-pc-work(1:1) < "A" or ws-pc-work(1:1) > "Z"
               set postcode-invalid to true
               exit section
           end-if
           move 0 to ws-pc-digits
           perform check-postcode-char
               varying ws-pc-idx from 1 by 1
               until ws-pc-idx > 8 or postcode-invalid
           if postcode-valid and ws-pc-digits = 0
               set postcode-invalid to true
           end-if
           .

       check-postcode-char section.
           evaluate ws-pc-work(ws-pc-idx:1)
               when "0" thru "9"
                   add 1 to ws-pc-digits
               when "A" thru "Z"
                   continue
               when space
                   continue
               when other
                   set postcode-invalid to true
           end-evaluate
           .

      *      A blank email is allowed; one that is filled in must hold
      *      exactly one @ sign, at least one dot, and start with
      *      neither.

       check-email section.
           set email-valid to true
           if ws-email = spaces
               exit section
           end-if
           move 0 to ws-em-at-count
           move 0 to ws-em-dot-count
           inspect ws-email tallying ws-em-at-count for all "@"
           inspect ws-email tallying ws-em-dot-count for all "."
           if ws-em-at-count not = 1
               or ws-em-dot-count = 0
               or ws-email(1:1) = "@"
               or ws-email(1:1) = "."
               set email-invalid to true
           end-if
           .

       check-consent section.
           set consent-valid to true
           perform check-consent-char
               varying ws-cons-idx from 1 by 1
               until ws-cons-idx > 3 or consent-invalid
           .

       check-consent-char section.
           evaluate ws-consent(ws-cons-idx:1)
               when "Y"
                   continue
               when "N"
                   continue
               when space
                   continue
               when other
                   set consent-invalid to true
           end-evaluate
           .

      *      The control record carries the last seven-digit base
      *      handed out; a stored value below the cutover base simply
      *      means no check-digit number has been issued yet, so the
      *      first one starts the new range.

       assign-next-record-num section.
           move ws-control-key to f-record-num
           read custFile with lock
               invalid key
                   move spaces to f-record-information
                   move cd-first-base to ws-cd-base
               not invalid key
                   move f-firstname(1:8) to ws-cd-work
                   if ws-cd-work < cd-first-base
                       move cd-first-base to ws-cd-base
                   else
                       compute ws-cd-base = ws-cd-work + 1
                   end-if
           end-read
           perform compute-check-digit
           compute ws-next-record-num = ws-cd-base * 10 + ws-cd-digit
           move ws-next-record-num to ws-record-num
           move ws-control-key to f-record-num
           move ws-cd-base to ws-cd-work
           move ws-cd-work to f-firstname(1:8)
           move spaces to f-lastname
           rewrite f-record-information
               invalid key
                   write f-record-information
                       invalid key
                           display "Control Record Could Not Be Created"
                   end-write
           end-rewrite
           .

       compute-check-digit section.
           move 0 to ws-cd-sum
           perform add-check-digit-term
               varying ws-cd-idx from 1 by 1
               until ws-cd-idx > 7
           compute ws-cd-digit =
               function mod(10 - function mod(ws-cd-sum, 10), 10)
           .

       add-check-digit-term section.
           compute ws-cd-sum = ws-cd-sum
               + ws-cd-base-digit(ws-cd-idx)
               * ws-cd-weight(ws-cd-idx)
           .

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
           perform compute-check-digit
           if ws-cd-digit not = ws-cd-given
               set check-digit-bad to true
           end-if
           .

      *      A customer created from a registration is audited as an
      *      add, the same as one keyed at the counter, so the archive
      *      run has its baseline.

       write-add-audit-record section.
           move spaces         to ws-audit-line
           move "ADD"          to ws-audit-op
           move ws-record-num  to ws-audit-key
           move ws-firstname   to ws-audit-after-first
           move ws-lastname    to ws-audit-after-last
           move ws-address     to ws-audit-after-address
           move ws-phone       to ws-audit-after-phone
           move ws-email       to ws-audit-after-email
           move ws-consent     to ws-audit-after-consent
           perform write-audit-record
           .

      *      The cross-reference goes on the trail as WEBLINK against
      *      the customer, with the web id in the before-email column.

       write-link-audit-record section.
           move spaces         to ws-audit-line
           move "WEBLINK"      to ws-audit-op
           move ws-record-num  to ws-audit-key
           move wrf-web-id     to ws-audit-before-email
           perform write-audit-record
           .

       write-audit-record section.
           move function current-date to ws-audit-timestamp
           move ws-branch to ws-audit-branch
           perform assign-audit-seq
           move ws-run-job-name to ws-audit-operator
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
           move ws-audit-seq-next to ws-audit-seq
           open output custAuditSeq
           compute auditseq-next = ws-audit-seq-next + 1
           write auditseq-record
           close custAuditSeq
           .

      *      The online server raises custServeFlg.dat while it is up;
      *      this run must not touch custFile while clients are being
      *      served, so it refuses to start until the server has been
      *      shut down cleanly (which lowers the flag).

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

      *      The morning checklist's memory: warn when this job already
      *      ran today.

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
