       identification division.

       program-id. custBankLoad.

       environment division.
       configuration section.
           select custBankStmt assign to "custBankStmt.dat"
               organization is line sequential
               file status is ws-bankstmt-status.
           select custBankRej assign to "custBankRej.dat"
               organization is line sequential.
           select custBankLines assign to "custBankLines.dat"
               organization is indexed
               access is dynamic
               record key is bl-bank-key of custBankLines
               lock mode is manual with lock on record
               file status is ws-banklines-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The bank's statement file for the day: one statement line
      *      per record -- the banking date, the line's number on the
      *      statement, credit or debit, the paying-in reference, the
      *      amount and the bank's narrative.

       fd custBankStmt.
       01 stmt-record.
           03 stm-date      pic x(8).
           03 filler        pic x.
           03 stm-line      pic 9(4).
           03 filler        pic x.
           03 stm-type      pic x.
           03 filler        pic x.
           03 stm-ref       pic x(8).
           03 filler        pic x.
           03 stm-amount    pic 9(7)v99.
           03 filler        pic x.
           03 stm-narrative pic x(30).

      *      A malformed line goes back out with a reason code in
      *      front of the original data, custLoad style.

       fd custBankRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(65).

      *      Statement lines are kept, not rebuilt -- the bank sends
      *      each day's statement once, and a line it sends again is
      *      refused rather than counted twice.

       fd custBankLines.
       01 bl-bank-record.
           copy "custbankln.cpy" replacing ==:PREFIX:== by ==bl==.

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-bankstmt-status pic xx.
           88 bankstmt-status-ok       value "00".
           88 bankstmt-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-banklines-status pic xx.
           88 banklines-status-ok       value "00" "02".
           88 banklines-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-statement value "Y".

       01 ws-reject-reason pic x(4).

       01 ws-read-count     pic 9(8) value 0.
       01 ws-credit-count   pic 9(8) value 0.
       01 ws-debit-count    pic 9(8) value 0.
       01 ws-credit-value   pic 9(11)v99 comp-3 value 0.
       01 ws-rejected-count pic 9(8) value 0.

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "BANKLOAD" to ws-run-job-name
           perform check-run-control
           open input custBankStmt
           if bankstmt-status-bad-open
               display "custBankStmt.dat Not Found - Nothing To Load"
               goback
           end-if
           perform open-custbanklines-io
           if banklines-status-bad-open
               display "custBankLines Open Failed - Status "
                   ws-banklines-status
               close custBankStmt
               goback
           end-if
           open output custBankRej
           move "N" to ws-eof-flag
           perform read-statement-record
           perform load-statement-record until end-of-statement
           close custBankRej
           close custBankLines
           close custBankStmt
           display "Bank Statement Load Complete"
           display "Lines Read     : " ws-read-count
           display "Credits Loaded : " ws-credit-count
           display "Value Credited : " ws-credit-value
           display "Debits Loaded  : " ws-debit-count
           display "Lines Rejected : " ws-rejected-count
           compute ws-runctl-count-1 =
               ws-credit-count + ws-debit-count
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       read-statement-record section.
           read custBankStmt
               at end
                   set end-of-statement to true
               not at end
                   add 1 to ws-read-count
           end-read
           .

       load-statement-record section.
           move spaces to ws-reject-reason
           evaluate true
               when stm-date not numeric
                   move "DATE" to ws-reject-reason
               when stm-line not numeric
                   or stm-line = zero
                   move "LINE" to ws-reject-reason
               when stm-type not = "C" and stm-type not = "D"
                   move "TYPE" to ws-reject-reason
               when stm-amount not numeric
                   or stm-amount = zero
                   move "RAMT" to ws-reject-reason
               when other
                   perform write-bank-line
           end-evaluate
           if ws-reject-reason not = spaces
               perform write-reject-record
           end-if
           perform read-statement-record
           .

       write-bank-line section.
           move spaces        to bl-bank-record
           move stm-date      to bl-bank-date
           move stm-line      to bl-bank-line
           move stm-type      to bl-bank-type
           move stm-ref       to bl-bank-ref
           move stm-amount    to bl-bank-amount
           move stm-narrative to bl-bank-narrative
           write bl-bank-record
               invalid key
                   move "DUPL" to ws-reject-reason
               not invalid key
                   if bl-bank-credit
                       add 1 to ws-credit-count
                       add bl-bank-amount to ws-credit-value
                   else
                       add 1 to ws-debit-count
                   end-if
           end-write
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move stmt-record      to rej-line
           write reject-record
           move spaces to ws-reject-reason
           .

      *      A brand-new install has no custBankLines.dat until the
      *      first statement is loaded -- create it on that first open.

       open-custbanklines-io section.
           open i-o custBankLines
           if banklines-status-bad-open
               open output custBankLines
               close custBankLines
               open i-o custBankLines
           end-if
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
