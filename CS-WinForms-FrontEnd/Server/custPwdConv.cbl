       identification division.

       program-id. custPwdConv.

       environment division.
       configuration section.
           select custOperators assign to "custOperators.dat"
               organization is indexed
               access is dynamic
               record key is op-oper-id of custOperators
               lock mode is manual with lock on record
               file status is ws-custoper-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The operator master, converted in place: every row still
      *      holding its password as typed is given a salt and has
      *      the password replaced by the coded form the server signs
      *      on against. Rows already coded are left alone, so the
      *      run is safe to repeat.

       fd custOperators.
       01 op-record.
           copy "custoper.cpy" replacing ==:PREFIX:== by ==op==.

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-custoper-status pic xx.
           88 custoper-status-ok       value "00" "02".
           88 custoper-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-operators value "Y".

       01 ws-coded-count   pic 9(8) value 0.
       01 ws-already-count pic 9(8) value 0.
       01 ws-failed-count  pic 9(8) value 0.

      *      The same coding the server applies when a password is
      *      set -- salt and password folded through two running
      *      remainders for a fixed number of rounds. The two must
      *      always be changed together, or nobody converted here
      *      will be able to sign on.

       01 ws-pwd-text.
           03 ws-pwd-text-salt pic x(8).
           03 ws-pwd-text-word pic x(25).
       01 ws-pwd-coded.
           03 ws-pwd-coded-scheme pic x value "#".
           03 ws-pwd-coded-salt   pic x(8).
           03 ws-pwd-coded-h1     pic 9(8).
           03 ws-pwd-coded-h2     pic 9(8).
       01 ws-pwd-h1        pic 9(18) comp.
       01 ws-pwd-h2        pic 9(18) comp.
       01 ws-pwd-round     pic 9(4) comp.
       01 ws-pwd-rounds    pic 9(4) comp value 500.
       01 ws-pwd-char-idx  pic 9(4) comp.
       01 ws-pwd-salt-seq  pic 9(4) comp value 0.
       01 ws-pwd-salt-num  pic 9(8).
       01 ws-pwd-salt-work pic 9(18) comp.
       01 ws-pwd-date-num  pic 9(8).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "PWDCONV" to ws-run-job-name
           perform check-run-control
           open i-o custOperators
           if custoper-status-bad-open
               display "custOperators Not Found - Nothing To Convert"
               goback
           end-if
           move "N" to ws-eof-flag
           move low-values to op-oper-id
           start custOperators key is greater than op-oper-id
               invalid key
                   set end-of-operators to true
           end-start
           perform convert-next-operator until end-of-operators
           close custOperators
           display "Operator Password Conversion Complete"
           display "Passwords Coded   : " ws-coded-count
           display "Already Coded     : " ws-already-count
           display "Could Not Rewrite : " ws-failed-count
           move ws-coded-count   to ws-runctl-count-1
           move ws-already-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       convert-next-operator section.
           read custOperators next with lock
               at end
                   set end-of-operators to true
               not at end
                   perform convert-one-operator
           end-read
           .

       convert-one-operator section.
           if op-oper-pwd-hashed
               add 1 to ws-already-count
               exit section
           end-if
           move op-oper-password to ws-pwd-text-word
           perform make-password-salt
           perform hash-password
           move ws-pwd-coded to op-oper-password
           rewrite op-record
               invalid key
                   display "Operator Not Converted: " op-oper-id
                   add 1 to ws-failed-count
               not invalid key
                   add 1 to ws-coded-count
           end-rewrite
           .

       make-password-salt section.
           add 1 to ws-pwd-salt-seq
           move function current-date(1:8) to ws-pwd-date-num
           move function current-date(9:8) to ws-pwd-salt-num
           compute ws-pwd-salt-work = ws-pwd-salt-num
               + ws-pwd-date-num * 13 + ws-pwd-salt-seq * 7919
           compute ws-pwd-salt-num =
               function mod(ws-pwd-salt-work, 100000000)
           move ws-pwd-salt-num to ws-pwd-text-salt
           .

       hash-password section.
           move 0 to ws-pwd-h1 ws-pwd-h2
           perform hash-password-round
               varying ws-pwd-round from 1 by 1
               until ws-pwd-round > ws-pwd-rounds
           move "#"              to ws-pwd-coded-scheme
           move ws-pwd-text-salt to ws-pwd-coded-salt
           move ws-pwd-h1        to ws-pwd-coded-h1
           move ws-pwd-h2        to ws-pwd-coded-h2
           .

       hash-password-round section.
           perform hash-password-char
               varying ws-pwd-char-idx from 1 by 1
               until ws-pwd-char-idx > length of ws-pwd-text
           .

       hash-password-char section.
           compute ws-pwd-h1 = function mod(ws-pwd-h1 * 131
               + function ord(ws-pwd-text(ws-pwd-char-idx:1))
               + ws-pwd-round, 99999989)
           compute ws-pwd-h2 = function mod(ws-pwd-h2 * 257
               + ws-pwd-h1 + ws-pwd-char-idx, 99999971)
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
