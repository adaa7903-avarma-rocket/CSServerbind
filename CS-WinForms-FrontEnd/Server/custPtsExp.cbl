       identification division.

       program-id. custPtsExp.

       environment division.
       configuration section.
           select custPoints assign to "custPoints.dat"
               organization is indexed
               access is dynamic
               record key is pt-pts-key of custPoints
               lock mode is manual with lock on record
               file status is ws-points-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.
           select custServeFlg assign to "custServeFlg.dat"
               organization is line sequential
               file status is ws-serveflg-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      Each customer's loyalty points. This run takes away the
      *      points that have sat unspent past the expiry period: each
      *      lot with points still left on it and dated before the
      *      cut-off is emptied, one expiry row per customer records
      *      what went, and the balance row comes down to match.

       fd custPoints.
       01 pt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.

      *      The batch tuning parameters, shared with the server --
      *      this run reads how many months a point lasts from
      *      POINTSMONTHS.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-points-status pic xx.
           88 points-status-ok       value "00" "02".
           88 points-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-points value "Y".

      *      A point lasts this many whole months from the day it was
      *      earned or given back.

       01 ws-points-months pic 9(4) comp value 12.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-today        pic x(8).
       01 ws-today-parts redefines ws-today.
           03 ws-today-yyyy pic 9(4).
           03 ws-today-mm   pic 99.
           03 ws-today-dd   pic 99.
       01 ws-cutoff       pic x(8).
       01 ws-cutoff-parts redefines ws-cutoff.
           03 ws-cutoff-yyyy pic 9(4).
           03 ws-cutoff-mm   pic 99.
           03 ws-cutoff-dd   pic 99.
       01 ws-month-count  pic 9(6) comp.

      *      Control-break holds for the customer whose rows are being
      *      read -- the key hands a customer's rows back together,
      *      balance row first, so one pass does every customer. The
      *      row that breaks the customer is held while the customer
      *      before it is finished off.

       01 ws-current-cust    pic x(8) value spaces.
       01 ws-cust-balance    pic 9(7).
       01 ws-cust-last-seq   pic 9(6).
       01 ws-cust-expired    pic 9(7).
       01 ws-cust-bal-flag   pic x.
           88 cust-balance-on-file value "Y".
       01 ws-points-hold     pic x(70).

       01 ws-lots-expired   pic 9(8) value 0.
       01 ws-cust-touched   pic 9(8) value 0.
       01 ws-points-expired pic 9(9) value 0.

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
               display "Server Active - Points Expiry Run Refused"
               goback
           end-if
           move "PTSEXPIRE" to ws-run-job-name
           perform check-run-control
           perform read-parameters
           perform set-expiry-cutoff
           open i-o custPoints
           if points-status-bad-open
               display "custPoints Not Found - No Points To Expire"
               goback
           end-if
           move "N" to ws-eof-flag
           move low-values to pt-pts-key
           start custPoints key is not less than pt-pts-key
               invalid key
                   set end-of-points to true
               not invalid key
                   continue
           end-start
           perform review-next-row until end-of-points
           if ws-current-cust not = spaces
               perform finish-customer
           end-if
           close custPoints
           display "Points Expiry Run Complete"
           display "Expiry Cut-Off     : " ws-cutoff
           display "Lots Expired       : " ws-lots-expired
           display "Customers Affected : " ws-cust-touched
           display "Points Expired     : " ws-points-expired
           move ws-lots-expired to ws-runctl-count-1
           move ws-cust-touched to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      POINTSMONTHS from custParams.dat overrides the compiled
      *      default; no parameter file simply keeps the default.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           display "Points Months In Force: " ws-points-months
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   if par-name = "POINTSMONTHS"
                       and par-value is numeric and par-value > 0
                       and par-value < 1000
                       move par-value to ws-points-months
                   end-if
           end-read
           .

      *      The cut-off is the same day of the month POINTSMONTHS
      *      months back -- a lot dated before it has lapsed. A day
      *      past the 28th is taken back to the 28th, so the cut-off
      *      is a real date in every month.

       set-expiry-cutoff section.
           move function current-date(1:8) to ws-today
           compute ws-month-count =
               ws-today-yyyy * 12 + ws-today-mm - 1 - ws-points-months
           divide ws-month-count by 12
               giving ws-cutoff-yyyy remainder ws-cutoff-mm
           add 1 to ws-cutoff-mm
           move ws-today-dd to ws-cutoff-dd
           if ws-cutoff-dd > 28
               move 28 to ws-cutoff-dd
           end-if
           .

       review-next-row section.
           read custPoints next with lock
               at end
                   set end-of-points to true
               not at end
                   if pt-pts-cust not = ws-current-cust
                       perform start-next-customer
                   end-if
                   evaluate true
                       when pt-pts-balance
                           set cust-balance-on-file to true
                           move pt-pts-remaining to ws-cust-balance
                           move pt-pts-order-n   to ws-cust-last-seq
                       when pt-pts-lot
                           perform judge-lot-age
                       when other
                           continue
                   end-evaluate
           end-read
           .

      *      The row just read belongs to the next customer: the one
      *      before it is finished off first, and the row is put back
      *      in the record area to be looked at in its turn.

       start-next-customer section.
           if ws-current-cust not = spaces
               move pt-points-record to ws-points-hold
               perform finish-customer
               move ws-points-hold to pt-points-record
           end-if
           move pt-pts-cust to ws-current-cust
           move "N" to ws-cust-bal-flag
           move 0 to ws-cust-balance ws-cust-last-seq ws-cust-expired
           .

      *      A lot with points still on it, dated before the cut-off,
      *      has lapsed: what is left of it goes.

       judge-lot-age section.
           if pt-pts-remaining = 0
               or pt-pts-date not < ws-cutoff
               exit section
           end-if
           add pt-pts-remaining to ws-cust-expired
           move 0 to pt-pts-remaining
           rewrite pt-points-record
               invalid key
                   display "Points Lot Could Not Be Expired: "
                       pt-pts-cust " " pt-pts-seq
               not invalid key
                   add 1 to ws-lots-expired
           end-rewrite
           .

      *      One expiry row carries everything the customer lost
      *      tonight, and the balance row comes down by the same --
      *      never below nothing.

       finish-customer section.
           if ws-cust-expired = 0
               exit section
           end-if
           add 1 to ws-cust-last-seq
           move spaces           to pt-points-record
           move ws-current-cust  to pt-pts-cust
           move ws-cust-last-seq to pt-pts-seq
           set pt-pts-expired    to true
           move ws-today         to pt-pts-date
           move ws-cust-expired  to pt-pts-points
           move 0                to pt-pts-remaining
           move ws-run-job-name  to pt-pts-source
           write pt-points-record
               invalid key
                   display "Points Expiry Row Could Not Be Written: "
                       ws-current-cust
           end-write
           if ws-cust-expired > ws-cust-balance
               move 0 to ws-cust-balance
           else
               subtract ws-cust-expired from ws-cust-balance
           end-if
           move spaces           to pt-points-record
           move ws-current-cust  to pt-pts-cust
           move 0                to pt-pts-seq
           set pt-pts-balance    to true
           move ws-today         to pt-pts-date
           move ws-cust-last-seq to pt-pts-order-n
           move 0                to pt-pts-points
           move ws-cust-balance  to pt-pts-remaining
           move ws-run-job-name  to pt-pts-source
           if cust-balance-on-file
               rewrite pt-points-record
                   invalid key
                       display "Points Balance Could Not Be Updated: "
                           ws-current-cust
               end-rewrite
           else
               write pt-points-record
                   invalid key
                       display "Points Balance Could Not Be Written: "
                           ws-current-cust
               end-write
           end-if
           add 1 to ws-cust-touched
           add ws-cust-expired to ws-points-expired
           display "Points Expired: " ws-current-cust
               " " ws-cust-expired
           .

      *      The online server raises custServeFlg.dat while it is up;
      *      the server moves points as orders are keyed and closed,
      *      so this run must not start while clients are being
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
