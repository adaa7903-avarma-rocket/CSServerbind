       identification division.

       program-id. custOperAct.

       environment division.
       configuration section.
           select custAudit assign to "custAudit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select custOperators assign to "custOperators.dat"
               organization is indexed
               access is dynamic
               record key is op-oper-id of custOperators
               lock mode is manual with lock on record
               file status is ws-custoper-status.
           select custBranch assign to "custBranch.dat"
               organization is indexed
               access is dynamic
               record key is br-branch-code of custBranch
               file status is ws-branchmst-status.
           select custCalendar assign to "custCalendar.dat"
               organization is indexed
               access is dynamic
               record key is cal-cal-date of custCalendar
               file status is ws-calendar-status.
           select custOperAct assign to "custOperAct.rpt"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.
       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

      *      The operator master, for the branch each operator signs
      *      in for and whether they are still allowed to.

       fd custOperators.
       01 op-record.
           copy "custoper.cpy" replacing ==:PREFIX:== by ==op==.

      *      The branch master, for the opening hours of the branch
      *      each operator works at.

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

      *      The processing calendar -- on a bank holiday no branch
      *      is open, whatever its usual week says.

       fd custCalendar.
       01 cal-record.
           copy "custcal.cpy" replacing ==:PREFIX:== by ==cal==.

       fd custOperAct.
       01 operact-line pic x(132).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 rpt-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==rpt==.

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custoper-status pic xx.
           88 custoper-status-ok       value "00" "02".
           88 custoper-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-branchmst-status pic xx.
           88 branchmst-status-ok       value "00" "02".
           88 branchmst-status-bad-open value "35" "37" "41" "42"
                                              "49".

       01 ws-calendar-status pic xx.
           88 calendar-status-ok       value "00" "02".
           88 calendar-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-audit value "Y".

       01 ws-today          pic x(8).
       01 ws-today-numeric  pic 9(8).
       01 ws-today-integer  pic s9(9) comp.
       01 ws-week-count     pic s9(9) comp.
       01 ws-day-of-week    pic 9 comp.

       01 ws-holiday-flag pic x value "N".
           88 today-is-holiday value "Y".

      *      The hours a branch keeps when its row carries none, and
      *      the hours the head office is taken to keep.

       01 ws-default-opens  pic x(4) value "0900".
       01 ws-default-closes pic x(4) value "1730".
       01 ws-default-days   pic x(7) value "YYYYYYN".

      *      The audit operations the auditors ask about, counted per
      *      operator. Searches, misses and sign-on refusals change
      *      nothing and are left to the usage and security reports;
      *      any other operation that changes data counts as other.

       01 ws-op-class pic x.
           88 op-is-add      value "A".
           88 op-is-update   value "U".
           88 op-is-delete   value "D".
           88 op-is-transfer value "T".
           88 op-is-override value "V".
           88 op-is-order    value "O".
           88 op-is-other    value "X".
           88 op-is-enquiry  value "E".

      *      One row per operator seen on today's trail, with what
      *      the operator master says about them and their branch's
      *      hours, looked up once on first sight.

       01 ws-oper-max  pic 9(3) comp value 100.
       01 ws-oper-used pic 9(3) comp value 0.
       01 ws-oper-over pic 9(8) value 0.
       01 ws-oper-table.
           03 ws-oper-entry occurs 100 times.
               05 ws-oa-id       pic x(25).
               05 ws-oa-branch   pic x(3).
               05 ws-oa-status   pic x.
                   88 ws-oa-active      value "A".
                   88 ws-oa-disabled    value "D".
                   88 ws-oa-locked      value "L".
                   88 ws-oa-not-on-file value "?".
               05 ws-oa-opens    pic x(4).
               05 ws-oa-closes   pic x(4).
               05 ws-oa-days     pic x(7).
               05 ws-oa-adds     pic 9(5) comp.
               05 ws-oa-updates  pic 9(5) comp.
               05 ws-oa-deletes  pic 9(5) comp.
               05 ws-oa-transfers pic 9(5) comp.
               05 ws-oa-overrides pic 9(5) comp.
               05 ws-oa-orders   pic 9(5) comp.
               05 ws-oa-others   pic 9(5) comp.
               05 ws-oa-out-hours pic 9(5) comp.
               05 ws-oa-cross-br pic 9(5) comp.
       01 ws-oper-idx pic 9(3) comp.

      *      Each flagged change, held so the exceptions can print
      *      after the operator summary. A day with more than the
      *      table holds still has every one counted.

       01 ws-exc-max  pic 9(4) comp value 500.
       01 ws-exc-used pic 9(4) comp value 0.
       01 ws-exc-over pic 9(8) value 0.
       01 ws-exc-table.
           03 ws-exc-entry occurs 500 times.
               05 ws-exc-time   pic x(6).
               05 ws-exc-oper   pic x(25).
               05 ws-exc-op     pic x(10).
               05 ws-exc-key    pic x(8).
               05 ws-exc-branch pic x(3).
               05 ws-exc-reason pic x(24).
       01 ws-exc-idx pic 9(4) comp.

       01 ws-exc-flags.
           03 ws-exc-hours-flag pic x.
               88 change-out-of-hours value "Y".
           03 ws-exc-branch-flag pic x.
               88 change-other-branch value "Y".

       01 ws-change-time pic x(4).

       01 ws-lines-today    pic 9(8) value 0.
       01 ws-changes-today  pic 9(8) value 0.
       01 ws-out-hours-total pic 9(8) value 0.
       01 ws-cross-br-total pic 9(8) value 0.
       01 ws-disabled-seen  pic 9(4) value 0.

       01 ws-operact-detail.
           03 ws-det-oper    pic x(25).
           03 filler         pic x value space.
           03 ws-det-branch  pic x(3).
           03 filler         pic x value space.
           03 ws-det-status  pic x.
           03 filler         pic x value space.
           03 ws-det-adds    pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-updates pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-deletes pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-xfers   pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-ovrs    pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-orders  pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-others  pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-out-hrs pic zzzz9.
           03 filler         pic x value space.
           03 ws-det-cross   pic zzzz9.
           03 filler         pic xx value spaces.
           03 ws-det-flag    pic x(28).

       01 ws-exception-detail.
           03 filler         pic xx value spaces.
           03 ws-exd-time    pic x(8).
           03 filler         pic xx value spaces.
           03 ws-exd-oper    pic x(25).
           03 filler         pic x value space.
           03 ws-exd-op      pic x(10).
           03 filler         pic x value space.
           03 ws-exd-key     pic x(8).
           03 filler         pic x value space.
           03 ws-exd-branch  pic x(3).
           03 filler         pic xx value spaces.
           03 ws-exd-reason  pic x(24).

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
           move "OPERACT" to ws-run-job-name
           move "STATS"   to ws-run-pred-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           perform work-out-day-of-week
           perform check-holiday
           open input custAudit
           if audit-status-bad-open
               display "custAudit Not Found - No Activity To Report"
               goback
           end-if
           open input custOperators
           open input custBranch
           move "N" to ws-eof-flag
           perform read-audit-record
           perform tally-audit-record until end-of-audit
           close custAudit
           if not custoper-status-bad-open
               close custOperators
           end-if
           if not branchmst-status-bad-open
               close custBranch
           end-if
           open output custOperAct
           perform write-report-header
           perform print-operator-line
               varying ws-oper-idx from 1 by 1
               until ws-oper-idx > ws-oper-used
           perform write-exceptions
           perform write-disabled-operators
           perform write-report-trailer
           close custOperAct
           display "Operator Activity Report Complete"
           display "Changes Today      : " ws-changes-today
           display "Out Of Hours       : " ws-out-hours-total
           display "Other Branch       : " ws-cross-br-total
           display "Disabled Operators : " ws-disabled-seen
           move ws-changes-today   to ws-runctl-count-1
           move ws-out-hours-total to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      Day one of the date count, 1 January 1601, was a Monday,
      *      so the remainder over seven gives the day of the week
      *      with Monday as 1 -- the order the branch days are kept.

       work-out-day-of-week section.
           compute ws-week-count = ws-today-integer - 1
           divide ws-week-count by 7 giving ws-week-count
               remainder ws-day-of-week
           add 1 to ws-day-of-week
           .

       check-holiday section.
           open input custCalendar
           if calendar-status-bad-open
               exit section
           end-if
           move ws-today to cal-cal-date
           read custCalendar
               invalid key
                   continue
               not invalid key
                   if cal-cal-holiday
                       set today-is-holiday to true
                   end-if
           end-read
           close custCalendar
           .

       read-audit-record section.
           read custAudit into rpt-audit-line
               at end
                   set end-of-audit to true
           end-read
           .

       tally-audit-record section.
           if rpt-audit-timestamp(1:8) = ws-today
               add 1 to ws-lines-today
               perform classify-audit-op
               if not op-is-enquiry
                   add 1 to ws-changes-today
                   perform locate-operator-row
                   if ws-oper-idx > 0
                       perform count-operator-change
                       perform judge-change
                   end-if
               end-if
           end-if
           perform read-audit-record
           .

       classify-audit-op section.
           evaluate rpt-audit-op
               when "ADD"
                   set op-is-add to true
               when "UPDATE"
               when "UNDELETE"
               when "REINSTATE"
               when "MERGE"
               when "MAILRTN"
               when "BOUNCE"
               when "PENDCHG"
               when "CREDLIMIT"
               when "ACCTMGR"
               when "PARENT"
                   set op-is-update to true
               when "DELETE"
                   set op-is-delete to true
               when "TRANSFER"
                   set op-is-transfer to true
               when "OVERRIDE"
                   set op-is-override to true
               when "ORDADD"
               when "ORDLINE"
               when "ORDAMEND"
               when "ORDCANCEL"
               when "ORDCLOSE"
               when "ORDPAY"
               when "ORDRETURN"
               when "STANDADD"
               when "STANDSUSP"
               when "STANDRESUM"
               when "STANDEND"
               when "QUOTEADD"
               when "QUOTELINE"
               when "QUOTEPRINT"
               when "QUOTECONV"
               when "QUOTEDECL"
               when "QUOTEEXP"
                   set op-is-order to true
               when "SEARCH"
               when "MISS"
               when "DENIED"
               when "DISCREQ"
               when "SHUTDOWN"
               when "TRAILER"
                   set op-is-enquiry to true
               when other
                   set op-is-other to true
           end-evaluate
           .

      *      A batch run stamps its job name, which is not on the
      *      operator master; it is counted under that name but its
      *      hours and branch are never flagged -- the night stream
      *      is meant to run out of hours and across every branch.

       locate-operator-row section.
           perform scan-operator-row
               varying ws-oper-idx from 1 by 1
               until ws-oper-idx > ws-oper-used
                   or ws-oa-id(ws-oper-idx) = rpt-audit-operator
           if ws-oper-idx > ws-oper-used
               if ws-oper-used not < ws-oper-max
                   add 1 to ws-oper-over
                   move 0 to ws-oper-idx
                   exit section
               end-if
               add 1 to ws-oper-used
               move ws-oper-used to ws-oper-idx
               perform open-operator-row
           end-if
           .

       scan-operator-row section.
           continue
           .

       open-operator-row section.
           move rpt-audit-operator to ws-oa-id(ws-oper-idx)
           move 0 to ws-oa-adds(ws-oper-idx)
                     ws-oa-updates(ws-oper-idx)
                     ws-oa-deletes(ws-oper-idx)
                     ws-oa-transfers(ws-oper-idx)
                     ws-oa-overrides(ws-oper-idx)
                     ws-oa-orders(ws-oper-idx)
                     ws-oa-others(ws-oper-idx)
                     ws-oa-out-hours(ws-oper-idx)
                     ws-oa-cross-br(ws-oper-idx)
           move spaces to ws-oa-branch(ws-oper-idx)
           move "?" to ws-oa-status(ws-oper-idx)
           move ws-default-opens  to ws-oa-opens(ws-oper-idx)
           move ws-default-closes to ws-oa-closes(ws-oper-idx)
           move ws-default-days   to ws-oa-days(ws-oper-idx)
           if custoper-status-bad-open
               exit section
           end-if
           move rpt-audit-operator to op-oper-id
           read custOperators with no lock
               invalid key
                   exit section
           end-read
           move op-oper-branch to ws-oa-branch(ws-oper-idx)
           move op-oper-status to ws-oa-status(ws-oper-idx)
           if ws-oa-disabled(ws-oper-idx)
               add 1 to ws-disabled-seen
           end-if
           if branchmst-status-bad-open
               exit section
           end-if
           move op-oper-branch to br-branch-code
           read custBranch with no lock
               invalid key
                   exit section
           end-read
           if br-branch-opens numeric and br-branch-closes numeric
               move br-branch-opens  to ws-oa-opens(ws-oper-idx)
               move br-branch-closes to ws-oa-closes(ws-oper-idx)
           end-if
           if br-branch-days not = spaces
               move br-branch-days to ws-oa-days(ws-oper-idx)
           end-if
           .

       count-operator-change section.
           evaluate true
               when op-is-add
                   add 1 to ws-oa-adds(ws-oper-idx)
               when op-is-update
                   add 1 to ws-oa-updates(ws-oper-idx)
               when op-is-delete
                   add 1 to ws-oa-deletes(ws-oper-idx)
               when op-is-transfer
                   add 1 to ws-oa-transfers(ws-oper-idx)
               when op-is-override
                   add 1 to ws-oa-overrides(ws-oper-idx)
               when op-is-order
                   add 1 to ws-oa-orders(ws-oper-idx)
               when other
                   add 1 to ws-oa-others(ws-oper-idx)
           end-evaluate
           .

      *      Out of hours means on a holiday, on a day the operator's
      *      branch does not open, or before it opens or after it
      *      shuts. Another branch's customer means the record's
      *      branch is not the operator's own -- head office sees the
      *      whole file and is never flagged for it.

       judge-change section.
           if ws-oa-not-on-file(ws-oper-idx)
               exit section
           end-if
           move "N" to ws-exc-hours-flag ws-exc-branch-flag
           move rpt-audit-timestamp(9:4) to ws-change-time
           if today-is-holiday
               or ws-oa-days(ws-oper-idx)(ws-day-of-week:1) not = "Y"
               or ws-change-time < ws-oa-opens(ws-oper-idx)
               or ws-change-time not < ws-oa-closes(ws-oper-idx)
               set change-out-of-hours to true
               add 1 to ws-oa-out-hours(ws-oper-idx)
               add 1 to ws-out-hours-total
           end-if
           if ws-oa-branch(ws-oper-idx) not = "HQ "
               and ws-oa-branch(ws-oper-idx) not = spaces
               and rpt-audit-branch not = spaces
               and rpt-audit-branch not = ws-oa-branch(ws-oper-idx)
               set change-other-branch to true
               add 1 to ws-oa-cross-br(ws-oper-idx)
               add 1 to ws-cross-br-total
           end-if
           if change-out-of-hours or change-other-branch
               perform hold-exception
           end-if
           .

       hold-exception section.
           if ws-exc-used not < ws-exc-max
               add 1 to ws-exc-over
               exit section
           end-if
           add 1 to ws-exc-used
           move rpt-audit-timestamp(9:6) to ws-exc-time(ws-exc-used)
           move rpt-audit-operator to ws-exc-oper(ws-exc-used)
           move rpt-audit-op       to ws-exc-op(ws-exc-used)
           move rpt-audit-key      to ws-exc-key(ws-exc-used)
           move rpt-audit-branch   to ws-exc-branch(ws-exc-used)
           evaluate true
               when change-out-of-hours and change-other-branch
                   move "OUT OF HOURS/OTHER BR"
                       to ws-exc-reason(ws-exc-used)
               when change-out-of-hours
                   move "OUT OF HOURS" to ws-exc-reason(ws-exc-used)
               when other
                   move "OTHER BRANCH CUSTOMER"
                       to ws-exc-reason(ws-exc-used)
           end-evaluate
           .

       write-report-header section.
           move spaces to operact-line
           string "===== Operator Activity And Out-Of-Hours Changes - "
                      delimited by size
                  ws-today delimited by size
                  " =====" delimited by size
               into operact-line
           end-string
           write operact-line
           if today-is-holiday
               move "  Bank Holiday - Every Change Is Out Of Hours"
                   to operact-line
               write operact-line
           end-if
           move spaces to operact-line
           string "Operator                  Br  S   Add   Upd   Del"
                      delimited by size
                  "  Xfer  Ovrd  Ordr  Othr  OutH  XBr"
                      delimited by size
               into operact-line
           end-string
           write operact-line
           .

       print-operator-line section.
           move ws-oa-id(ws-oper-idx)        to ws-det-oper
           move ws-oa-branch(ws-oper-idx)    to ws-det-branch
           move ws-oa-status(ws-oper-idx)    to ws-det-status
           move ws-oa-adds(ws-oper-idx)      to ws-det-adds
           move ws-oa-updates(ws-oper-idx)   to ws-det-updates
           move ws-oa-deletes(ws-oper-idx)   to ws-det-deletes
           move ws-oa-transfers(ws-oper-idx) to ws-det-xfers
           move ws-oa-overrides(ws-oper-idx) to ws-det-ovrs
           move ws-oa-orders(ws-oper-idx)    to ws-det-orders
           move ws-oa-others(ws-oper-idx)    to ws-det-others
           move ws-oa-out-hours(ws-oper-idx) to ws-det-out-hrs
           move ws-oa-cross-br(ws-oper-idx)  to ws-det-cross
           evaluate true
               when ws-oa-disabled(ws-oper-idx)
                   move "*** DISABLED OPERATOR ***" to ws-det-flag
               when ws-oa-locked(ws-oper-idx)
                   move "LOCKED OUT" to ws-det-flag
               when ws-oa-not-on-file(ws-oper-idx)
                   move "BATCH / NOT ON FILE" to ws-det-flag
               when other
                   move spaces to ws-det-flag
           end-evaluate
           write operact-line from ws-operact-detail
           .

       write-exceptions section.
           move spaces to operact-line
           write operact-line
           move "Flagged Changes" to operact-line
           write operact-line
           move spaces to operact-line
           string "  Time      Operator                  Operation  "
                      delimited by size
                  "Record   Br   Reason"
                      delimited by size
               into operact-line
           end-string
           write operact-line
           perform print-exception-line
               varying ws-exc-idx from 1 by 1
               until ws-exc-idx > ws-exc-used
           if ws-exc-over > 0
               move spaces to operact-line
               string "  Changes Not Listed (Table Full): "
                          delimited by size
                      ws-exc-over delimited by size
                   into operact-line
               end-string
               write operact-line
           end-if
           .

       print-exception-line section.
           move spaces to ws-exd-time
           string ws-exc-time(ws-exc-idx)(1:2) delimited by size
                  ":"                          delimited by size
                  ws-exc-time(ws-exc-idx)(3:2) delimited by size
                  ":"                          delimited by size
                  ws-exc-time(ws-exc-idx)(5:2) delimited by size
               into ws-exd-time
           end-string
           move ws-exc-oper(ws-exc-idx)   to ws-exd-oper
           move ws-exc-op(ws-exc-idx)     to ws-exd-op
           move ws-exc-key(ws-exc-idx)    to ws-exd-key
           move ws-exc-branch(ws-exc-idx) to ws-exd-branch
           move ws-exc-reason(ws-exc-idx) to ws-exd-reason
           write operact-line from ws-exception-detail
           .

      *      An operator disabled on the master who still appears on
      *      today's trail is the auditors' first question, so they
      *      are listed again on their own at the foot.

       write-disabled-operators section.
           move spaces to operact-line
           write operact-line
           if ws-disabled-seen = 0
               move "No Disabled Operators On Today's Trail"
                   to operact-line
               write operact-line
               exit section
           end-if
           move "*** Disabled Operators On Today's Trail ***"
               to operact-line
           write operact-line
           perform print-disabled-operator
               varying ws-oper-idx from 1 by 1
               until ws-oper-idx > ws-oper-used
           .

       print-disabled-operator section.
           if ws-oa-disabled(ws-oper-idx)
               move spaces to operact-line
               string "  *** "                delimited by size
                      ws-oa-id(ws-oper-idx)   delimited by size
                      " Branch "              delimited by size
                      ws-oa-branch(ws-oper-idx) delimited by size
                   into operact-line
               end-string
               write operact-line
           end-if
           .

       write-report-trailer section.
           if ws-oper-over > 0
               move spaces to operact-line
               string "  Operators Not Listed (Table Full): "
                          delimited by size
                      ws-oper-over delimited by size
                   into operact-line
               end-string
               write operact-line
           end-if
           move spaces to operact-line
           string "===== Changes: "      delimited by size
                  ws-changes-today       delimited by size
                  "  Out Of Hours: "     delimited by size
                  ws-out-hours-total     delimited by size
                  "  Other Branch: "     delimited by size
                  ws-cross-br-total      delimited by size
                  "  Disabled Operators: " delimited by size
                  ws-disabled-seen       delimited by size
                  " ====="               delimited by size
               into operact-line
           end-string
           write operact-line
           .

      *      The morning checklist's memory: warn when this job already
      *      ran today and when the job that should have run before it
      *      never did.

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
           if ws-run-pred-name not = spaces
               move ws-run-pred-name to rc-run-job
               read custRunCtl
                   invalid key
                       display "Warning - Predecessor "
                           ws-run-pred-name " Has Never Run"
                   not invalid key
                       if rc-run-date not = ws-run-today
                           display "Warning - Predecessor "
                               ws-run-pred-name " Has Not Run Today"
                       end-if
               end-read
           end-if
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
