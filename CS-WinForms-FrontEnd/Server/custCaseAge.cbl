       identification division.

       program-id. custCaseAge.

       environment division.
       configuration section.
           select custCases assign to "custCases.dat"
               organization is indexed
               access is dynamic
               record key is cs-case-num of custCases
               alternate record key is cs-case-cust of custCases
                   with duplicates
               file status is ws-cases-status.
           select custCaseAge assign to "custCaseAge.rpt"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The complaint cases. Every case still open -- with us or
      *      waiting on the customer -- is counted against its branch
      *      and owner, and one whose response date has gone by is
      *      listed by name so the branch manager can chase it.

       fd custCases.
       01 cs-case-record.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==cs==.

       fd custCaseAge.
       01 caseage-line pic x(132).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-cases-status pic xx.
           88 cases-status-ok       value "00" "02".
           88 cases-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-cases value "Y".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-today        pic x(8).
       01 ws-today-num    pic 9(8).
       01 ws-today-int    pic s9(9) comp.
       01 ws-due-num      pic 9(8).
       01 ws-due-int      pic s9(9) comp.
       01 ws-days-over    pic 9(5) comp.

      *      One row per branch and owner with a live case, kept in
      *      branch then owner order as rows are added, so the report
      *      prints straight down the table with a break per branch.

       01 ws-own-max  pic 9(3) comp value 200.
       01 ws-own-used pic 9(3) comp value 0.
       01 ws-own-over pic 9(8) value 0.
       01 ws-own-table.
           03 ws-own-entry occurs 200 times.
               05 ws-own-key.
                   07 ws-own-branch pic x(3).
                   07 ws-own-owner  pic x(25).
               05 ws-own-open    pic 9(5) comp.
               05 ws-own-waiting pic 9(5) comp.
               05 ws-own-overdue pic 9(5) comp.
               05 ws-own-oldest  pic 9(5) comp.
       01 ws-own-idx   pic 9(3) comp.
       01 ws-shift-idx pic 9(3) comp.
       01 ws-new-key.
           03 ws-new-branch pic x(3).
           03 ws-new-owner  pic x(25).

      *      Each case past its response date, held so the list can
      *      print after the summary. A day with more than the table
      *      holds still has every one counted.

       01 ws-late-max  pic 9(4) comp value 500.
       01 ws-late-used pic 9(4) comp value 0.
       01 ws-late-over pic 9(8) value 0.
       01 ws-late-table.
           03 ws-late-entry occurs 500 times.
               05 ws-late-case     pic x(8).
               05 ws-late-cust     pic x(8).
               05 ws-late-branch   pic x(3).
               05 ws-late-owner    pic x(25).
               05 ws-late-category pic x(4).
               05 ws-late-status   pic x.
               05 ws-late-due      pic x(8).
               05 ws-late-days     pic 9(5) comp.
               05 ws-late-summary  pic x(40).
       01 ws-late-idx pic 9(4) comp.

       01 ws-live-total    pic 9(8) value 0.
       01 ws-waiting-total pic 9(8) value 0.
       01 ws-overdue-total pic 9(8) value 0.
       01 ws-closed-total  pic 9(8) value 0.

       01 ws-break-branch pic x(3).
       01 ws-br-open      pic 9(6) comp.
       01 ws-br-waiting   pic 9(6) comp.
       01 ws-br-overdue   pic 9(6) comp.

       01 ws-caseage-detail.
           03 filler          pic xx value spaces.
           03 ws-det-branch   pic x(3).
           03 filler          pic xx value spaces.
           03 ws-det-owner    pic x(25).
           03 filler          pic x value space.
           03 ws-det-open     pic zzzz9.
           03 filler          pic x value space.
           03 ws-det-waiting  pic zzzz9.
           03 filler          pic x value space.
           03 ws-det-overdue  pic zzzz9.
           03 filler          pic x value space.
           03 ws-det-oldest   pic zzzz9.
           03 filler          pic xx value spaces.
           03 ws-det-flag     pic x(20).

       01 ws-late-detail.
           03 filler          pic xx value spaces.
           03 ws-ltd-case     pic x(8).
           03 filler          pic x value space.
           03 ws-ltd-cust     pic x(8).
           03 filler          pic x value space.
           03 ws-ltd-branch   pic x(3).
           03 filler          pic x value space.
           03 ws-ltd-owner    pic x(25).
           03 filler          pic x value space.
           03 ws-ltd-category pic x(4).
           03 filler          pic x value space.
           03 ws-ltd-status   pic x.
           03 filler          pic x value space.
           03 ws-ltd-due      pic x(8).
           03 filler          pic x value space.
           03 ws-ltd-days     pic zzzz9.
           03 filler          pic xx value spaces.
           03 ws-ltd-summary  pic x(40).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "CASEAGE" to ws-run-job-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-num
           compute ws-today-int =
               function integer-of-date(ws-today-num)
           open output custCaseAge
           perform write-report-header
           open input custCases
           if cases-status-bad-open
               move "  No Complaint Cases On File" to caseage-line
               write caseage-line
               close custCaseAge
               display "custCases Not Found - No Cases To Age"
               perform record-run-control
               goback
           end-if
           move "N" to ws-eof-flag
           perform read-case-record
           perform tally-case-record until end-of-cases
           close custCases
           perform write-owner-summary
           perform write-overdue-cases
           perform write-report-trailer
           close custCaseAge
           display "Case Aging Report Complete"
           display "Cases Open         : " ws-live-total
           display "Waiting On Customer: " ws-waiting-total
           display "Past Response Date : " ws-overdue-total
           move ws-live-total    to ws-runctl-count-1
           move ws-overdue-total to ws-runctl-count-2
           perform record-run-control
           goback
           .

       read-case-record section.
           read custCases next
               at end
                   set end-of-cases to true
           end-read
           .

      *      The control row carries the last case number issued and
      *      is not a case. A closed case is only counted.

       tally-case-record section.
           if cs-case-num not = ws-control-key
               if cs-case-live
                   perform tally-live-case
               else
                   add 1 to ws-closed-total
               end-if
           end-if
           perform read-case-record
           .

      *      A case is past due once its response date has gone by
      *      -- one due today still has the day to be answered. A
      *      case whose date cannot be read is treated as past due,
      *      so it is looked at rather than lost.

       tally-live-case section.
           add 1 to ws-live-total
           if cs-case-waiting
               add 1 to ws-waiting-total
           end-if
           move 0 to ws-days-over
           if cs-case-due numeric
               move cs-case-due to ws-due-num
               if function test-date-yyyymmdd(ws-due-num) = 0
                   compute ws-due-int =
                       function integer-of-date(ws-due-num)
                   if ws-due-int < ws-today-int
                       compute ws-days-over =
                           ws-today-int - ws-due-int
                   end-if
               else
                   move 1 to ws-days-over
               end-if
           else
               move 1 to ws-days-over
           end-if
           perform locate-owner-row
           if ws-own-idx > 0
               if cs-case-waiting
                   add 1 to ws-own-waiting(ws-own-idx)
               else
                   add 1 to ws-own-open(ws-own-idx)
               end-if
           end-if
           if ws-days-over > 0
               add 1 to ws-overdue-total
               if ws-own-idx > 0
                   add 1 to ws-own-overdue(ws-own-idx)
                   if ws-days-over > ws-own-oldest(ws-own-idx)
                       move ws-days-over to ws-own-oldest(ws-own-idx)
                   end-if
               end-if
               perform hold-late-case
           end-if
           .

      *      Finds the case's branch and owner in the table, or opens
      *      a row for them in its place in branch and owner order.

       locate-owner-row section.
           move cs-case-branch to ws-new-branch
           move cs-case-owner  to ws-new-owner
           perform scan-owner-row
               varying ws-own-idx from 1 by 1
               until ws-own-idx > ws-own-used
                   or ws-own-key(ws-own-idx) not < ws-new-key
           if ws-own-idx <= ws-own-used
               if ws-own-key(ws-own-idx) = ws-new-key
                   exit section
               end-if
           end-if
           if ws-own-used not < ws-own-max
               add 1 to ws-own-over
               move 0 to ws-own-idx
               exit section
           end-if
           perform shift-owner-row
               varying ws-shift-idx from ws-own-used by -1
               until ws-shift-idx < ws-own-idx
           add 1 to ws-own-used
           move ws-new-key to ws-own-key(ws-own-idx)
           move 0 to ws-own-open(ws-own-idx)
                     ws-own-waiting(ws-own-idx)
                     ws-own-overdue(ws-own-idx)
                     ws-own-oldest(ws-own-idx)
           .

       scan-owner-row section.
           continue
           .

       shift-owner-row section.
           move ws-own-entry(ws-shift-idx)
               to ws-own-entry(ws-shift-idx + 1)
           .

       hold-late-case section.
           if ws-late-used not < ws-late-max
               add 1 to ws-late-over
               exit section
           end-if
           add 1 to ws-late-used
           move cs-case-num      to ws-late-case(ws-late-used)
           move cs-case-cust     to ws-late-cust(ws-late-used)
           move cs-case-branch   to ws-late-branch(ws-late-used)
           move cs-case-owner    to ws-late-owner(ws-late-used)
           move cs-case-category to ws-late-category(ws-late-used)
           move cs-case-status   to ws-late-status(ws-late-used)
           move cs-case-due      to ws-late-due(ws-late-used)
           move ws-days-over     to ws-late-days(ws-late-used)
           move cs-case-summary  to ws-late-summary(ws-late-used)
           .

       write-report-header section.
           move spaces to caseage-line
           string "===== Complaint Case Aging By Branch And Owner - "
                      delimited by size
                  ws-today delimited by size
                  " =====" delimited by size
               into caseage-line
           end-string
           write caseage-line
           .

       write-owner-summary section.
           move spaces to caseage-line
           string "  Br   Owner                      Open  Wait  Late"
                      delimited by size
                  " Oldest"
                      delimited by size
               into caseage-line
           end-string
           write caseage-line
           if ws-own-used = 0
               move "  No Open Complaint Cases" to caseage-line
               write caseage-line
               exit section
           end-if
           move ws-own-branch(1) to ws-break-branch
           move 0 to ws-br-open ws-br-waiting ws-br-overdue
           perform print-owner-line
               varying ws-own-idx from 1 by 1
               until ws-own-idx > ws-own-used
           perform print-branch-total
           .

       print-owner-line section.
           if ws-own-branch(ws-own-idx) not = ws-break-branch
               perform print-branch-total
               move ws-own-branch(ws-own-idx) to ws-break-branch
               move 0 to ws-br-open ws-br-waiting ws-br-overdue
           end-if
           move ws-own-branch(ws-own-idx)  to ws-det-branch
           move ws-own-owner(ws-own-idx)   to ws-det-owner
           move ws-own-open(ws-own-idx)    to ws-det-open
           move ws-own-waiting(ws-own-idx) to ws-det-waiting
           move ws-own-overdue(ws-own-idx) to ws-det-overdue
           move ws-own-oldest(ws-own-idx)  to ws-det-oldest
           if ws-own-overdue(ws-own-idx) > 0
               move "*** PAST DUE ***" to ws-det-flag
           else
               move spaces to ws-det-flag
           end-if
           write caseage-line from ws-caseage-detail
           add ws-own-open(ws-own-idx)    to ws-br-open
           add ws-own-waiting(ws-own-idx) to ws-br-waiting
           add ws-own-overdue(ws-own-idx) to ws-br-overdue
           .

       print-branch-total section.
           move spaces           to ws-det-branch ws-det-flag
           move "  Branch Total" to ws-det-owner
           move ws-br-open       to ws-det-open
           move ws-br-waiting    to ws-det-waiting
           move ws-br-overdue    to ws-det-overdue
           move 0                to ws-det-oldest
           write caseage-line from ws-caseage-detail
           move spaces to caseage-line
           write caseage-line
           .

       write-overdue-cases section.
           move "Cases Past Their Response Date" to caseage-line
           write caseage-line
           if ws-late-used = 0 and ws-late-over = 0
               move "  None - Every Open Case Is Within Its Date"
                   to caseage-line
               write caseage-line
               exit section
           end-if
           move spaces to caseage-line
           string "  Case     Customer Br  Owner                     "
                      delimited by size
                  " Cat  S Due       Days  Summary"
                      delimited by size
               into caseage-line
           end-string
           write caseage-line
           perform print-late-line
               varying ws-late-idx from 1 by 1
               until ws-late-idx > ws-late-used
           if ws-late-over > 0
               move spaces to caseage-line
               string "  Cases Not Listed (Table Full): "
                          delimited by size
                      ws-late-over delimited by size
                   into caseage-line
               end-string
               write caseage-line
           end-if
           .

       print-late-line section.
           move ws-late-case(ws-late-idx)     to ws-ltd-case
           move ws-late-cust(ws-late-idx)     to ws-ltd-cust
           move ws-late-branch(ws-late-idx)   to ws-ltd-branch
           move ws-late-owner(ws-late-idx)    to ws-ltd-owner
           move ws-late-category(ws-late-idx) to ws-ltd-category
           move ws-late-status(ws-late-idx)   to ws-ltd-status
           move ws-late-due(ws-late-idx)      to ws-ltd-due
           move ws-late-days(ws-late-idx)     to ws-ltd-days
           move ws-late-summary(ws-late-idx)  to ws-ltd-summary
           write caseage-line from ws-late-detail
           .

       write-report-trailer section.
           if ws-own-over > 0
               move spaces to caseage-line
               string "  Owners Not Listed (Table Full): "
                          delimited by size
                      ws-own-over delimited by size
                   into caseage-line
               end-string
               write caseage-line
           end-if
           move spaces to caseage-line
           write caseage-line
           move spaces to caseage-line
           string "===== Open: "          delimited by size
                  ws-live-total           delimited by size
                  "  Waiting: "           delimited by size
                  ws-waiting-total        delimited by size
                  "  Past Due: "          delimited by size
                  ws-overdue-total        delimited by size
                  "  Closed To Date: "    delimited by size
                  ws-closed-total         delimited by size
                  " ====="                delimited by size
               into caseage-line
           end-string
           write caseage-line
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
