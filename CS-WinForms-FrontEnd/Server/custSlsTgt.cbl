       identification division.

       program-id. custSlsTgt.

       environment division.
       configuration section.
           select custTargets assign to "custTargets.dat"
               organization is indexed
               access is dynamic
               record key is tg-tgt-key of custTargets
               file status is ws-targets-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custOrdArch assign to "custOrdArch.dat"
               organization is line sequential
               file status is ws-ordarch-status.
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
           select custBranch assign to "custBranch.dat"
               organization is indexed
               access is dynamic
               record key is br-branch-code of custBranch
               file status is ws-branchmst-status.
           select custItems assign to "custItems.dat"
               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               file status is ws-items-status.
           select custCalendar assign to "custCalendar.dat"
               organization is indexed
               access is dynamic
               record key is cal-cal-date of custCalendar
               file status is ws-calendar-status.
           select custSlsTgt assign to "custSlsTgt.rpt"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The branch sales budget the custTgtLoad run builds, read
      *      in key order so a branch's rows for one month arrive
      *      together with the whole-month row, when there is one,
      *      ahead of the item rows.

       fd custTargets.
       01 tg-target-record.
           copy "custtarget.cpy" replacing ==:PREFIX:== by ==tg==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

      *      Orders retired by custOrdArch still count towards the
      *      year they were taken in.

       fd custOrdArch.
       01 arco-record.
           copy "custord.cpy" replacing ==:PREFIX:== by ==arco==.

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

       fd custCalendar.
       01 cal-record.
           copy "custcal.cpy" replacing ==:PREFIX:== by ==cal==.

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.

       fd custSlsTgt.
       01 target-line pic x(132).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-targets-status pic xx.
           88 targets-status-ok       value "00" "02".
           88 targets-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42"
                                               "49".

       01 ws-ordarch-status pic xx.
           88 ordarch-status-ok       value "00".
           88 ordarch-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-branchmst-status pic xx.
           88 branchmst-status-ok       value "00" "02".
           88 branchmst-status-bad-open value "35" "37" "41" "42"
                                              "49".

       01 ws-items-status pic xx.
           88 items-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-calendar-status pic xx.
           88 calendar-status-ok       value "00" "02".
           88 calendar-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-scan value "Y".

      *      The week's report runs on any night but month-end and
      *      measures the month so far against the month's target
      *      taken pro rata to the day -- half-way through the month
      *      a branch is on track at half its target. The month-end
      *      report measures the whole month against the whole target
      *      and ranks the branches on it. The year is the calendar
      *      year the budget is drawn up for.

       01 ws-month-end-flag pic x value "N".
           88 run-is-month-end value "Y".

       01 ws-today          pic x(8).
       01 ws-today-numeric  pic 9(8).
       01 ws-today-parts redefines ws-today-numeric.
           03 ws-today-yyyy pic 9(4).
           03 ws-today-mm   pic 9(2).
           03 ws-today-dd   pic 9(2).
       01 ws-report-month   pic x(6).
       01 ws-report-year    pic x(4).
       01 ws-month-first    pic 9(8).
       01 ws-month-first-parts redefines ws-month-first.
           03 ws-first-yyyy pic 9(4).
           03 ws-first-mm   pic 9(2).
           03 ws-first-dd   pic 9(2).
       01 ws-next-first     pic 9(8).
       01 ws-next-first-parts redefines ws-next-first.
           03 ws-next-yyyy  pic 9(4).
           03 ws-next-mm    pic 9(2).
           03 ws-next-dd    pic 9(2).
       01 ws-tomorrow       pic 9(8).
       01 ws-days-in-month  pic 9(2) comp.
       01 ws-days-elapsed   pic 9(2) comp.

      *      One target group -- a branch's rows for one month -- is
      *      gathered before it is posted: the whole-month row when
      *      there is one, otherwise the sum of the item rows.

       01 ws-group-branch  pic x(3) value spaces.
       01 ws-group-month   pic x(6) value spaces.
       01 ws-group-whole   pic 9(11)v99 comp-3.
       01 ws-group-items   pic 9(11)v99 comp-3.
       01 ws-group-whole-flag pic x.
           88 group-has-whole value "Y".

      *      Target and actual by branch. Prior is the whole targets
      *      of the months of the year already closed; the current
      *      month's target is kept apart so the week's report can
      *      take it pro rata. Branches appear as the targets and
      *      orders name them; an order whose customer has no branch
      *      or is no longer on file lands in the --- bucket. Sales
      *      follow the customer's branch as it stands today.

       01 ws-branch-max  pic 9(2) comp value 20.
       01 ws-branch-used pic 9(2) comp value 0.
       01 ws-branch-table.
           03 ws-branch-entry occurs 20 times.
               05 ws-tb-code       pic x(3).
               05 ws-tb-mth-target pic 9(11)v99 comp-3.
               05 ws-tb-ytd-prior  pic 9(11)v99 comp-3.
               05 ws-tb-mth-actual pic 9(11)v99 comp-3.
               05 ws-tb-ytd-actual pic 9(11)v99 comp-3.
               05 ws-tb-mth-pct    pic 9(5)v9 comp-3.
               05 ws-tb-targeted   pic x.
       01 ws-branch-idx  pic 9(2) comp.
       01 ws-branch-hold pic x(3).
       01 ws-branch-name-hold pic x(20).
       01 ws-branch-overflow pic 9(8) comp value 0.

      *      The item split, for the items a branch is budgeted by --
      *      sales of items with no target of their own stay in the
      *      branch's line only.

       01 ws-titem-max  pic 9(3) comp value 300.
       01 ws-titem-used pic 9(3) comp value 0.
       01 ws-titem-table.
           03 ws-titem-entry occurs 300 times.
               05 ws-ti-branch     pic x(3).
               05 ws-ti-item       pic x(8).
               05 ws-ti-mth-target pic 9(11)v99 comp-3.
               05 ws-ti-ytd-prior  pic 9(11)v99 comp-3.
               05 ws-ti-mth-actual pic 9(11)v99 comp-3.
               05 ws-ti-ytd-actual pic 9(11)v99 comp-3.
       01 ws-titem-idx  pic 9(3) comp.
       01 ws-titem-hold pic x(8).
       01 ws-titem-overflow pic 9(8) comp value 0.
       01 ws-item-desc-hold pic x(30).

      *      Month-end ranking: branch subscripts in order of the
      *      month's target achieved, highest first. A branch with no
      *      target for the month cannot be ranked and is listed
      *      after the ranked ones.

       01 ws-rank-used pic 9(2) comp value 0.
       01 ws-rank-table.
           03 ws-rank-entry occurs 20 times.
               05 ws-rank-branch pic 9(2) comp.
       01 ws-rank-idx  pic 9(2) comp.
       01 ws-rank-pos  pic 9(2) comp.
       01 ws-rank-move pic 9(2) comp.
       01 ws-rank-place pic 9(2) comp.

      *      The figures for the line being printed, worked out from
      *      the table row once so branch, item and total lines print
      *      the same way.

       01 ws-line-mth-target pic 9(11)v99 comp-3.
       01 ws-line-ytd-target pic 9(11)v99 comp-3.
       01 ws-line-mth-actual pic 9(11)v99 comp-3.
       01 ws-line-ytd-actual pic 9(11)v99 comp-3.
       01 ws-line-pct        pic 9(5)v9 comp-3.
       01 ws-line-variance   pic s9(11)v99 comp-3.
       01 ws-line-prior      pic 9(11)v99 comp-3.
       01 ws-line-month-full pic 9(11)v99 comp-3.

       01 ws-grand-mth-full   pic 9(11)v99 comp-3 value 0.
       01 ws-grand-ytd-prior  pic 9(11)v99 comp-3 value 0.
       01 ws-grand-mth-actual pic 9(11)v99 comp-3 value 0.
       01 ws-grand-ytd-actual pic 9(11)v99 comp-3 value 0.

       01 ws-orders-counted pic 9(8) comp value 0.
       01 ws-targets-read   pic 9(8) comp value 0.

       01 ws-target-detail.
           03 ws-det-branch  pic x(3).
           03 filler         pic x value space.
           03 ws-det-name    pic x(20).
           03 filler         pic x value space.
           03 ws-det-mth-tgt pic zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-det-mth-act pic zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-det-mth-var pic -zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-det-mth-pct pic zzz9.9.
           03 filler         pic xx value spaces.
           03 ws-det-ytd-tgt pic zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-det-ytd-act pic zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-det-ytd-var pic -zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-det-ytd-pct pic zzz9.9.
       01 ws-det-mth-pct-x redefines ws-target-detail.
           03 filler         pic x(71).
           03 ws-det-mth-pct-blank pic x(6).
           03 filler         pic x(54).
       01 ws-det-ytd-pct-x redefines ws-target-detail.
           03 filler         pic x(125).
           03 ws-det-ytd-pct-blank pic x(6).

       01 ws-rank-detail.
           03 filler         pic x(2) value spaces.
           03 ws-rkd-place   pic z9.
           03 filler         pic x(2) value spaces.
           03 ws-rkd-branch  pic x(3).
           03 filler         pic x value space.
           03 ws-rkd-name    pic x(20).
           03 filler         pic x value space.
           03 ws-rkd-target  pic zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-rkd-actual  pic zzz,zzz,zz9.99.
           03 filler         pic x value space.
           03 ws-rkd-pct     pic zzz9.9.
           03 filler         pic x value space.
           03 ws-rkd-note    pic x(20).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "SALESTGT" to ws-run-job-name
           perform check-run-control
           perform set-report-period
           perform load-targets
           perform tally-orders
           open output custSlsTgt
           open input custBranch
           open input custItems
           perform write-report-header
           perform print-branch-block
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
           perform print-grand-total
           if run-is-month-end
               perform rank-branches
               perform print-ranking
           end-if
           if ws-branch-overflow > 0 or ws-titem-overflow > 0
               move spaces to target-line
               write target-line
               move spaces to target-line
               string "*** Table Full - Some Rows Left Out Of The "
                          delimited by size
                      "Breakdown ***" delimited by size
                   into target-line
               end-string
               write target-line
           end-if
           if not branchmst-status-bad-open
               close custBranch
           end-if
           if not items-status-bad-open
               close custItems
           end-if
           close custSlsTgt
           display "Branch Sales Against Target Complete"
           display "Report Month   : " ws-report-month
           display "Targets Read   : " ws-targets-read
           display "Orders Counted : " ws-orders-counted
           display "Branches       : " ws-branch-used
           move ws-orders-counted to ws-runctl-count-1
           move ws-branch-used    to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      The processing calendar says whether tonight closes the
      *      month. Until the calendar load has ever run, the last
      *      day of the month is taken as month-end.

       set-report-period section.
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           move ws-today(1:6) to ws-report-month
           move ws-today(1:4) to ws-report-year
           move ws-today-numeric to ws-month-first
           move 1 to ws-first-dd
           move ws-month-first to ws-next-first
           if ws-next-mm = 12
               add 1 to ws-next-yyyy
               move 1 to ws-next-mm
           else
               add 1 to ws-next-mm
           end-if
           compute ws-days-in-month =
               function integer-of-date(ws-next-first)
               - function integer-of-date(ws-month-first)
           move ws-today-dd to ws-days-elapsed
           open input custCalendar
           if calendar-status-bad-open
               compute ws-tomorrow = function date-of-integer(
                   function integer-of-date(ws-today-numeric) + 1)
               if ws-tomorrow = ws-next-first
                   set run-is-month-end to true
               end-if
               exit section
           end-if
           move ws-today to cal-cal-date
           read custCalendar
               invalid key
                   continue
               not invalid key
                   if cal-cal-is-month-end
                       set run-is-month-end to true
                   end-if
           end-read
           close custCalendar
           if run-is-month-end
               move ws-days-in-month to ws-days-elapsed
           end-if
           .

      *      The year's targets up to and including the report month;
      *      later months of the budget are not yet due.

       load-targets section.
           move "N" to ws-eof-flag
           open input custTargets
           if targets-status-bad-open
               display "custTargets Not Found - Actuals Shown "
                   "Without Targets"
               exit section
           end-if
           move low-values to tg-tgt-key
           start custTargets key is not less than tg-tgt-key
               invalid key
                   set end-of-scan to true
               not invalid key
                   continue
           end-start
           perform read-next-target until end-of-scan
           perform post-target-group
           close custTargets
           .

       read-next-target section.
           read custTargets next
               at end
                   set end-of-scan to true
               not at end
                   if tg-tgt-month(1:4) = ws-report-year
                       and tg-tgt-month not > ws-report-month
                       perform take-target-row
                   end-if
           end-read
           .

       take-target-row section.
           add 1 to ws-targets-read
           if tg-tgt-branch not = ws-group-branch
               or tg-tgt-month not = ws-group-month
               perform post-target-group
               move tg-tgt-branch to ws-group-branch
               move tg-tgt-month  to ws-group-month
               move 0   to ws-group-whole ws-group-items
               move "N" to ws-group-whole-flag
           end-if
           if tg-tgt-item = spaces
               set group-has-whole to true
               move tg-tgt-amount to ws-group-whole
               exit section
           end-if
           add tg-tgt-amount to ws-group-items
           move tg-tgt-branch to ws-branch-hold
           move tg-tgt-item   to ws-titem-hold
           perform locate-titem-row
           if ws-titem-idx = 0
               perform add-titem-row
           end-if
           if ws-titem-idx > 0
               if tg-tgt-month = ws-report-month
                   add tg-tgt-amount to ws-ti-mth-target(ws-titem-idx)
               else
                   add tg-tgt-amount to ws-ti-ytd-prior(ws-titem-idx)
               end-if
           end-if
           .

       post-target-group section.
           if ws-group-branch = spaces
               exit section
           end-if
           move ws-group-branch to ws-branch-hold
           perform locate-branch-row
           if ws-branch-idx = 0
               exit section
           end-if
           move "Y" to ws-tb-targeted(ws-branch-idx)
           if not group-has-whole
               move ws-group-items to ws-group-whole
           end-if
           if ws-group-month = ws-report-month
               add ws-group-whole to ws-tb-mth-target(ws-branch-idx)
           else
               add ws-group-whole to ws-tb-ytd-prior(ws-branch-idx)
           end-if
           move spaces to ws-group-branch
           .

      *      Every order taken this year up to tonight, live or
      *      archived, counts at its gross amount; a cancelled order
      *      was never a sale.

       tally-orders section.
           open input custFile
           move "N" to ws-eof-flag
           open input custOrders
           if custorders-status-bad-open
               set end-of-scan to true
           else
               move ws-control-key to o-order-num
               start custOrders key is greater than o-order-num
                   invalid key
                       set end-of-scan to true
                   not invalid key
                       continue
               end-start
           end-if
           perform read-next-order until end-of-scan
           if not custorders-status-bad-open
               close custOrders
           end-if
           move "N" to ws-eof-flag
           open input custOrdArch
           if ordarch-status-bad-open
               set end-of-scan to true
           end-if
           perform read-next-archived until end-of-scan
           if not ordarch-status-bad-open
               close custOrdArch
           end-if
           if not custfile-status-bad-open
               close custFile
           end-if
           .

       read-next-order section.
           read custOrders next into ws-order-information
               at end
                   set end-of-scan to true
               not at end
                   perform count-order
           end-read
           .

       read-next-archived section.
           read custOrdArch into ws-order-information
               at end
                   set end-of-scan to true
               not at end
                   perform count-order
           end-read
           .

       count-order section.
           if ws-order-cancelled
               or ws-order-date(1:4) not = ws-report-year
               or ws-order-date > ws-today
               exit section
           end-if
           add 1 to ws-orders-counted
           move spaces to ws-branch-hold
           if not custfile-status-bad-open
               move ws-order-cust to f-record-num
               read custFile with no lock
                   invalid key
                       continue
                   not invalid key
                       move f-branch to ws-branch-hold
               end-read
           end-if
           perform locate-branch-row
           if ws-branch-idx > 0
               add ws-order-amount to ws-tb-ytd-actual(ws-branch-idx)
               if ws-order-date(1:6) = ws-report-month
                   add ws-order-amount
                       to ws-tb-mth-actual(ws-branch-idx)
               end-if
           end-if
           if ws-order-item = spaces
               exit section
           end-if
           move ws-order-item to ws-titem-hold
           perform locate-titem-row
           if ws-titem-idx > 0
               add ws-order-amount to ws-ti-ytd-actual(ws-titem-idx)
               if ws-order-date(1:6) = ws-report-month
                   add ws-order-amount
                       to ws-ti-mth-actual(ws-titem-idx)
               end-if
           end-if
           .

       locate-branch-row section.
           if ws-branch-hold = spaces
               move "---" to ws-branch-hold
           end-if
           perform scan-branch-row
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
                   or ws-tb-code(ws-branch-idx) = ws-branch-hold
           if ws-branch-idx > ws-branch-used
               if ws-branch-used < ws-branch-max
                   add 1 to ws-branch-used
                   move ws-branch-used to ws-branch-idx
                   move ws-branch-hold to ws-tb-code(ws-branch-idx)
                   move 0 to ws-tb-mth-target(ws-branch-idx)
                   move 0 to ws-tb-ytd-prior(ws-branch-idx)
                   move 0 to ws-tb-mth-actual(ws-branch-idx)
                   move 0 to ws-tb-ytd-actual(ws-branch-idx)
                   move 0 to ws-tb-mth-pct(ws-branch-idx)
                   move "N" to ws-tb-targeted(ws-branch-idx)
               else
                   add 1 to ws-branch-overflow
                   move 0 to ws-branch-idx
               end-if
           end-if
           .

       scan-branch-row section.
           continue
           .

       locate-titem-row section.
           perform scan-titem-row
               varying ws-titem-idx from 1 by 1
               until ws-titem-idx > ws-titem-used
                   or (ws-ti-branch(ws-titem-idx) = ws-branch-hold
                       and ws-ti-item(ws-titem-idx) = ws-titem-hold)
           if ws-titem-idx > ws-titem-used
               move 0 to ws-titem-idx
           end-if
           .

       scan-titem-row section.
           continue
           .

       add-titem-row section.
           if ws-titem-used < ws-titem-max
               add 1 to ws-titem-used
               move ws-titem-used to ws-titem-idx
               move ws-branch-hold to ws-ti-branch(ws-titem-idx)
               move ws-titem-hold  to ws-ti-item(ws-titem-idx)
               move 0 to ws-ti-mth-target(ws-titem-idx)
               move 0 to ws-ti-ytd-prior(ws-titem-idx)
               move 0 to ws-ti-mth-actual(ws-titem-idx)
               move 0 to ws-ti-ytd-actual(ws-titem-idx)
           else
               add 1 to ws-titem-overflow
           end-if
           .

       write-report-header section.
           move spaces to target-line
           if run-is-month-end
               string "===== Branch Sales Against Target - "
                          delimited by size
                      "Month-End " delimited by size
                      ws-today     delimited by size
                      " =====" delimited by size
                   into target-line
               end-string
           else
               string "===== Branch Sales Against Target - "
                          delimited by size
                      "Week To " delimited by size
                      ws-today   delimited by size
                      " =====" delimited by size
                   into target-line
               end-string
           end-if
           write target-line
           move spaces to target-line
           if run-is-month-end
               string "Month " delimited by size
                      ws-report-month delimited by size
                      " In Full Against The Whole Month's Target"
                          delimited by size
                   into target-line
               end-string
           else
               string "Month " delimited by size
                      ws-report-month delimited by size
                      " To Day " delimited by size
                      ws-today-dd delimited by size
                      " - Target Taken Pro Rata To The Day"
                          delimited by size
                   into target-line
               end-string
           end-if
           write target-line
           move spaces to target-line
           write target-line
           move spaces to target-line
           string "Br  Name                   Month Target"
                      delimited by size
                  "   Month Actual  Month Variance      %"
                      delimited by size
                  "      YTD Target     YTD Actual    YTD Variance"
                      delimited by size
                  "      %"
                      delimited by size
               into target-line
           end-string
           write target-line
           .

      *      A branch's line, then the items it is budgeted by.

       print-branch-block section.
           move ws-tb-mth-target(ws-branch-idx) to ws-line-month-full
           move ws-tb-ytd-prior(ws-branch-idx)  to ws-line-prior
           move ws-tb-mth-actual(ws-branch-idx) to ws-line-mth-actual
           move ws-tb-ytd-actual(ws-branch-idx) to ws-line-ytd-actual
           perform work-out-line-figures
           move ws-line-pct to ws-tb-mth-pct(ws-branch-idx)
           add ws-line-month-full to ws-grand-mth-full
           add ws-line-prior      to ws-grand-ytd-prior
           add ws-line-mth-actual to ws-grand-mth-actual
           add ws-line-ytd-actual to ws-grand-ytd-actual
           move ws-tb-code(ws-branch-idx) to ws-branch-hold
           perform find-branch-name
           move spaces to ws-target-detail
           move ws-tb-code(ws-branch-idx) to ws-det-branch
           move ws-branch-name-hold       to ws-det-name
           perform fill-detail-figures
           write target-line from ws-target-detail
           perform print-item-line
               varying ws-titem-idx from 1 by 1
               until ws-titem-idx > ws-titem-used
           .

       print-item-line section.
           if ws-ti-branch(ws-titem-idx) not = ws-tb-code(ws-branch-idx)
               exit section
           end-if
           move ws-ti-mth-target(ws-titem-idx) to ws-line-month-full
           move ws-ti-ytd-prior(ws-titem-idx)  to ws-line-prior
           move ws-ti-mth-actual(ws-titem-idx) to ws-line-mth-actual
           move ws-ti-ytd-actual(ws-titem-idx) to ws-line-ytd-actual
           perform work-out-line-figures
           perform find-item-desc
           move spaces to ws-target-detail
           move spaces to ws-det-branch
           move spaces to ws-det-name
           string "  " delimited by size
                  ws-ti-item(ws-titem-idx) delimited by size
                  " " delimited by size
                  ws-item-desc-hold delimited by size
               into ws-det-name
           end-string
           perform fill-detail-figures
           write target-line from ws-target-detail
           .

       print-grand-total section.
           move ws-grand-mth-full   to ws-line-month-full
           move ws-grand-ytd-prior  to ws-line-prior
           move ws-grand-mth-actual to ws-line-mth-actual
           move ws-grand-ytd-actual to ws-line-ytd-actual
           perform work-out-line-figures
           move spaces to target-line
           write target-line
           move spaces to ws-target-detail
           move "ALL BRANCHES" to ws-det-name
           perform fill-detail-figures
           write target-line from ws-target-detail
           .

      *      The target to date: the whole month's target at month-
      *      end, otherwise its share for the days gone. Year to date
      *      adds the closed months' targets in full.

       work-out-line-figures section.
           compute ws-line-mth-target rounded =
               ws-line-month-full * ws-days-elapsed / ws-days-in-month
           compute ws-line-ytd-target =
               ws-line-prior + ws-line-mth-target
           move 0 to ws-line-pct
           if ws-line-mth-target > 0
               if ws-line-mth-actual * 100 / ws-line-mth-target
                   > 9999.9
                   move 9999.9 to ws-line-pct
               else
                   compute ws-line-pct rounded =
                       ws-line-mth-actual * 100 / ws-line-mth-target
               end-if
           end-if
           .

       fill-detail-figures section.
           move ws-line-mth-target to ws-det-mth-tgt
           move ws-line-mth-actual to ws-det-mth-act
           compute ws-line-variance =
               ws-line-mth-actual - ws-line-mth-target
           move ws-line-variance   to ws-det-mth-var
           if ws-line-mth-target > 0
               move ws-line-pct to ws-det-mth-pct
           else
               move "   n/a" to ws-det-mth-pct-blank
           end-if
           move ws-line-ytd-target to ws-det-ytd-tgt
           move ws-line-ytd-actual to ws-det-ytd-act
           compute ws-line-variance =
               ws-line-ytd-actual - ws-line-ytd-target
           move ws-line-variance   to ws-det-ytd-var
           if ws-line-ytd-target > 0
               if ws-line-ytd-actual * 100 / ws-line-ytd-target
                   > 9999.9
                   move 9999.9 to ws-det-ytd-pct
               else
                   compute ws-det-ytd-pct rounded =
                       ws-line-ytd-actual * 100 / ws-line-ytd-target
               end-if
           else
               move "   n/a" to ws-det-ytd-pct-blank
           end-if
           .

       find-branch-name section.
           move spaces to ws-branch-name-hold
           if ws-branch-hold = "---"
               move "** NO BRANCH **" to ws-branch-name-hold
               exit section
           end-if
           if branchmst-status-bad-open
               exit section
           end-if
           move ws-branch-hold to br-branch-code
           read custBranch
               invalid key
                   move "** NOT ON MASTER **" to ws-branch-name-hold
               not invalid key
                   move br-branch-name to ws-branch-name-hold
           end-read
           .

       find-item-desc section.
           move spaces to ws-item-desc-hold
           if items-status-bad-open
               exit section
           end-if
           move ws-ti-item(ws-titem-idx) to it-item-code
           read custItems with no lock
               invalid key
                   move "** NOT ON ITEM MASTER **"
                       to ws-item-desc-hold
               not invalid key
                   move it-item-desc to ws-item-desc-hold
           end-read
           .

      *      Each targeted branch is slotted in among those already
      *      ranked, above the first with a lower share of target;
      *      untargeted branches follow in the order they appeared.

       rank-branches section.
           move 0 to ws-rank-used
           perform rank-one-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
           perform rank-untargeted-branch
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
           .

       rank-one-branch section.
           if ws-tb-mth-target(ws-branch-idx) = 0
               exit section
           end-if
           perform find-rank-slot
               varying ws-rank-pos from 1 by 1
               until ws-rank-pos > ws-rank-used
                   or ws-tb-mth-pct(ws-rank-branch(ws-rank-pos))
                       < ws-tb-mth-pct(ws-branch-idx)
           perform shift-rank-down
               varying ws-rank-move from ws-rank-used by -1
               until ws-rank-move < ws-rank-pos
           move ws-branch-idx to ws-rank-branch(ws-rank-pos)
           add 1 to ws-rank-used
           .

       find-rank-slot section.
           continue
           .

       shift-rank-down section.
           move ws-rank-branch(ws-rank-move)
               to ws-rank-branch(ws-rank-move + 1)
           .

       rank-untargeted-branch section.
           if ws-tb-mth-target(ws-branch-idx) > 0
               exit section
           end-if
           add 1 to ws-rank-used
           move ws-branch-idx to ws-rank-branch(ws-rank-used)
           .

       print-ranking section.
           move spaces to target-line
           write target-line
           move "Branches Ranked By Share Of The Month's Target"
               to target-line
           write target-line
           move spaces to target-line
           string "Rank  Br  Name                   Month Target"
                      delimited by size
                  "   Month Actual      %" delimited by size
               into target-line
           end-string
           write target-line
           move 0 to ws-rank-place
           perform print-rank-line
               varying ws-rank-idx from 1 by 1
               until ws-rank-idx > ws-rank-used
           .

       print-rank-line section.
           move ws-rank-branch(ws-rank-idx) to ws-branch-idx
           move spaces to ws-rank-detail
           move ws-tb-code(ws-branch-idx) to ws-rkd-branch
           move ws-tb-code(ws-branch-idx) to ws-branch-hold
           perform find-branch-name
           move ws-branch-name-hold to ws-rkd-name
           move ws-tb-mth-target(ws-branch-idx) to ws-rkd-target
           move ws-tb-mth-actual(ws-branch-idx) to ws-rkd-actual
           if ws-tb-mth-target(ws-branch-idx) > 0
               add 1 to ws-rank-place
               move ws-rank-place to ws-rkd-place
               move ws-tb-mth-pct(ws-branch-idx) to ws-rkd-pct
           else
               move "NO TARGET - UNRANKED" to ws-rkd-note
           end-if
           write target-line from ws-rank-detail
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
