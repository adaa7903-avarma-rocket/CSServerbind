       identification division.

       program-id. custTgtLoad.

       environment division.
       configuration section.
           select custTgtIn assign to "custTgtLoad.dat"
               organization is line sequential
               file status is ws-tgtin-status.
           select custTargets assign to "custTargets.dat"
               organization is indexed
               access is dynamic
               record key is tg-tgt-key of custTargets
               file status is ws-targets-status.
           select custTgtRej assign to "custTgtRej.dat"
               organization is line sequential.
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
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The sales budget, saved out of the finance spreadsheet one
      *      target per line in the same shape as the target row and
      *      rebuilt into custTargets.dat each run -- a revised budget
      *      is a fresh save of the whole sheet, every month of it.

       fd custTgtIn.
       01 tgtin-record.
           copy "custtarget.cpy" replacing ==:PREFIX:== by ==tin==.

       fd custTargets.
       01 tg-target-record.
           copy "custtarget.cpy" replacing ==:PREFIX:== by ==tg==.

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the feed can be fixed
      *      and resubmitted.

       fd custTgtRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(28).

       fd custBranch.
       01 br-record.
           copy "custbranch.cpy" replacing ==:PREFIX:== by ==br==.

       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-tgtin-status pic xx.
           88 tgtin-status-ok       value "00".
           88 tgtin-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-targets-status pic xx.
           88 targets-status-ok value "00" "02".

       01 ws-branchmst-status pic xx.
           88 branchmst-status-bad-open value "35" "37" "41" "42"
                                              "49".

       01 ws-items-status pic xx.
           88 items-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-eof-flag pic x.
           88 end-of-feed value "Y".

       01 ws-loaded-count   pic 9(8) value 0.
       01 ws-rejected-count pic 9(8) value 0.

       01 ws-reject-reason pic x(4).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "TGTLOAD" to ws-run-job-name
           perform check-run-control
           open input custTgtIn
           if tgtin-status-bad-open
               display "custTgtLoad.dat Not Found - Nothing To Load"
               goback
           end-if
           open input custBranch
           open input custItems
           open output custTargets
           close custTargets
           open i-o custTargets
           open output custTgtRej
           perform read-feed-record
           perform load-feed-record until end-of-feed
           close custTargets
           close custTgtRej
           close custTgtIn
           if not branchmst-status-bad-open
               close custBranch
           end-if
           if not items-status-bad-open
               close custItems
           end-if
           display "Sales Target Load Complete"
           display "Targets Loaded: " ws-loaded-count
           display "Lines Rejected: " ws-rejected-count
           move ws-loaded-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       read-feed-record section.
           read custTgtIn
               at end
                   set end-of-feed to true
           end-read
           .

       load-feed-record section.
           move spaces to ws-reject-reason
           perform check-feed-branch
           if ws-reject-reason = spaces
               perform check-feed-month
           end-if
           if ws-reject-reason = spaces
               perform check-feed-item
           end-if
           if ws-reject-reason = spaces
               and tin-tgt-amount not numeric
               move "AMNT" to ws-reject-reason
           end-if
           if ws-reject-reason = spaces
               move tgtin-record to tg-target-record
               write tg-target-record
                   invalid key
                       move "DUPK" to ws-reject-reason
                       perform write-reject-record
                   not invalid key
                       add 1 to ws-loaded-count
               end-write
           else
               perform write-reject-record
           end-if
           perform read-feed-record
           .

      *      A target must be for a branch on the master -- closed
      *      branches included, since a budget year may straddle the
      *      day one shuts.

       check-feed-branch section.
           if tin-tgt-branch = spaces
               move "BRCH" to ws-reject-reason
               exit section
           end-if
           if branchmst-status-bad-open
               exit section
           end-if
           move tin-tgt-branch to br-branch-code
           read custBranch
               invalid key
                   move "BRCH" to ws-reject-reason
           end-read
           .

       check-feed-month section.
           if tin-tgt-month not numeric
               move "MNTH" to ws-reject-reason
               exit section
           end-if
           if tin-tgt-mm < 1 or tin-tgt-mm > 12
               move "MNTH" to ws-reject-reason
           end-if
           .

      *      A blank item is the branch's whole-month target; a named
      *      item must be on the item master.

       check-feed-item section.
           if tin-tgt-item = spaces
               or items-status-bad-open
               exit section
           end-if
           move tin-tgt-item to it-item-code
           read custItems
               invalid key
                   move "ITEM" to ws-reject-reason
           end-read
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move tgtin-record     to rej-line
           write reject-record
           move spaces to ws-reject-reason
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
