       identification division.

       program-id. custSuppLoad.

       environment division.
       configuration section.
           select custSuppIn assign to "custSuppLoad.dat"
               organization is line sequential
               file status is ws-suppin-status.
           select custSupp assign to "custSupp.dat"
               organization is indexed
               access is dynamic
               record key is su-supp-code of custSupp
               file status is ws-supp-status.
           select custSuppRej assign to "custSuppRej.dat"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.

      *      The supplier feed: one supplier per line in the same
      *      shape as the master row, rebuilt into custSupp.dat each
      *      run. A supplier no longer used stays in the feed marked
      *      I, so the purchase orders already raised on it still
      *      name it.

       fd custSuppIn.
       01 suppin-record.
           copy "custsupp.cpy" replacing ==:PREFIX:== by ==sin==.

       fd custSupp.
       01 su-record.
           copy "custsupp.cpy" replacing ==:PREFIX:== by ==su==.

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the feed can be fixed
      *      and resubmitted.

       fd custSuppRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(97).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-suppin-status pic xx.
           88 suppin-status-ok       value "00".
           88 suppin-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-supp-status pic xx.
           88 supp-status-ok value "00" "02".

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
           move "SUPPLOAD" to ws-run-job-name
           perform check-run-control
           open input custSuppIn
           if suppin-status-bad-open
               display "custSuppLoad.dat Not Found - Nothing To Load"
               goback
           end-if
           open output custSupp
           close custSupp
           open i-o custSupp
           open output custSuppRej
           perform read-feed-record
           perform load-feed-record until end-of-feed
           close custSupp
           close custSuppRej
           close custSuppIn
           display "Supplier Master Load Complete"
           display "Suppliers Loaded: " ws-loaded-count
           display "Lines Rejected  : " ws-rejected-count
           move ws-loaded-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       read-feed-record section.
           read custSuppIn
               at end
                   set end-of-feed to true
           end-read
           .

       load-feed-record section.
           evaluate true
               when sin-supp-code = spaces
                   move "CODE" to ws-reject-reason
                   perform write-reject-record
               when sin-supp-name = spaces
                   move "NAME" to ws-reject-reason
                   perform write-reject-record
               when sin-supp-lead-days not numeric
                   move "LEAD" to ws-reject-reason
                   perform write-reject-record
               when not sin-supp-active and not sin-supp-inactive
                   move "STAT" to ws-reject-reason
                   perform write-reject-record
               when other
                   move suppin-record to su-record
                   write su-record
                       invalid key
                           move "DUPK" to ws-reject-reason
                           perform write-reject-record
                       not invalid key
                           add 1 to ws-loaded-count
                   end-write
           end-evaluate
           perform read-feed-record
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move suppin-record    to rej-line
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
