       identification division.

       program-id. custPriceLoad.

       environment division.
       configuration section.
           select custPriceIn assign to "custPriceLoad.dat"
               organization is line sequential
               file status is ws-pricein-status.
           select custPrices assign to "custPrices.dat"
               organization is indexed
               access is dynamic
               record key is pa-agr-key of custPrices
               file status is ws-prices-status.
           select custPriceRej assign to "custPriceRej.dat"
               organization is line sequential.
           select custFile assign to "custFile.dat"
               organization is indexed
               access is dynamic
               record key is f-record-num of custFile
               alternate record key is f-lastname of custFile
                   with duplicates
               alternate record key is f-phone of custFile
                   with duplicates
               file status is ws-custfile-status.
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

      *      The price agreement feed from the account managers: one
      *      agreement per line in the same shape as the agreement
      *      row, rebuilt into custPrices.dat each run. An agreement
      *      that has ended stays in the feed with its end date, so
      *      the order lines priced from it can still be traced back.

       fd custPriceIn.
       01 pricein-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==pin==.

       fd custPrices.
       01 pa-agreement-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==pa==.

      *      Every rejected line goes back out with a reason code in
      *      front of the original data, so the feed can be fixed
      *      and resubmitted.

       fd custPriceRej.
       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(56).

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custItems.
       01 it-record.
           copy "custitem.cpy" replacing ==:PREFIX:== by ==it==.

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-pricein-status pic xx.
           88 pricein-status-ok       value "00".
           88 pricein-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-prices-status pic xx.
           88 prices-status-ok value "00" "02".

       01 ws-custfile-status pic xx.
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

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
           move "PRICELOAD" to ws-run-job-name
           perform check-run-control
           open input custPriceIn
           if pricein-status-bad-open
               display "custPriceLoad.dat Not Found - Nothing To Load"
               goback
           end-if
           open input custFile
           open input custItems
           open output custPrices
           close custPrices
           open i-o custPrices
           open output custPriceRej
           perform read-feed-record
           perform load-feed-record until end-of-feed
           close custPrices
           close custPriceRej
           close custPriceIn
           if not custfile-status-bad-open
               close custFile
           end-if
           if not items-status-bad-open
               close custItems
           end-if
           display "Price Agreement Load Complete"
           display "Agreements Loaded: " ws-loaded-count
           display "Lines Rejected   : " ws-rejected-count
           move ws-loaded-count   to ws-runctl-count-1
           move ws-rejected-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       read-feed-record section.
           read custPriceIn
               at end
                   set end-of-feed to true
           end-read
           .

       load-feed-record section.
           move spaces to ws-reject-reason
           perform check-feed-customer
           if ws-reject-reason = spaces
               perform check-feed-item
           end-if
           if ws-reject-reason = spaces
               perform check-feed-terms
           end-if
           if ws-reject-reason = spaces
               move pricein-record to pa-agreement-record
               write pa-agreement-record
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

      *      The agreement must be with a customer on the master --
      *      an agreement for a number that was never issued would
      *      sit in the file and never price anything.

       check-feed-customer section.
           if pin-agr-cust = spaces
               or pin-agr-cust not numeric
               move "CUST" to ws-reject-reason
               exit section
           end-if
           if custfile-status-bad-open
               exit section
           end-if
           move pin-agr-cust to f-record-num
           read custFile
               invalid key
                   move "CUST" to ws-reject-reason
           end-read
           .

      *      A blank item covers everything the customer buys; a
      *      named item must be on the item master.

       check-feed-item section.
           if pin-agr-item = spaces
               or items-status-bad-open
               exit section
           end-if
           move pin-agr-item to it-item-code
           read custItems
               invalid key
                   move "ITEM" to ws-reject-reason
           end-read
           .

      *      The start date is required and the end date, when given,
      *      may not fall before it. An agreement is either a price
      *      or a discount, never both and never neither, and a
      *      discount of the whole price is not a trade term.

       check-feed-terms section.
           evaluate true
               when pin-agr-start not numeric
                   move "DATE" to ws-reject-reason
               when pin-agr-end not = spaces
                   and pin-agr-end not numeric
                   move "DATE" to ws-reject-reason
               when pin-agr-end not = spaces
                   and pin-agr-end < pin-agr-start
                   move "DATE" to ws-reject-reason
               when pin-agr-price not numeric
                   or pin-agr-disc not numeric
                   move "TERM" to ws-reject-reason
               when pin-agr-price = 0 and pin-agr-disc = 0
                   move "TERM" to ws-reject-reason
               when pin-agr-price > 0 and pin-agr-disc > 0
                   move "TERM" to ws-reject-reason
               when pin-agr-disc not < 100
                   move "TERM" to ws-reject-reason
               when other
                   continue
           end-evaluate
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
           move ws-reject-reason to rej-reason
           move pricein-record   to rej-line
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
