       identification division.

       program-id. custRFM.

       environment division.
       configuration section.
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
           select custSegment assign to "custSegment.dat"
               organization is indexed
               access is dynamic
               record key is sg-seg-cust of custSegment
               file status is ws-segment-status.
           select custSegProf assign to "custSegProf.rpt"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.
       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

      *      The order archive custOrdArch appends once a closed
      *      order has aged out of the live file -- a customer's
      *      spending history runs back through it.

       fd custOrdArch.
       01 arco-record.
           copy "custord.cpy" replacing ==:PREFIX:== by ==arco==.

       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custSegment.
       01 sg-record.
           copy "custseg.cpy" replacing ==:PREFIX:== by ==sg==.

       fd custSegProf.
       01 segprof-line pic x(100).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordarch-status pic xx.
           88 ordarch-status-ok       value "00".
           88 ordarch-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-segment-status pic xx.
           88 segment-status-ok       value "00" "02".
           88 segment-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-file value "Y".

       01 ws-today           pic x(8).
       01 ws-today-numeric   pic 9(8).
       01 ws-last-numeric    pic 9(8).
       01 ws-today-integer   pic s9(9) comp.
       01 ws-last-integer    pic s9(9) comp.
       01 ws-days-since      pic s9(9) comp.

       01 ws-order-value     pic s9(9)v99 comp-3.

      *      Where the score bands fall. Recency is days since the
      *      newest order, frequency the orders ever placed and
      *      monetary what they came to; each band is the least a
      *      customer needs for that score, best first, and anyone
      *      short of the fourth band scores 1.

       01 ws-recency-init.
           03 filler pic 9(5) value 30.
           03 filler pic 9(5) value 90.
           03 filler pic 9(5) value 180.
           03 filler pic 9(5) value 365.
       01 ws-recency-bands redefines ws-recency-init.
           03 ws-recency-band pic 9(5) occurs 4 times.

       01 ws-frequency-init.
           03 filler pic 9(5) value 20.
           03 filler pic 9(5) value 10.
           03 filler pic 9(5) value 5.
           03 filler pic 9(5) value 2.
       01 ws-frequency-bands redefines ws-frequency-init.
           03 ws-frequency-band pic 9(5) occurs 4 times.

       01 ws-monetary-init.
           03 filler pic 9(7) value 5000.
           03 filler pic 9(7) value 2000.
           03 filler pic 9(7) value 500.
           03 filler pic 9(7) value 100.
       01 ws-monetary-bands redefines ws-monetary-init.
           03 ws-monetary-band pic 9(7) occurs 4 times.

       01 ws-band-idx pic 9 comp.

      *      The segments in the order the profile prints them, with
      *      the wording marketing sees.

       01 ws-segment-init.
           03 filler pic x(28) value "CHMPChampion                ".
           03 filler pic x(28) value "LOYLLoyal Regular           ".
           03 filler pic x(28) value "NEWCNew Customer            ".
           03 filler pic x(28) value "ACTVActive Occasional       ".
           03 filler pic x(28) value "RISKAt Risk Regular         ".
           03 filler pic x(28) value "LAPHLapsed High Spender     ".
           03 filler pic x(28) value "LAPSLapsed                  ".
           03 filler pic x(28) value "NONENever Ordered           ".
       01 ws-segment-names redefines ws-segment-init.
           03 ws-segment-name-entry occurs 8 times.
               05 ws-segment-code pic x(4).
               05 ws-segment-desc pic x(24).
       01 ws-segment-idx pic 9(2) comp.

      *      The profile: customers and their value by branch and
      *      segment. Branches are taken as met on the customer file;
      *      a blank branch lands in the --- bucket.

       01 ws-branch-max  pic 9(2) comp value 20.
       01 ws-branch-used pic 9(2) comp value 0.
       01 ws-branch-table.
           03 ws-branch-entry occurs 20 times.
               05 ws-branch-code pic x(3).
               05 ws-branch-seg occurs 8 times.
                   07 ws-branch-count pic 9(8) comp.
                   07 ws-branch-value pic 9(11)v99 comp-3.
       01 ws-branch-idx  pic 9(2) comp.
       01 ws-branch-hold pic x(3).

       01 ws-all-table.
           03 ws-all-seg occurs 8 times.
               05 ws-all-count pic 9(8) comp.
               05 ws-all-value pic 9(11)v99 comp-3.

       01 ws-br-count pic 9(8) comp.
       01 ws-br-value pic 9(11)v99 comp-3.

       01 ws-orders-read    pic 9(8) value 0.
       01 ws-archived-read  pic 9(8) value 0.
       01 ws-scored-count   pic 9(8) value 0.
       01 ws-dropped-count  pic 9(8) value 0.
       01 ws-branch-over    pic 9(8) value 0.

       01 ws-print-count-d pic zz,zzz,zz9.
       01 ws-print-value-d pic zz,zzz,zzz,zz9.99.

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "RFMSCORE" to ws-run-job-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           open input custFile
           if custfile-status-bad-open
               display "custFile Not Found - No Customers To Score"
               goback
           end-if
           open output custSegment
           close custSegment
           open i-o custSegment
           perform gather-live-orders
           perform gather-archived-orders
           perform clear-all-segment
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 8
           perform score-customers
           perform drop-unscored-rows
           close custSegment
           close custFile
           perform write-segment-profile
           display "Customer Scoring Complete"
           display "Orders Read     : " ws-orders-read
           display "Archived Read   : " ws-archived-read
           display "Customers Scored: " ws-scored-count
           display "Rows Dropped    : " ws-dropped-count
           move ws-scored-count  to ws-runctl-count-1
           move ws-dropped-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

       clear-all-segment section.
           move 0 to ws-all-count(ws-segment-idx)
           move 0 to ws-all-value(ws-segment-idx)
           .

      *      First pass: every order, live and archived, is added
      *      to its customer's row -- the newest order date, the
      *      count and the value.

       gather-live-orders section.
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - No Live Orders"
               exit section
           end-if
           move "N" to ws-eof-flag
           move ws-control-key to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-file to true
               not invalid key
                   continue
           end-start
           perform gather-next-live-order until end-of-file
           close custOrders
           .

       gather-next-live-order section.
           read custOrders next with no lock
               at end
                   set end-of-file to true
               not at end
                   move o-order-information to ws-order-information
                   add 1 to ws-orders-read
                   perform add-order-to-customer
           end-read
           .

       gather-archived-orders section.
           open input custOrdArch
           if ordarch-status-bad-open
               display "custOrdArch Not Found - No Archived Orders"
               exit section
           end-if
           move "N" to ws-eof-flag
           perform gather-next-archived-order until end-of-file
           close custOrdArch
           .

       gather-next-archived-order section.
           read custOrdArch
               at end
                   set end-of-file to true
               not at end
                   move arco-record to ws-order-information
                   add 1 to ws-archived-read
                   perform add-order-to-customer
           end-read
           .

      *      What an order is worth is what it was raised for less
      *      anything credited back on it since.

       add-order-to-customer section.
           if ws-order-cancelled
               or ws-order-num = ws-control-key
               or ws-order-cust = spaces
               exit section
           end-if
           move ws-order-amount to ws-order-value
           if ws-order-credited is numeric
               subtract ws-order-credited from ws-order-value
           end-if
           if ws-order-value < 0
               move 0 to ws-order-value
           end-if
           move ws-order-cust to sg-seg-cust
           read custSegment
               invalid key
                   move spaces to sg-record
                   move ws-order-cust to sg-seg-cust
                   move ws-order-date to sg-seg-last-order
                   move 1 to sg-seg-orders
                   move ws-order-value to sg-seg-value
                   move 0 to sg-seg-recency sg-seg-frequency
                             sg-seg-monetary
                   write sg-record
                       invalid key
                           display "Segment Row Could Not Be "
                               "Written: " ws-order-cust
                   end-write
               not invalid key
                   if ws-order-date > sg-seg-last-order
                       move ws-order-date to sg-seg-last-order
                   end-if
                   add 1 to sg-seg-orders
                   add ws-order-value to sg-seg-value
                   rewrite sg-record
                       invalid key
                           display "Segment Row Could Not Be "
                               "Rewritten: " ws-order-cust
                   end-rewrite
           end-read
           .

      *      Second pass: every live customer is scored and given a
      *      segment and their branch; one who has never ordered
      *      gets a row too, so a campaign can be aimed at them.

       score-customers section.
           move "N" to ws-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-file to true
               not invalid key
                   continue
           end-start
           perform score-next-customer until end-of-file
           .

       score-next-customer section.
           read custFile next with no lock
               at end
                   set end-of-file to true
               not at end
                   if not f-del-pending
                       perform score-one-customer
                   end-if
           end-read
           .

       score-one-customer section.
           move f-record-num to sg-seg-cust
           read custSegment
               invalid key
                   move spaces to sg-record
                   move f-record-num to sg-seg-cust
                   move 0 to sg-seg-orders sg-seg-value
                   move 0 to sg-seg-recency sg-seg-frequency
                             sg-seg-monetary
                   move f-branch to sg-seg-branch
                   move ws-today to sg-seg-score-date
                   move "NONE" to sg-seg-code
                   write sg-record
                       invalid key
                           display "Segment Row Could Not Be "
                               "Written: " f-record-num
                   end-write
               not invalid key
                   move f-branch to sg-seg-branch
                   move ws-today to sg-seg-score-date
                   perform work-out-scores
                   perform work-out-segment
                   rewrite sg-record
                       invalid key
                           display "Segment Row Could Not Be "
                               "Rewritten: " f-record-num
                   end-rewrite
           end-read
           add 1 to ws-scored-count
           perform tally-profile
           .

      *      An order with no usable date cannot be aged and counts
      *      as the oldest there is.

       work-out-scores section.
           move 1 to sg-seg-recency
           if sg-seg-last-order is numeric
               move sg-seg-last-order to ws-last-numeric
               compute ws-last-integer =
                   function integer-of-date(ws-last-numeric)
               compute ws-days-since =
                   ws-today-integer - ws-last-integer
               perform scan-recency-band
                   varying ws-band-idx from 1 by 1
                   until ws-band-idx > 4
                       or ws-days-since
                           not > ws-recency-band(ws-band-idx)
               compute sg-seg-recency = 6 - ws-band-idx
           end-if
           perform scan-frequency-band
               varying ws-band-idx from 1 by 1
               until ws-band-idx > 4
                   or sg-seg-orders not < ws-frequency-band(ws-band-idx)
           compute sg-seg-frequency = 6 - ws-band-idx
           perform scan-monetary-band
               varying ws-band-idx from 1 by 1
               until ws-band-idx > 4
                   or sg-seg-value not < ws-monetary-band(ws-band-idx)
           compute sg-seg-monetary = 6 - ws-band-idx
           .

       scan-recency-band section.
           continue
           .

       scan-frequency-band section.
           continue
           .

       scan-monetary-band section.
           continue
           .

      *      The scores read as a segment, first match wins: recent,
      *      frequent big spenders are champions; a recent first
      *      order is a new customer; recent and frequent is loyal;
      *      gone quiet after spending big is a lapsed high spender,
      *      the one marketing most wants back; gone quiet after
      *      ordering often is at risk; otherwise quiet is lapsed and
      *      recent is an occasional buyer.

       work-out-segment section.
           evaluate true
               when sg-seg-recency >= 4 and sg-seg-frequency >= 4
                   and sg-seg-monetary >= 4
                   move "CHMP" to sg-seg-code
               when sg-seg-recency >= 4 and sg-seg-frequency = 1
                   move "NEWC" to sg-seg-code
               when sg-seg-recency >= 3 and sg-seg-frequency >= 3
                   move "LOYL" to sg-seg-code
               when sg-seg-recency <= 2 and sg-seg-monetary >= 4
                   move "LAPH" to sg-seg-code
               when sg-seg-recency <= 2 and sg-seg-frequency >= 3
                   move "RISK" to sg-seg-code
               when sg-seg-recency <= 2
                   move "LAPS" to sg-seg-code
               when other
                   move "ACTV" to sg-seg-code
           end-evaluate
           .

       tally-profile section.
           perform scan-segment-row
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 7
                   or ws-segment-code(ws-segment-idx) = sg-seg-code
           add 1 to ws-all-count(ws-segment-idx)
           add sg-seg-value to ws-all-value(ws-segment-idx)
           move sg-seg-branch to ws-branch-hold
           if ws-branch-hold = spaces
               move "---" to ws-branch-hold
           end-if
           perform scan-branch-row
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
                   or ws-branch-code(ws-branch-idx) = ws-branch-hold
           if ws-branch-idx > ws-branch-used
               if ws-branch-used not < ws-branch-max
                   add 1 to ws-branch-over
                   exit section
               end-if
               add 1 to ws-branch-used
               move ws-branch-used to ws-branch-idx
               perform open-branch-row
           end-if
           add 1 to ws-branch-count(ws-branch-idx, ws-segment-idx)
           add sg-seg-value
               to ws-branch-value(ws-branch-idx, ws-segment-idx)
           .

       scan-segment-row section.
           continue
           .

       scan-branch-row section.
           continue
           .

       open-branch-row section.
           move ws-branch-hold to ws-branch-code(ws-branch-idx)
           perform clear-branch-segment
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 8
           perform scan-segment-row
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 7
                   or ws-segment-code(ws-segment-idx) = sg-seg-code
           .

       clear-branch-segment section.
           move 0 to ws-branch-count(ws-branch-idx, ws-segment-idx)
           move 0 to ws-branch-value(ws-branch-idx, ws-segment-idx)
           .

      *      Last pass: a row built from the orders of a customer no
      *      longer on file (purged, or pending delete) was never
      *      scored and goes, so no campaign can reach them.

       drop-unscored-rows section.
           move "N" to ws-eof-flag
           move low-values to sg-seg-cust
           start custSegment key is greater than sg-seg-cust
               invalid key
                   set end-of-file to true
               not invalid key
                   continue
           end-start
           perform drop-next-row until end-of-file
           .

       drop-next-row section.
           read custSegment next
               at end
                   set end-of-file to true
               not at end
                   if sg-seg-score-date not = ws-today
                       delete custSegment record
                           invalid key
                               continue
                           not invalid key
                               add 1 to ws-dropped-count
                       end-delete
                   end-if
           end-read
           .

      *      The segment profile: each branch's customers and their
      *      value by segment, then the same across all branches.

       write-segment-profile section.
           open output custSegProf
           move spaces to segprof-line
           string "===== Customer Segment Profile - " delimited by size
                  ws-today                             delimited by size
                  " ====="                             delimited by size
               into segprof-line
           end-string
           write segprof-line
           move spaces to segprof-line
           string "  Segment                        Customers"
                      delimited by size
                  "               Value"
                      delimited by size
               into segprof-line
           end-string
           write segprof-line
           perform print-branch-profile
               varying ws-branch-idx from 1 by 1
               until ws-branch-idx > ws-branch-used
           move "All Branches" to segprof-line
           write segprof-line
           move 0 to ws-br-count
           move 0 to ws-br-value
           perform print-all-segment
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 8
           if ws-branch-over > 0
               move spaces to segprof-line
               string "  Customers Not Split By Branch (Table Full): "
                          delimited by size
                      ws-branch-over delimited by size
                   into segprof-line
               end-string
               write segprof-line
           end-if
           move ws-br-value to ws-print-value-d
           move spaces to segprof-line
           string "===== Customers Scored: " delimited by size
                  ws-scored-count            delimited by size
                  "  Value: "                delimited by size
                  ws-print-value-d           delimited by size
                  " ====="                   delimited by size
               into segprof-line
           end-string
           write segprof-line
           close custSegProf
           .

       print-branch-profile section.
           move spaces to segprof-line
           string "Branch " delimited by size
                  ws-branch-code(ws-branch-idx) delimited by size
               into segprof-line
           end-string
           write segprof-line
           move 0 to ws-br-count
           move 0 to ws-br-value
           perform print-branch-segment
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 8
           move ws-br-count to ws-print-count-d
           move ws-br-value to ws-print-value-d
           move spaces to segprof-line
           string "  Branch Total                 " delimited by size
                  ws-print-count-d                 delimited by size
                  "  "                             delimited by size
                  ws-print-value-d                 delimited by size
               into segprof-line
           end-string
           write segprof-line
           .

       print-branch-segment section.
           if ws-branch-count(ws-branch-idx, ws-segment-idx) = 0
               exit section
           end-if
           add ws-branch-count(ws-branch-idx, ws-segment-idx)
               to ws-br-count
           add ws-branch-value(ws-branch-idx, ws-segment-idx)
               to ws-br-value
           move ws-branch-count(ws-branch-idx, ws-segment-idx)
               to ws-print-count-d
           move ws-branch-value(ws-branch-idx, ws-segment-idx)
               to ws-print-value-d
           perform write-segment-line
           .

       print-all-segment section.
           add ws-all-count(ws-segment-idx) to ws-br-count
           add ws-all-value(ws-segment-idx) to ws-br-value
           move ws-all-count(ws-segment-idx) to ws-print-count-d
           move ws-all-value(ws-segment-idx) to ws-print-value-d
           perform write-segment-line
           .

       write-segment-line section.
           move spaces to segprof-line
           string "  "  delimited by size
                  ws-segment-code(ws-segment-idx) delimited by size
                  " "   delimited by size
                  ws-segment-desc(ws-segment-idx) delimited by size
                  " "   delimited by size
                  ws-print-count-d delimited by size
                  "  "  delimited by size
                  ws-print-value-d delimited by size
               into segprof-line
           end-string
           write segprof-line
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
