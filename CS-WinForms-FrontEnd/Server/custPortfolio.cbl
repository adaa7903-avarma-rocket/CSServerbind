       identification division.

       program-id. custPortfolio.

       environment division.
       configuration section.
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
           select custOperators assign to "custOperators.dat"
               organization is indexed
               access is dynamic
               record key is op-oper-id of custOperators
               lock mode is manual with lock on record
               file status is ws-custoper-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custNotes assign to "custNotes.dat"
               organization is indexed
               access is dynamic
               record key is n-note-key of custNotes
               lock mode is manual with lock on record
               file status is ws-custnotes-status.
           select custCalendar assign to "custCalendar.dat"
               organization is indexed
               access is dynamic
               record key is cal-cal-date of custCalendar
               file status is ws-calendar-status.
           select custPortfolio assign to "custPortfolio.rpt"
               organization is line sequential.
           select custReassign assign to "custReassign.rpt"
               organization is line sequential.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.
       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

      *      The account manager named on a customer is an operator
      *      id; the operator's status says whether they are still
      *      there to look after anyone.

       fd custOperators.
       01 op-record.
           copy "custoper.cpy" replacing ==:PREFIX:== by ==op==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

      *      The contact notes -- the newest note on a customer is the
      *      last time anyone spoke to them.

       fd custNotes.
       01 n-note-record.
           copy "custnote.cpy" replacing ==:PREFIX:== by ==n==.

       fd custCalendar.
       01 cal-record.
           copy "custcal.cpy" replacing ==:PREFIX:== by ==cal==.

      *      Report lines are held to 132 columns, the width the
      *      custRptKeep repository copy and the online viewer carry.

       fd custPortfolio.
       01 portfolio-line pic x(132).

       fd custReassign.
       01 reassign-line pic x(132).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custoper-status pic xx.
           88 custoper-status-ok       value "00" "02".
           88 custoper-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42"
                                               "49".

       01 ws-custnotes-status pic xx.
           88 custnotes-status-ok       value "00" "02".
           88 custnotes-status-bad-open value "35" "37" "41" "42"
                                              "49".

       01 ws-calendar-status pic xx.
           88 calendar-status-ok       value "00" "02".
           88 calendar-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-scan value "Y".
       01 ws-order-eof-flag pic x.
           88 end-of-cust-orders value "Y".
       01 ws-note-eof-flag pic x.
           88 end-of-cust-notes value "Y".

      *      The reassignment list is cut every night, so a leaver's
      *      customers are picked up the morning after the operator
      *      record is disabled. The portfolio report is the month's
      *      review and is only produced on the night that closes the
      *      month.

       01 ws-month-end-flag pic x value "N".
           88 run-is-month-end value "Y".

       01 ws-today          pic x(8).
       01 ws-today-numeric  pic 9(8).
       01 ws-today-integer  pic s9(9) comp.
       01 ws-tomorrow       pic 9(8).
       01 ws-tomorrow-parts redefines ws-tomorrow.
           03 ws-tomorrow-yyyy pic 9(4).
           03 ws-tomorrow-mm   pic 9(2).
           03 ws-tomorrow-dd   pic 9(2).

      *      The managers named on custFile, in operator-id order,
      *      with what custOperators says of each: A = active,
      *      D = disabled, L = locked out, N = not on the operator
      *      file at all. A disabled manager, or one nobody holds the
      *      id of any more, has left -- their customers go on the
      *      reassignment list. A locked-out manager is still staff
      *      and keeps their customers.

       01 ws-mgr-max  pic 9(3) comp value 100.
       01 ws-mgr-used pic 9(3) comp value 0.
       01 ws-mgr-table.
           03 ws-mgr-entry occurs 100 times.
               05 ws-mg-id    pic x(25).
               05 ws-mg-state pic x.
                   88 ws-mg-active     value "A".
                   88 ws-mg-disabled   value "D".
                   88 ws-mg-locked     value "L".
                   88 ws-mg-not-on-file value "N".
               05 ws-mg-count pic 9(5) comp.
       01 ws-mgr-idx  pic 9(3) comp.
       01 ws-mgr-pos  pic 9(3) comp.
       01 ws-mgr-move pic 9(3) comp.
       01 ws-mgr-hold pic x(25).
       01 ws-mgr-state-hold pic x.
       01 ws-mgr-overflow pic 9(8) comp value 0.
       01 ws-mgr-status-text pic x(50).

       01 ws-managed-count  pic 9(8) comp value 0.
       01 ws-reassign-count pic 9(8) comp value 0.

      *      One customer's position: the gross value of the orders
      *      still open, what is still owed on them aged from the
      *      order date in the 30/60/90-day buckets custAging uses,
      *      and the date of the newest contact note.

       01 ws-order-date-num pic 9(8).
       01 ws-order-age pic s9(5) comp.
       01 ws-order-outstanding pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return.

       01 ws-order-settled pic 9(8)v99.
       01 ws-bucket-idx pic 9 comp.
       01 ws-cust-open-value pic 9(9)v99 comp-3.
       01 ws-cust-buckets.
           03 ws-cust-bucket occurs 4 times
               pic 9(9)v99 comp-3.
       01 ws-cust-name pic x(30).
       01 ws-last-contact pic x(8).
       01 ws-last-contact-num pic 9(8).
       01 ws-contact-days pic s9(7) comp.
       01 ws-contact-days-ed pic zzzzz9.

      *      Totals for the manager being printed and for the report.

       01 ws-mgr-cust-count pic 9(5) comp.
       01 ws-mgr-open-value pic 9(11)v99 comp-3.
       01 ws-mgr-buckets.
           03 ws-mgr-bucket occurs 4 times
               pic 9(11)v99 comp-3.
       01 ws-grand-cust-count pic 9(5) comp value 0.
       01 ws-grand-open-value pic 9(11)v99 comp-3 value 0.
       01 ws-grand-buckets.
           03 ws-grand-bucket occurs 4 times
               pic 9(11)v99 comp-3 value 0.
       01 ws-count-ed pic zzzz9.

       01 ws-port-detail.
           03 ws-pd-cust    pic x(8).
           03 filler        pic xx value spaces.
           03 ws-pd-name    pic x(30).
           03 filler        pic xx value spaces.
           03 ws-pd-branch  pic x(3).
           03 filler        pic xx value spaces.
           03 ws-pd-open    pic zz,zzz,zz9.99.
           03 filler        pic x value space.
           03 ws-pd-b1      pic zz,zzz,zz9.99.
           03 filler        pic x value space.
           03 ws-pd-b2      pic zz,zzz,zz9.99.
           03 filler        pic x value space.
           03 ws-pd-b3      pic zz,zzz,zz9.99.
           03 filler        pic x value space.
           03 ws-pd-b4      pic zz,zzz,zz9.99.
           03 filler        pic xx value spaces.
           03 ws-pd-contact pic x(6).

       01 ws-port-total.
           03 ws-pt-label   pic x(46).
           03 ws-pt-open    pic zzz,zzz,zz9.99.
           03 ws-pt-b1      pic zzz,zzz,zz9.99.
           03 ws-pt-b2      pic zzz,zzz,zz9.99.
           03 ws-pt-b3      pic zzz,zzz,zz9.99.
           03 ws-pt-b4      pic zzz,zzz,zz9.99.

       01 ws-reassign-detail.
           03 ws-rd-cust    pic x(8).
           03 filler        pic xx value spaces.
           03 ws-rd-name    pic x(30).
           03 filler        pic xx value spaces.
           03 ws-rd-branch  pic x(3).
           03 filler        pic xx value spaces.
           03 ws-rd-mgr     pic x(25).
           03 filler        pic xx value spaces.
           03 ws-rd-reason  pic x(40).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "PORTFOLIO" to ws-run-job-name
           perform check-run-control
           perform set-report-date
           open input custFile
           if custfile-status-bad-open
               display "custFile Not Found - No Portfolios To Report"
               goback
           end-if
           open input custOperators
           if custoper-status-bad-open
               display "custOperators Not Found - Managers Not Checked"
           end-if
           open output custReassign
           perform write-reassign-header
           move "N" to ws-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-scan to true
               not invalid key
                   continue
           end-start
           perform read-managed-customer until end-of-scan
           perform write-reassign-trailer
           close custReassign
           if not custoper-status-bad-open
               close custOperators
           end-if
           if run-is-month-end
               perform write-portfolio-report
           end-if
           close custFile
           display "Account Manager Portfolio Run Complete"
           display "Managed Customers : " ws-managed-count
           display "Managers          : " ws-mgr-used
           display "To Reassign       : " ws-reassign-count
           move ws-managed-count  to ws-runctl-count-1
           move ws-reassign-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      The processing calendar says whether tonight closes the
      *      month. Until the calendar load has ever run, the last
      *      day of the month is taken as month-end.

       set-report-date section.
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           open input custCalendar
           if calendar-status-bad-open
               compute ws-tomorrow =
                   function date-of-integer(ws-today-integer + 1)
               if ws-tomorrow-dd = 1
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
           .

      *      The nightly pass: every live customer with a manager
      *      named is counted against that manager, and one whose
      *      manager has left goes on the reassignment list.

       read-managed-customer section.
           read custFile next with no lock
               at end
                   set end-of-scan to true
               not at end
                   if not f-del-pending
                       and f-acct-mgr not = spaces
                       perform take-managed-customer
                   end-if
           end-read
           .

       take-managed-customer section.
           add 1 to ws-managed-count
           move f-acct-mgr to ws-mgr-hold
           perform locate-manager-row
           if ws-mgr-idx = 0
               perform look-up-manager
           else
               add 1 to ws-mg-count(ws-mgr-idx)
               move ws-mg-state(ws-mgr-idx) to ws-mgr-state-hold
           end-if
           if ws-mgr-state-hold = "D" or ws-mgr-state-hold = "N"
               perform write-reassign-line
           end-if
           .

       locate-manager-row section.
           perform scan-manager-row
               varying ws-mgr-idx from 1 by 1
               until ws-mgr-idx > ws-mgr-used
                   or ws-mg-id(ws-mgr-idx) = ws-mgr-hold
           if ws-mgr-idx > ws-mgr-used
               move 0 to ws-mgr-idx
           end-if
           .

       scan-manager-row section.
           continue
           .

      *      A manager seen for the first time is looked up on the
      *      operator file and put into the table in id order, so the
      *      portfolio report comes out alphabetically by manager.

       look-up-manager section.
           move "A" to ws-mgr-state-hold
           if not custoper-status-bad-open
               move ws-mgr-hold to op-oper-id
               read custOperators
                   invalid key
                       move "N" to ws-mgr-state-hold
                   not invalid key
                       move op-oper-status to ws-mgr-state-hold
               end-read
           end-if
           if ws-mgr-used not < ws-mgr-max
               add 1 to ws-mgr-overflow
               exit section
           end-if
           perform scan-manager-row
               varying ws-mgr-pos from 1 by 1
               until ws-mgr-pos > ws-mgr-used
                   or ws-mg-id(ws-mgr-pos) > ws-mgr-hold
           perform shift-manager-row
               varying ws-mgr-move from ws-mgr-used by -1
               until ws-mgr-move < ws-mgr-pos
           add 1 to ws-mgr-used
           move ws-mgr-hold       to ws-mg-id(ws-mgr-pos)
           move ws-mgr-state-hold to ws-mg-state(ws-mgr-pos)
           move 1                 to ws-mg-count(ws-mgr-pos)
           .

       shift-manager-row section.
           move ws-mgr-entry(ws-mgr-move)
               to ws-mgr-entry(ws-mgr-move + 1)
           .

       write-reassign-header section.
           move spaces to reassign-line
           string "===== Customers To Reassign - Account Manager "
                      delimited by size
                  "Has Left - " delimited by size
                  ws-today delimited by size
                  " =====" delimited by size
               into reassign-line
           end-string
           write reassign-line
           move spaces to reassign-line
           write reassign-line
           move spaces to reassign-line
           string "Customer  Name                            "
                      delimited by size
                  "Br   Account Manager            Reason"
                      delimited by size
               into reassign-line
           end-string
           write reassign-line
           .

       write-reassign-line section.
           add 1 to ws-reassign-count
           perform build-customer-name
           move spaces to ws-reassign-detail
           move f-record-num to ws-rd-cust
           move ws-cust-name to ws-rd-name
           move f-branch     to ws-rd-branch
           move f-acct-mgr   to ws-rd-mgr
           if ws-mgr-state-hold = "D"
               move "OPERATOR DISABLED" to ws-rd-reason
           else
               move "NOT ON OPERATOR FILE" to ws-rd-reason
           end-if
           write reassign-line from ws-reassign-detail
           .

       write-reassign-trailer section.
           move spaces to reassign-line
           write reassign-line
           move spaces to reassign-line
           if ws-reassign-count = 0
               move "No Customers To Reassign" to reassign-line
           else
               move ws-reassign-count to ws-count-ed
               string "Customers To Reassign: " delimited by size
                      ws-count-ed delimited by size
                   into reassign-line
               end-string
           end-if
           write reassign-line
           .

       build-customer-name section.
           move spaces to ws-cust-name
           string function trim(f-firstname) delimited by size
                  " "                        delimited by size
                  function trim(f-lastname)  delimited by size
               into ws-cust-name
           end-string
           .

      *      The month-end review, one block per manager: a line for
      *      each of their customers and the manager's totals. Each
      *      block is one pass of custFile for that manager's
      *      customers -- there are a few dozen managers at most.

       write-portfolio-report section.
           open input custOrders
           open input custNotes
           open output custPortfolio
           perform write-portfolio-header
           perform print-manager-block
               varying ws-mgr-idx from 1 by 1
               until ws-mgr-idx > ws-mgr-used
           perform print-grand-total
           if ws-mgr-overflow > 0
               move spaces to portfolio-line
               write portfolio-line
               move spaces to portfolio-line
               string "*** Table Full - Some Managers Left Out Of "
                          delimited by size
                      "The Report ***" delimited by size
                   into portfolio-line
               end-string
               write portfolio-line
           end-if
           close custPortfolio
           if not custorders-status-bad-open
               close custOrders
           end-if
           if not custnotes-status-bad-open
               close custNotes
           end-if
           .

       write-portfolio-header section.
           move spaces to portfolio-line
           string "===== Account Manager Portfolios - Month-End "
                      delimited by size
                  ws-today delimited by size
                  " =====" delimited by size
               into portfolio-line
           end-string
           write portfolio-line
           move spaces to portfolio-line
           string "Open Value Is The Gross Of Orders Still Open; "
                      delimited by size
                  "The Buckets Age What Is Still Owed On Them; "
                      delimited by size
                  "Contact Is Days Since The Last Note"
                      delimited by size
               into portfolio-line
           end-string
           write portfolio-line
           .

       print-manager-block section.
           move spaces to portfolio-line
           write portfolio-line
           evaluate true
               when ws-mg-active(ws-mgr-idx)
                   move "Active" to ws-mgr-status-text
               when ws-mg-locked(ws-mgr-idx)
                   move "Locked Out" to ws-mgr-status-text
               when ws-mg-disabled(ws-mgr-idx)
                   move "Disabled - Customers On Reassignment List"
                       to ws-mgr-status-text
               when other
                   move "Not On Operator File - Customers To Reassign"
                       to ws-mgr-status-text
           end-evaluate
           move spaces to portfolio-line
           string "Manager: " delimited by size
                  ws-mg-id(ws-mgr-idx) delimited by size
                  "  Status: " delimited by size
                  ws-mgr-status-text delimited by size
               into portfolio-line
           end-string
           write portfolio-line
           move spaces to portfolio-line
           string "Customer  Name                            Br "
                      delimited by size
                  "     Open Value     0-30 Days    31-60 Days  "
                      delimited by size
                  "  61-90 Days      90+ Days Contact"
                      delimited by size
               into portfolio-line
           end-string
           write portfolio-line
           move 0 to ws-mgr-cust-count ws-mgr-open-value
           move 0 to ws-mgr-bucket(1) ws-mgr-bucket(2)
                     ws-mgr-bucket(3) ws-mgr-bucket(4)
           move ws-mg-id(ws-mgr-idx) to ws-mgr-hold
           move "N" to ws-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-scan to true
               not invalid key
                   continue
           end-start
           perform read-portfolio-customer until end-of-scan
           move spaces to ws-port-total
           move ws-mgr-cust-count to ws-count-ed
           string "  Manager Total - " delimited by size
                  ws-count-ed delimited by size
                  " Customers" delimited by size
               into ws-pt-label
           end-string
           move ws-mgr-open-value to ws-pt-open
           move ws-mgr-bucket(1)  to ws-pt-b1
           move ws-mgr-bucket(2)  to ws-pt-b2
           move ws-mgr-bucket(3)  to ws-pt-b3
           move ws-mgr-bucket(4)  to ws-pt-b4
           write portfolio-line from ws-port-total
           add ws-mgr-cust-count to ws-grand-cust-count
           add ws-mgr-open-value to ws-grand-open-value
           add ws-mgr-bucket(1)  to ws-grand-bucket(1)
           add ws-mgr-bucket(2)  to ws-grand-bucket(2)
           add ws-mgr-bucket(3)  to ws-grand-bucket(3)
           add ws-mgr-bucket(4)  to ws-grand-bucket(4)
           .

       read-portfolio-customer section.
           read custFile next with no lock
               at end
                   set end-of-scan to true
               not at end
                   if not f-del-pending
                       and f-acct-mgr = ws-mgr-hold
                       perform print-customer-line
                   end-if
           end-read
           .

       print-customer-line section.
           move 0 to ws-cust-open-value
           move 0 to ws-cust-bucket(1) ws-cust-bucket(2)
                     ws-cust-bucket(3) ws-cust-bucket(4)
           perform total-customer-orders
           perform find-last-contact
           perform build-customer-name
           move spaces to ws-port-detail
           move f-record-num       to ws-pd-cust
           move ws-cust-name       to ws-pd-name
           move f-branch           to ws-pd-branch
           move ws-cust-open-value to ws-pd-open
           move ws-cust-bucket(1)  to ws-pd-b1
           move ws-cust-bucket(2)  to ws-pd-b2
           move ws-cust-bucket(3)  to ws-pd-b3
           move ws-cust-bucket(4)  to ws-pd-b4
           if ws-last-contact = spaces
               move " NEVER" to ws-pd-contact
           else
               move ws-last-contact to ws-last-contact-num
               compute ws-contact-days = ws-today-integer
                   - function integer-of-date(ws-last-contact-num)
               if ws-contact-days < 0
                   move 0 to ws-contact-days
               end-if
               move ws-contact-days to ws-contact-days-ed
               move ws-contact-days-ed to ws-pd-contact
           end-if
           write portfolio-line from ws-port-detail
           add 1 to ws-mgr-cust-count
           add ws-cust-open-value to ws-mgr-open-value
           add ws-cust-bucket(1)  to ws-mgr-bucket(1)
           add ws-cust-bucket(2)  to ws-mgr-bucket(2)
           add ws-cust-bucket(3)  to ws-mgr-bucket(3)
           add ws-cust-bucket(4)  to ws-mgr-bucket(4)
           .

       total-customer-orders section.
           if custorders-status-bad-open
               exit section
           end-if
           move "N" to ws-order-eof-flag
           move f-record-num to o-order-cust
           start custOrders key is equal to o-order-cust
               invalid key
                   exit section
           end-start
           perform read-customer-order until end-of-cust-orders
           .

       read-customer-order section.
           read custOrders next with no lock
               at end
                   set end-of-cust-orders to true
               not at end
                   if o-order-cust not = f-record-num
                       set end-of-cust-orders to true
                   else
                       if o-order-num not = ws-control-key
                           and o-order-open
                           perform age-customer-order
                       end-if
                   end-if
           end-read
           .

      *      Aged exactly as custAging ages it, so the two reports
      *      agree: an order with an unusable date lands in the 90+
      *      bucket.

       age-customer-order section.
           add o-order-amount to ws-cust-open-value
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-order-outstanding =
                   o-order-amount - ws-order-settled
           else
               move 0 to ws-order-outstanding
           end-if
           if o-order-date is numeric
               move o-order-date to ws-order-date-num
               compute ws-order-age = ws-today-integer
                   - function integer-of-date(ws-order-date-num)
           else
               move 99999 to ws-order-age
           end-if
           evaluate true
               when ws-order-age <= 30
                   move 1 to ws-bucket-idx
               when ws-order-age <= 60
                   move 2 to ws-bucket-idx
               when ws-order-age <= 90
                   move 3 to ws-bucket-idx
               when other
                   move 4 to ws-bucket-idx
           end-evaluate
           add ws-order-outstanding to ws-cust-bucket(ws-bucket-idx)
           .

       weigh-order-settled section.
           move 0 to ws-order-settled
           if o-order-paid numeric
               move o-order-paid to ws-order-settled
           end-if
           if o-order-credited numeric
               add o-order-credited to ws-order-settled
           end-if
           .

      *      The notes come back in sequence order, so the last one
      *      read for the customer is the newest; its stamp starts
      *      with the date it was taken.

       find-last-contact section.
           move spaces to ws-last-contact
           if custnotes-status-bad-open
               exit section
           end-if
           move "N" to ws-note-eof-flag
           move f-record-num to n-note-cust
           move 0 to n-note-seq
           start custNotes key is not less than n-note-key
               invalid key
                   exit section
           end-start
           perform read-customer-note until end-of-cust-notes
           .

       read-customer-note section.
           read custNotes next with no lock
               at end
                   set end-of-cust-notes to true
               not at end
                   if n-note-cust not = f-record-num
                       set end-of-cust-notes to true
                   else
                       if n-note-stamp(1:8) is numeric
                           move n-note-stamp(1:8) to ws-last-contact
                       end-if
                   end-if
           end-read
           .

       print-grand-total section.
           move spaces to portfolio-line
           write portfolio-line
           move spaces to ws-port-total
           move ws-grand-cust-count to ws-count-ed
           string "Report Total - " delimited by size
                  ws-count-ed delimited by size
                  " Customers" delimited by size
               into ws-pt-label
           end-string
           move ws-grand-open-value to ws-pt-open
           move ws-grand-bucket(1)  to ws-pt-b1
           move ws-grand-bucket(2)  to ws-pt-b2
           move ws-grand-bucket(3)  to ws-pt-b3
           move ws-grand-bucket(4)  to ws-pt-b4
           write portfolio-line from ws-port-total
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
