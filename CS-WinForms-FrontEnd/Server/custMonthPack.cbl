               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.
           select custCredits assign to "custCredits.dat"
               organization is indexed
               access is dynamic
               record key is cn-crn-key of custCredits
               alternate record key is cn-crn-cust of custCredits
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-credits-status.
           select custPoints assign to "custPoints.dat"
               organization is indexed
               access is dynamic
               record key is pt-pts-key of custPoints
               lock mode is manual with lock on record
               file status is ws-points-status.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.

       file section.
       fd custFile.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

      *      The credit note register -- the month's returns are
      *      totalled by reason code for the pack.

       fd custCredits.
       01 cn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.

      *      Customers' loyalty points -- what is still held is a
      *      debt the business owes in goods, reported each month.

       fd custPoints.
       01 pt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.

      *      The batch tuning parameters, shared with the server --
      *      this run reads what a point is worth from PTSVALUE.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       working-storage section.
       01 rpt-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==rpt==.
       01 ws-cust-movement    pic s9(8).
       01 ws-value-movement   pic s9(11)v99.

      *      Credit notes raised in the month for goods returned:
      *      how many notes, how many rows, what they credited and
      *      the VAT in it, and the same by reason code -- the codes
      *      are the ones custcrn.cpy names, anything else lands in
      *      the last bucket.

       01 ws-credits-status pic xx.
           88 credits-status-ok       value "00" "02".
           88 credits-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-crn-note-count pic 9(8) comp value 0.
       01 ws-crn-row-count  pic 9(8) comp value 0.
       01 ws-crn-value      pic 9(11)v99 comp-3 value 0.
       01 ws-crn-vat        pic 9(11)v99 comp-3 value 0.
       01 ws-reason-codes.
           03 filler pic x(28) value "DAMGFLTYWRNGNREQLATEOTHR????".
       01 ws-reason-code-table redefines ws-reason-codes.
           03 ws-reason-code pic x(4) occurs 7 times.
       01 ws-reason-totals.
           03 ws-reason-entry occurs 7 times.
               05 ws-reason-rows  pic 9(8) comp.
               05 ws-reason-value pic 9(11)v99 comp-3.
       01 ws-reason-idx pic 9(2) comp.

      *      The loyalty points liability: customers holding points
      *      and the points they hold, valued at PTSVALUE pence a
      *      point, and the month's points earned, spent and expired.

       01 ws-points-status pic xx.
           88 points-status-ok       value "00" "02".
           88 points-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".
       01 ws-pts-value-pence pic 9(4) comp value 1.
       01 ws-pts-holders     pic 9(8) comp value 0.
       01 ws-pts-outstanding pic 9(11) comp-3 value 0.
       01 ws-pts-liability   pic 9(11)v99 comp-3 value 0.
       01 ws-pts-earned      pic 9(11) comp-3 value 0.
       01 ws-pts-spent       pic 9(11) comp-3 value 0.
       01 ws-pts-expired     pic 9(11) comp-3 value 0.

       01 ws-print-count-d pic zz,zzz,zz9.
       01 ws-print-points-d pic zz,zzz,zzz,zz9.
       01 ws-print-value-d pic zz,zzz,zzz,zz9.99.
       01 ws-print-move-c  pic -(8)9.
       01 ws-print-move-v  pic -(11)9.99.
           perform compute-prior-month
           perform tally-month-activity
           perform tally-branch-positions
           perform tally-month-credits
           perform read-parameters
           perform tally-points-liability
           perform read-prior-month
           open output custMonthPack
           perform print-management-pack
           continue
           .

       tally-month-credits section.
           perform clear-reason-row
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 7
           move "N" to ws-eof-flag
           open input custCredits
           if credits-status-bad-open
               exit section
           end-if
           move ws-control-key to cn-crn-num
           move 0 to cn-crn-line
           start custCredits key is greater than cn-crn-key
               invalid key
                   set end-of-scan to true
               not invalid key
                   continue
           end-start
           perform tally-one-credit until end-of-scan
           close custCredits
           .

       clear-reason-row section.
           move 0 to ws-reason-rows(ws-reason-idx)
           move 0 to ws-reason-value(ws-reason-idx)
           .

       tally-one-credit section.
           read custCredits next
               at end
                   set end-of-scan to true
               not at end
                   if cn-crn-date(1:6) = ws-report-month
                       perform post-credit-to-reason
                   end-if
           end-read
           .

       post-credit-to-reason section.
           if cn-crn-line = 1
               add 1 to ws-crn-note-count
           end-if
           add 1 to ws-crn-row-count
           add cn-crn-amount to ws-crn-value
           add cn-crn-vat    to ws-crn-vat
           perform scan-reason-row
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 6
                   or ws-reason-code(ws-reason-idx) = cn-crn-reason
           add 1 to ws-reason-rows(ws-reason-idx)
           add cn-crn-amount to ws-reason-value(ws-reason-idx)
           .

       scan-reason-row section.
           continue
           .

      *      PTSVALUE from custParams.dat overrides the compiled
      *      default; no parameter file simply keeps the default.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   if par-name = "PTSVALUE"
                       and par-value is numeric and par-value > 0
                       and par-value < 10000
                       move par-value to ws-pts-value-pence
                   end-if
           end-read
           .

      *      One pass over the points file: each balance row adds its
      *      holder to the liability, and each movement dated in the
      *      month adds to what was earned, spent or expired. Points
      *      given back on a cancelled order count as neither earned
      *      nor spent -- they were spent once already.

       tally-points-liability section.
           move "N" to ws-eof-flag
           open input custPoints
           if points-status-bad-open
               exit section
           end-if
           move low-values to pt-pts-key
           start custPoints key is not less than pt-pts-key
               invalid key
                   set end-of-scan to true
               not invalid key
                   continue
           end-start
           perform tally-one-points-row until end-of-scan
           close custPoints
           compute ws-pts-liability =
               ws-pts-outstanding * ws-pts-value-pence / 100
           .

       tally-one-points-row section.
           read custPoints next
               at end
                   set end-of-scan to true
               not at end
                   if pt-pts-balance
                       if pt-pts-remaining > 0
                           add 1 to ws-pts-holders
                           add pt-pts-remaining to ws-pts-outstanding
                       end-if
                   else
                       if pt-pts-date(1:6) = ws-report-month
                           perform post-points-movement
                       end-if
                   end-if
           end-read
           .

       post-points-movement section.
           evaluate true
               when pt-pts-earned
                   add pt-pts-points to ws-pts-earned
               when pt-pts-spent
                   add pt-pts-points to ws-pts-spent
               when pt-pts-reversed
                   if pt-pts-points > ws-pts-earned
                       move 0 to ws-pts-earned
                   else
                       subtract pt-pts-points from ws-pts-earned
                   end-if
               when pt-pts-expired
                   add pt-pts-points to ws-pts-expired
               when other
                   continue
           end-evaluate
           .

       read-prior-month section.
           move "N" to ws-prior-found-flag
           open input custMonthStats
           end-string
           write pack-line
           perform print-movement-lines
           perform print-credit-lines
           perform print-points-lines
           move "===== End Of Pack =====" to pack-line
           write pack-line
           .
           write pack-line
           .

       print-credit-lines section.
           move "Credit Notes For The Month" to pack-line
           write pack-line
           move ws-crn-note-count to ws-print-count-d
           move spaces to pack-line
           string "  Credit Notes     : " delimited by size
                  ws-print-count-d        delimited by size
               into pack-line
           end-string
           write pack-line
           move ws-crn-row-count to ws-print-count-d
           move ws-crn-value     to ws-print-value-d
           move spaces to pack-line
           string "  Lines Credited   : " delimited by size
                  ws-print-count-d        delimited by size
                  "  "                    delimited by size
                  ws-print-value-d        delimited by size
               into pack-line
           end-string
           write pack-line
           move ws-crn-vat to ws-print-value-d
           move spaces to pack-line
           string "  VAT Credited     : " delimited by size
                  "            "          delimited by size
                  ws-print-value-d        delimited by size
               into pack-line
           end-string
           write pack-line
           perform print-reason-line
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > 7
           .

       print-reason-line section.
           if ws-reason-rows(ws-reason-idx) = 0
               exit section
           end-if
           move ws-reason-rows(ws-reason-idx)  to ws-print-count-d
           move ws-reason-value(ws-reason-idx) to ws-print-value-d
           move spaces to pack-line
           string "    Reason "        delimited by size
                  ws-reason-code(ws-reason-idx) delimited by size
                  "    : "             delimited by size
                  ws-print-count-d     delimited by size
                  "  "                 delimited by size
                  ws-print-value-d     delimited by size
               into pack-line
           end-string
           write pack-line
           .

       print-points-lines section.
           move "Loyalty Points Liability" to pack-line
           write pack-line
           move ws-pts-holders     to ws-print-count-d
           move ws-pts-outstanding to ws-print-points-d
           move spaces to pack-line
           string "  Holders / Points : " delimited by size
                  ws-print-count-d        delimited by size
                  "  "                    delimited by size
                  ws-print-points-d       delimited by size
               into pack-line
           end-string
           write pack-line
           move ws-pts-liability to ws-print-value-d
           move spaces to pack-line
           string "  Value Held       : " delimited by size
                  "            "          delimited by size
                  ws-print-value-d        delimited by size
               into pack-line
           end-string
           write pack-line
           move ws-pts-earned to ws-print-points-d
           move spaces to pack-line
           string "  Earned In Month  : " delimited by size
                  "            "          delimited by size
                  ws-print-points-d       delimited by size
               into pack-line
           end-string
           write pack-line
           move ws-pts-spent to ws-print-points-d
           move spaces to pack-line
           string "  Spent In Month   : " delimited by size
                  "            "          delimited by size
                  ws-print-points-d       delimited by size
               into pack-line
           end-string
           write pack-line
           move ws-pts-expired to ws-print-points-d
           move spaces to pack-line
           string "  Expired In Month : " delimited by size
                  "            "          delimited by size
                  ws-print-points-d       delimited by size
               into pack-line
           end-string
           write pack-line
           .

      *      The morning checklist's memory: warn when this job already
      *      ran today (a double run doubles the damage) and when the
      *      job that should have run before it never did.
