       identification division.

       program-id. custDelta.

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
           select custAudit assign to "custAudit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select custAuditGens assign to "custAuditGens.dat"
               organization is line sequential
               file status is ws-auditgens-status.
           select custAuditGen assign to ws-gen-file-name
               organization is line sequential
               file status is ws-auditgen-status.
           select custDeltaLog assign to "custDeltaLog.dat"
               organization is indexed
               access is dynamic
               record key is dg-log-date of custDeltaLog
               lock mode is manual with lock on record
               file status is ws-deltalog-status.
           select custDeltaWrk assign to "custDeltaWrk.dat"
               organization is indexed
               access is dynamic
               record key is dw-cust of custDeltaWrk
               file status is ws-deltawrk-status.
           select custDeltaReq assign to "custDeltaReq.dat"
               organization is line sequential
               file status is ws-deltareq-status.
           select custDeltaOut assign to ws-delta-file-name
               organization is line sequential
               file status is ws-deltaout-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.
       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

      *      The catalogue of audit-trail generations the month-end
      *      custAuditRoll run cuts, and the generation file itself,
      *      opened by name from the catalogue -- the lines since the
      *      last feed may have been rolled out of the live trail
      *      before this run saw them, and a re-cut of an older date
      *      will find its lines there.

       fd custAuditGens.
       01 gens-record.
           copy "custauditgen.cpy" replacing ==:PREFIX:== by ==ag==.

       fd custAuditGen.
       01 gen-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==gen==.

      *      One row per feed cut, keyed by the date it was cut for:
      *      its run number and the audit sequence range it covered,
      *      so a re-cut reads exactly the same lines again. The row
      *      keyed 00000000 is the control record carrying the last
      *      run number issued and the highest sequence number fed.

       fd custDeltaLog.
       01 dg-log-record.
           03 dg-log-date     pic x(8).
           03 dg-run-num      pic 9(6).
           03 dg-low-seq      pic 9(8).
           03 dg-high-seq     pic 9(8).
           03 dg-record-count pic 9(8).
           03 dg-hash         pic 9(12).
           03 dg-cut-date     pic x(8).

      *      The customers changed in the range, one row each, built
      *      up as the audit lines are read: the action so far, the
      *      related customer or branch, and the last image the
      *      trail held -- the image used when the customer is no
      *      longer on custFile. Rebuilt for every cut.

       fd custDeltaWrk.
       01 dw-work-record.
           03 dw-cust    pic x(8).
           03 dw-action  pic x.
           03 dw-related pic x(8).
           03 dw-image   pic x(279).

      *      A one-line request naming a date whose feed is to be cut
      *      again -- the receiving system missed it. The request is
      *      cleared once it has been honoured.

       fd custDeltaReq.
       01 req-record.
           03 req-date pic x(8).

       fd custDeltaOut.
       01 delta-record.
           copy "custdelta.cpy" replacing ==:PREFIX:== by ==dl==.

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 rpt-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==rpt==.

       01 ws-image-record.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-auditgens-status pic xx.
           88 auditgens-status-bad-open value "35" "37" "41" "42"
                                              "49".
       01 ws-auditgen-status pic xx.
           88 auditgen-status-bad-open value "35" "37" "41" "42"
                                             "49".
       01 ws-gen-file-name pic x(24).

       01 ws-deltalog-status pic xx.
           88 deltalog-status-ok       value "00" "02".
           88 deltalog-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-deltawrk-status pic xx.
           88 deltawrk-status-ok value "00" "02".

       01 ws-deltareq-status pic xx.
           88 deltareq-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-deltaout-status pic xx.

       01 ws-control-key pic x(8) value "00000000".

      *      The generations worth reading: only those holding a line
      *      above the low end of the range.

       01 ws-gen-max  pic 9(2) comp value 36.
       01 ws-gen-used pic 9(2) comp value 0.
       01 ws-gen-table.
           03 ws-gen-entry occurs 36 times.
               05 ws-gen-name pic x(24).
       01 ws-gen-idx pic 9(2) comp.
       01 ws-gens-eof-flag pic x.
           88 end-of-gen-list value "Y".
       01 ws-gen-eof-flag pic x.
           88 end-of-generation value "Y".
       01 ws-eof-flag pic x.
           88 end-of-audit value "Y".
       01 ws-work-eof-flag pic x.
           88 end-of-work value "Y".

      *      The cut in hand: the date it is for, its run number, and
      *      the sequence range -- above the low number, up to and
      *      including the high one. A new cut has no high limit yet;
      *      it takes everything written since the last feed.

       01 ws-today          pic x(8).
       01 ws-delta-date     pic x(8).
       01 ws-delta-file-name pic x(24).
       01 ws-run-num        pic 9(6).
       01 ws-low-seq        pic 9(8).
       01 ws-high-seq       pic 9(8).
       01 ws-high-limit     pic 9(8).
       01 ws-first-seq      pic 9(8).
       01 ws-recut-flag pic x.
           88 recut-of-earlier-feed value "Y".
       01 ws-first-feed-flag pic x.
           88 first-feed-ever value "Y".
       01 ws-line-flag pic x.
           88 line-in-range value "Y".
       01 ws-line-action  pic x.
       01 ws-line-related pic x(8).

       01 ws-record-count pic 9(8) value 0.
       01 ws-add-count    pic 9(8) value 0.
       01 ws-update-count pic 9(8) value 0.
       01 ws-delete-count pic 9(8) value 0.
       01 ws-xfer-count   pic 9(8) value 0.
       01 ws-merge-count  pic 9(8) value 0.
       01 ws-reinst-count pic 9(8) value 0.
       01 ws-hash-total   pic 9(12) value 0.
       01 ws-lines-read   pic 9(8) value 0.

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
           move "DELTA" to ws-run-job-name
           move "STATS" to ws-run-pred-name
           perform check-run-control
           move function current-date(1:8) to ws-today
           perform open-deltalog-io
           perform honour-recut-request
           move ws-today to ws-delta-date
           perform cut-delta-for-date
           close custDeltaLog
           display "Changed-Customer Feed Complete"
           move ws-record-count to ws-runctl-count-1
           move ws-run-num      to ws-runctl-count-2
           perform record-run-control
           goback
           .

       open-deltalog-io section.
           open i-o custDeltaLog
           if deltalog-status-bad-open
               open output custDeltaLog
               close custDeltaLog
               open i-o custDeltaLog
           end-if
           .

      *      A date named in custDeltaReq.dat is cut again before
      *      tonight's feed, then the request is cleared.

       honour-recut-request section.
           open input custDeltaReq
           if deltareq-status-bad-open
               exit section
           end-if
           move spaces to req-record
           read custDeltaReq
               at end
                   move spaces to req-record
           end-read
           close custDeltaReq
           if req-date = spaces
               exit section
           end-if
           if req-date not numeric or req-date = ws-control-key
               display "Re-Cut Request Ignored - Bad Date: " req-date
           else
               move req-date to ws-delta-date
               move req-date to dg-log-date
               read custDeltaLog with no lock
                   invalid key
                       display "Re-Cut Request Ignored - No Feed Was "
                           "Cut For " req-date
                   not invalid key
                       perform cut-delta-for-date
               end-read
           end-if
           open output custDeltaReq
           close custDeltaReq
           .

      *      A date already cut is cut again from its logged range
      *      under its own run number -- a rerun of tonight's job
      *      included. A new date takes the next run number and
      *      everything written since the last feed.

       cut-delta-for-date section.
           move 0 to ws-record-count ws-add-count ws-update-count
                     ws-delete-count ws-xfer-count ws-merge-count
                     ws-reinst-count ws-hash-total ws-lines-read
           move "N" to ws-recut-flag
           move "N" to ws-first-feed-flag
           move ws-delta-date to dg-log-date
           read custDeltaLog with no lock
               invalid key
                   continue
               not invalid key
                   set recut-of-earlier-feed to true
                   move dg-run-num  to ws-run-num
                   move dg-low-seq  to ws-low-seq
                   move dg-high-seq to ws-high-limit
           end-read
           if not recut-of-earlier-feed
               perform take-next-run-number
           end-if
           move ws-low-seq to ws-high-seq
           move 0 to ws-first-seq
           open output custDeltaWrk
           close custDeltaWrk
           open i-o custDeltaWrk
           perform load-generation-list
           perform scan-one-generation
               varying ws-gen-idx from 1 by 1
               until ws-gen-idx > ws-gen-used
           move "N" to ws-eof-flag
           open input custAudit
           if not audit-status-bad-open
               perform read-audit-record
               perform take-audit-record until end-of-audit
               close custAudit
           end-if
           if recut-of-earlier-feed
               move ws-high-limit to ws-high-seq
           end-if

      *          The first feed logs the range its own date's lines
      *          occupy, so a re-cut of it reads those lines and no
      *          others, and the next feed starts after the newest
      *          line on the trail whatever its date.

           if first-feed-ever
               if ws-first-seq > 0
                   compute ws-low-seq = ws-first-seq - 1
               else
                   move ws-high-seq to ws-low-seq
               end-if
           end-if
           perform write-delta-file
           close custDeltaWrk
           perform log-delta-cut
           if recut-of-earlier-feed
               display "Feed Re-Cut For " ws-delta-date
                   " - Run " ws-run-num
           else
               display "Feed Cut For " ws-delta-date
                   " - Run " ws-run-num
           end-if
           display "Sequence Range  : " ws-low-seq " - " ws-high-seq
           display "Audit Lines Used: " ws-lines-read
           display "Customers Fed   : " ws-record-count
           display "Hash Total      : " ws-hash-total
           .

      *      The control row gives the last run number and the last
      *      sequence fed. The very first feed has neither, and takes
      *      only the lines written on its own date rather than the
      *      whole history.

       take-next-run-number section.
           move 0 to ws-run-num ws-low-seq ws-high-limit
           move ws-control-key to dg-log-date
           read custDeltaLog with no lock
               invalid key
                   set first-feed-ever to true
               not invalid key
                   move dg-run-num  to ws-run-num
                   move dg-high-seq to ws-low-seq
           end-read
           add 1 to ws-run-num
           .

       log-delta-cut section.
           move ws-delta-date   to dg-log-date
           move ws-run-num      to dg-run-num
           move ws-low-seq      to dg-low-seq
           move ws-high-seq     to dg-high-seq
           move ws-record-count to dg-record-count
           move ws-hash-total   to dg-hash
           move ws-today        to dg-cut-date
           rewrite dg-log-record
               invalid key
                   write dg-log-record
                       invalid key
                           display "Feed Log Row Could Not Be "
                               "Written: " ws-delta-date
                   end-write
           end-rewrite
           if recut-of-earlier-feed
               exit section
           end-if
           move ws-control-key to dg-log-date
           move ws-run-num     to dg-run-num
           move 0              to dg-low-seq
           move ws-high-seq    to dg-high-seq
           move 0              to dg-record-count dg-hash
           move ws-today       to dg-cut-date
           rewrite dg-log-record
               invalid key
                   write dg-log-record
                       invalid key
                           display "Feed Control Row Could Not Be "
                               "Written"
                   end-write
           end-rewrite
           .

      *      Reads the generation catalogue into the table, oldest
      *      first, leaving out generations whose lines all lie at or
      *      below the low end of the range.

       load-generation-list section.
           move 0 to ws-gen-used
           move "N" to ws-gens-eof-flag
           open input custAuditGens
           if auditgens-status-bad-open
               exit section
           end-if
           perform load-one-generation until end-of-gen-list
           close custAuditGens
           .

       load-one-generation section.
           read custAuditGens
               at end
                   set end-of-gen-list to true
               not at end
                   if (ag-gen-highseq not numeric
                       or ag-gen-highseq > ws-low-seq)
                       and ws-gen-used < ws-gen-max
                       add 1 to ws-gen-used
                       move ag-gen-file
                           to ws-gen-name(ws-gen-used)
                   end-if
           end-read
           .

       scan-one-generation section.
           move ws-gen-name(ws-gen-idx) to ws-gen-file-name
           move "N" to ws-gen-eof-flag
           open input custAuditGen
           if auditgen-status-bad-open
               display "Generation Not Found - Skipped: "
                   ws-gen-file-name
               exit section
           end-if
           perform read-gen-record
           perform take-gen-record until end-of-generation
           close custAuditGen
           .

       read-gen-record section.
           read custAuditGen into rpt-audit-line
               at end
                   set end-of-generation to true
           end-read
           .

       take-gen-record section.
           perform take-audit-line
           perform read-gen-record
           .

       read-audit-record section.
           read custAudit into rpt-audit-line
               at end
                   set end-of-audit to true
           end-read
           .

       take-audit-record section.
           perform take-audit-line
           perform read-audit-record
           .

      *      A line belongs to the cut when its sequence number is
      *      above the low end and, for a re-cut, not above the high
      *      end. The first feed ever takes its own date's lines.

       take-audit-line section.
           move "N" to ws-line-flag
           if rpt-audit-seq not numeric
               exit section
           end-if
           evaluate true
               when first-feed-ever
                   if rpt-audit-seq > ws-high-seq
                       move rpt-audit-seq to ws-high-seq
                   end-if
                   if rpt-audit-timestamp(1:8) = ws-delta-date
                       set line-in-range to true
                       if ws-first-seq = 0
                           or rpt-audit-seq < ws-first-seq
                           move rpt-audit-seq to ws-first-seq
                       end-if
                   end-if
               when recut-of-earlier-feed
                   if rpt-audit-seq > ws-low-seq
                       and rpt-audit-seq not > ws-high-limit
                       set line-in-range to true
                   end-if
               when other
                   if rpt-audit-seq > ws-low-seq
                       set line-in-range to true
                   end-if
           end-evaluate
           if not line-in-range
               exit section
           end-if
           if rpt-audit-seq > ws-high-seq
               move rpt-audit-seq to ws-high-seq
           end-if
           perform classify-audit-line
           if ws-line-action = space
               exit section
           end-if
           add 1 to ws-lines-read
           perform note-changed-customer

      *          The survivor of a merge took the victim's details
      *          into its blanks, so it is fed as changed too.

           if rpt-audit-op = "MERGE"
               and rpt-audit-after-first(1:8) not = spaces
               move rpt-audit-after-first(1:8) to rpt-audit-key
               move "U"    to ws-line-action
               move spaces to ws-line-related
               move spaces to rpt-audit-op
               perform note-changed-customer
           end-if
           .

      *      What each kind of audit line means to a receiving system.
      *      Lines that change no customer record -- orders, notes,
      *      searches, the approval queue and the like -- feed
      *      nothing.

       classify-audit-line section.
           move space  to ws-line-action
           move spaces to ws-line-related
           evaluate rpt-audit-op
               when "ADD"
               when "LOAD"
                   move "A" to ws-line-action
               when "UPDATE"
               when "CREDLIMIT"
               when "ACCTMGR"
               when "PARENT"
               when "MAILRTN"
               when "BOUNCE"
               when "DUNNING"
               when "DUNCLEAR"
                   move "U" to ws-line-action
               when "DELETE"
               when "PURGE"
               when "ARCHIVE"
               when "ERASE"
                   move "D" to ws-line-action
               when "TRANSFER"
                   move "T" to ws-line-action
                   move rpt-audit-before-first(1:3) to ws-line-related
               when "MERGE"
                   move "M" to ws-line-action
                   move rpt-audit-after-first(1:8) to ws-line-related
               when "UNDELETE"
               when "REINSTATE"
                   move "R" to ws-line-action
               when other
                   continue
           end-evaluate
           if rpt-audit-key = spaces or rpt-audit-key = ws-control-key
               move space to ws-line-action
           end-if
           .

      *      One row per customer however many lines they had: an add
      *      or a reinstatement already carries the whole record, so a
      *      later change or move leaves it as it is; a move outranks
      *      a plain change; a deletion or merge stands until a later
      *      reinstatement undoes it.

       note-changed-customer section.
           move rpt-audit-key to dw-cust
           read custDeltaWrk
               invalid key
                   move ws-line-action  to dw-action
                   move ws-line-related to dw-related
                   move spaces to dw-image
                   perform keep-trail-image
                   write dw-work-record
                       invalid key
                           display "Feed Work Row Could Not Be "
                               "Written: " rpt-audit-key
                   end-write
               not invalid key
                   evaluate ws-line-action
                       when "U"
                           continue
                       when "T"
                           if dw-action = "U"
                               move "T" to dw-action
                               move ws-line-related to dw-related
                           end-if
                       when "A"
                       when "D"
                       when "M"
                           move ws-line-action  to dw-action
                           move ws-line-related to dw-related
                       when "R"
                           if dw-action not = "A"
                               move "R" to dw-action
                               move spaces to dw-related
                           end-if
                   end-evaluate
                   perform keep-trail-image
                   rewrite dw-work-record
                       invalid key
                           display "Feed Work Row Could Not Be "
                               "Rewritten: " rpt-audit-key
                   end-rewrite
           end-read
           .

      *      The trail's own picture of the customer, for when the
      *      record is gone by the time the feed is written: lines
      *      that carry the record as it was left use their after
      *      columns, removals use their before columns. Lines that
      *      use the columns for something else leave it alone.

       keep-trail-image section.
           evaluate rpt-audit-op
               when "ADD"
               when "LOAD"
               when "UPDATE"
               when "UNDELETE"
               when "REINSTATE"
                   move dw-image to ws-image-record
                   move rpt-audit-key           to ws-record-num
                   move rpt-audit-after-first   to ws-firstname
                   move rpt-audit-after-last    to ws-lastname
                   move rpt-audit-after-address to ws-address
                   move rpt-audit-after-phone   to ws-phone
                   move rpt-audit-after-email   to ws-email
                   move rpt-audit-after-consent to ws-consent
                   move rpt-audit-branch        to ws-branch
                   move ws-image-record to dw-image
               when "DELETE"
               when "PURGE"
               when "ARCHIVE"
               when "ERASE"
               when "MERGE"
                   if rpt-audit-before-last not = spaces
                       move dw-image to ws-image-record
                       move rpt-audit-key            to ws-record-num
                       move rpt-audit-before-first   to ws-firstname
                       move rpt-audit-before-last    to ws-lastname
                       move rpt-audit-before-address to ws-address
                       move rpt-audit-before-phone   to ws-phone
                       move rpt-audit-before-email   to ws-email
                       move rpt-audit-before-consent to ws-consent
                       move rpt-audit-branch         to ws-branch
                       move ws-image-record to dw-image
                   end-if
               when other
                   continue
           end-evaluate
           .

      *      Header, one detail line per customer in customer order,
      *      trailer. The image is the record as it stands on
      *      custFile when the feed is cut; a customer no longer on
      *      file is sent with the last image the trail held.

       write-delta-file section.
           move spaces to ws-delta-file-name
           string "custDelta."  delimited by size
                  ws-delta-date delimited by size
                  ".dat"        delimited by size
               into ws-delta-file-name
           end-string
           open output custDeltaOut
           move spaces to delta-record
           set dl-delta-header to true
           move ws-run-num    to dl-delta-run-num
           move ws-delta-date to dl-delta-date
           move ws-low-seq    to dl-delta-low-seq
           move ws-high-seq   to dl-delta-high-seq
           write delta-record
           open input custFile
           move "N" to ws-work-eof-flag
           move low-values to dw-cust
           start custDeltaWrk key is greater than dw-cust
               invalid key
                   set end-of-work to true
               not invalid key
                   continue
           end-start
           perform write-delta-detail until end-of-work
           if not custfile-status-bad-open
               close custFile
           end-if
           move spaces to delta-record
           set dl-delta-trailer to true
           move ws-run-num      to dl-delta-trl-run-num
           move ws-record-count to dl-delta-count
           move ws-add-count    to dl-delta-adds
           move ws-update-count to dl-delta-updates
           move ws-delete-count to dl-delta-deletes
           move ws-xfer-count   to dl-delta-transfers
           move ws-merge-count  to dl-delta-merges
           move ws-reinst-count to dl-delta-reinstates
           move ws-hash-total   to dl-delta-hash
           write delta-record
           close custDeltaOut
           display "Feed Written To " ws-delta-file-name
           .

       write-delta-detail section.
           read custDeltaWrk next
               at end
                   set end-of-work to true
                   exit section
           end-read
           move spaces to delta-record
           set dl-delta-detail to true
           move dw-action  to dl-delta-action
           move dw-related to dl-delta-related
           move dw-image   to dl-delta-image
           if not custfile-status-bad-open
               move dw-cust to f-record-num
               read custFile with no lock
                   invalid key
                       continue
                   not invalid key
                       move f-record-information to dl-delta-image
               end-read
           end-if
           write delta-record
           add 1 to ws-record-count
           move dl-delta-image to ws-image-record
           if ws-record-num-n numeric
               add ws-record-num-n to ws-hash-total
           end-if
           evaluate true
               when dl-delta-add
                   add 1 to ws-add-count
               when dl-delta-update
                   add 1 to ws-update-count
               when dl-delta-delete
                   add 1 to ws-delete-count
               when dl-delta-transfer
                   add 1 to ws-xfer-count
               when dl-delta-merge
                   add 1 to ws-merge-count
               when dl-delta-reinstate
                   add 1 to ws-reinst-count
           end-evaluate
           .

      *      The morning checklist's memory: warn when this job already
      *      ran today and when the statistics run before it did not.

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
