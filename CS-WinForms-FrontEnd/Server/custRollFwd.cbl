       identification division.

       program-id. custRollFwd.

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
           select custFileBak assign to "custFileBak.dat"
               organization is line sequential
               file status is ws-backup-status.
           select custBakMark assign to "custBakMark.dat"
               organization is line sequential
               file status is ws-bakmark-status.
           select custRollReq assign to "custRollReq.dat"
               organization is line sequential
               file status is ws-rollreq-status.
           select custAudit assign to "custAudit.dat"
               organization is line sequential
               file status is ws-audit-status.
           select custAuditSeq assign to "custAuditSeq.dat"
               organization is line sequential
               file status is ws-auditseq-status.
           select custAuditGens assign to "custAuditGens.dat"
               organization is line sequential
               file status is ws-auditgens-status.
           select custAuditGen assign to ws-gen-file-name
               organization is line sequential
               file status is ws-auditgen-status.
           select custRollFwd assign to "custRollFwd.rpt"
               organization is line sequential.
           select custBatchFlg assign to "custBatchFlg.dat"
               organization is line sequential.
           select custServeFlg assign to "custServeFlg.dat"
               organization is line sequential
               file status is ws-serveflg-status.
           select custRunCtl assign to "custRunCtl.dat"
               organization is indexed
               access is dynamic
               record key is rc-run-job of custRunCtl
               file status is ws-runctl-status.

       file section.
       fd custFile.
       01 f-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==f==.

      *      Only opened to prove the extract is there before the
      *      restore is asked to put it back.

       fd custFileBak.
       01 bak-record.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==bak==.

       fd custBakMark.
       01 bm-mark-record.
           copy "custbakmark.cpy" replacing ==:PREFIX:== by ==bm==.

      *      The recovery point, keyed by the operator running the
      *      recovery: replay up to and including an audit sequence
      *      number (zeros for no limit) and/or up to and including a
      *      moment YYYYMMDDHHMMSS (spaces for no limit) -- whichever
      *      comes first -- and, optionally, leave out every line a
      *      named job or operator wrote (the name in the trail's
      *      operator column; batch runs stamp their job name).

       fd custRollReq.
       01 rollreq-record.
           03 rq-stop-seq   pic 9(8).
           03 filler        pic x.
           03 rq-stop-stamp pic x(14).
           03 filler        pic x.
           03 rq-skip-job   pic x(25).

       fd custAudit.
       01 audit-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==adt==.

       fd custAuditSeq.
       01 auditseq-record.
           03 auditseq-next pic 9(8).

      *      The catalogue of audit-trail generations the month-end
      *      custAuditRoll run cuts, and the generation file itself,
      *      opened by name from the catalogue -- an extract older
      *      than the last roll is brought forward through the cut
      *      months first, then the live trail.

       fd custAuditGens.
       01 gens-record.
           copy "custauditgen.cpy" replacing ==:PREFIX:== by ==ag==.

       fd custAuditGen.
       01 gen-record.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==gen==.

       fd custRollFwd.
       01 rollfwd-line pic x(132).

      *      One-line flag files coordinating this batch program and
      *      the online server: custBatchFlg.dat is raised while this
      *      run holds custFile, and a raised custServeFlg.dat means
      *      the server is up and the run must not start.

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 rpt-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==rpt==.

       01 ws-audit-line.
           copy "custaudit.cpy" replacing ==:PREFIX:== by ==wsa==.

       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-backup-status pic xx.
           88 backup-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-bakmark-status pic xx.
           88 bakmark-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-rollreq-status pic xx.
           88 rollreq-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-audit-status pic xx.
           88 audit-status-ok       value "00".
           88 audit-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-auditseq-status pic xx.
           88 auditseq-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-audit-seq-next pic 9(8) value 0.

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-audit value "Y".

      *      The recovery point and the extract it starts from.

       01 ws-stop-seq    pic 9(8) value 0.
       01 ws-stop-stamp  pic x(14) value spaces.
       01 ws-skip-job    pic x(25) value spaces.
       01 ws-mark-seq    pic 9(8) value 0.
       01 ws-mark-taken  pic x(26) value spaces.
       01 ws-mark-source pic x(10) value spaces.
       01 ws-last-applied pic 9(8) value 0.

       01 ws-request-flag pic x value "N".
           88 request-present value "Y".
       01 ws-request-ok-flag pic x value "N".
           88 request-is-sound value "Y".
       01 ws-mark-flag pic x value "N".
           88 mark-present value "Y".

       01 ws-auditgens-status pic xx.
           88 auditgens-status-bad-open value "35" "37" "41" "42"
                                              "49".
       01 ws-auditgen-status pic xx.
           88 auditgen-status-bad-open value "35" "37" "41" "42"
                                             "49".
       01 ws-gen-file-name pic x(24).

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

      *      What the trail line in hand does to custFile. Only the
      *      operations that change a customer record are replayed;
      *      searches, orders, notes and the rest leave custFile as it
      *      is and are passed over without comment.

       01 ws-op-class pic x.
           88 op-is-image    value "I".
           88 op-is-delete   value "D".
           88 op-is-removal  value "R".
           88 op-is-merge    value "M".
           88 op-is-limit    value "L".
           88 op-is-transfer value "T".
           88 op-is-mailrtn  value "B".
           88 op-is-dunning  value "N".
           88 op-is-manager  value "G".
           88 op-is-parent   value "P".
           88 op-is-bounce   value "Y".
           88 op-is-other    value "X".

       01 ws-apply-flag pic x.
           88 apply-worked value "Y".
           88 apply-failed value "N".
       01 ws-found-flag pic x.
           88 record-on-file value "Y".

       01 ws-not-replayed-reason pic x(20).

       01 ws-fam-head pic x(8).
       01 ws-fam-eof-flag pic x.
           88 end-of-fam-scan value "Y".
       01 ws-fam-any-flag pic x.
           88 fam-has-members value "Y".

      *      The credit limit rides in the phone columns of a
      *      CREDLIMIT line as the nine digits of the amount.

       01 ws-limit-chars pic x(9).
       01 ws-limit-amount redefines ws-limit-chars pic 9(7)v99.

      *      The restore puts the control record back from the
      *      extract; customers added by the replay may have taken
      *      numbers beyond it, so it is moved on to the highest one
      *      replayed.

       78 cd-number-floor value 10000000.
       01 ws-highest-rec-num pic 9(8) value 0.
       01 ws-highest-base    pic 9(8) value 0.
       01 ws-control-num     pic 9(8) value 0.

       01 ws-lines-read      pic 9(8) comp value 0.
       01 ws-in-extract      pic 9(8) comp value 0.
       01 ws-applied-count   pic 9(8) comp value 0.
       01 ws-after-stop      pic 9(8) comp value 0.
       01 ws-skipped-job     pic 9(8) comp value 0.
       01 ws-failed-count    pic 9(8) comp value 0.
       01 ws-unsequenced     pic 9(8) comp value 0.
       01 ws-other-count     pic 9(8) comp value 0.
       01 ws-not-replayed    pic 9(8) comp value 0.

      *      Count and key-total reconciliation: what the restore put
      *      back, plus the customers the replay added, less the ones
      *      it removed, must be what the recovered file holds.

       01 ws-recon-eof-flag pic x.
           88 end-of-recon-scan value "Y".
       01 ws-recon-count    pic 9(8) comp value 0.
       01 ws-recon-total    pic 9(9) comp value 0.
       01 ws-restored-count pic 9(8) comp value 0.
       01 ws-restored-total pic 9(9) comp value 0.
       01 ws-added-count    pic 9(8) comp value 0.
       01 ws-added-total    pic 9(9) comp value 0.
       01 ws-removed-count  pic 9(8) comp value 0.
       01 ws-removed-total  pic 9(9) comp value 0.
       01 ws-expect-count   pic s9(9) comp value 0.
       01 ws-expect-total   pic s9(10) comp value 0.
       01 ws-after-count    pic 9(8) comp value 0.
       01 ws-after-total    pic 9(9) comp value 0.
       01 ws-count-delta    pic s9(9) comp value 0.
       01 ws-total-delta    pic s9(10) comp value 0.

       01 ws-recon-flag pic x value "N".
           88 recovery-balanced value "Y".

       01 ws-rpt-count  pic z(7)9.
       01 ws-rpt-total  pic z(8)9.
       01 ws-rpt-delta  pic -(9)9.

       01 ws-skipped-detail.
           03 filler         pic xx value spaces.
           03 ws-skd-seq     pic x(8).
           03 filler         pic x value space.
           03 ws-skd-stamp   pic x(14).
           03 filler         pic x value space.
           03 ws-skd-op      pic x(10).
           03 filler         pic x value space.
           03 ws-skd-key     pic x(8).
           03 filler         pic x value space.
           03 ws-skd-oper    pic x(25).
           03 filler         pic x value space.
           03 ws-skd-reason  pic x(20).
           03 filler         pic x value space.
           03 ws-skd-name    pic x(25).

       01 ws-serveflg-status pic xx.
           88 serveflg-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-serve-hold pic x(8).
       01 ws-server-active-flag pic x.
           88 server-is-active value "Y".

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-run-outcome  pic x(8).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           perform check-server-flag
           if server-is-active
               display "Server Active - Roll-Forward Run Refused"
               goback
           end-if
           move "ROLLFWD" to ws-run-job-name
           perform read-roll-request
           if not request-present
               display "custRollReq.dat Not Found - Key The Recovery "
                   "Point First"
               goback
           end-if
           if not request-is-sound
               goback
           end-if
           perform read-backup-mark
           if not mark-present
               display "custBakMark.dat Not Found - The Extract's "
                   "Place On The Trail Is Unknown; Run custRestore "
                   "Alone"
               goback
           end-if
           open input custFileBak
           if backup-status-bad-open
               display "custFileBak Not Found - Nothing To Roll "
                   "Forward From"
               goback
           end-if
           close custFileBak
           perform check-run-control

      *          The extract goes back first, exactly as the restore
      *          run puts it back on its own -- then the trail is laid
      *          over it.

           call "custRestore"
           perform raise-batch-flag
           perform count-custfile
           move ws-recon-count to ws-restored-count
           move ws-recon-total to ws-restored-total
           open output custRollFwd
           perform write-report-header
           open i-o custFile
           if custfile-status-bad-open
               display "custFile Open Failed - Status "
                   ws-custfile-status
               close custRollFwd
               perform lower-batch-flag
               goback
           end-if
           perform load-generation-list
           perform replay-one-generation
               varying ws-gen-idx from 1 by 1
               until ws-gen-idx > ws-gen-used
           open input custAudit
           if audit-status-bad-open
               display "custAudit Not Found - Live Trail Not "
                   "Replayed"
           else
               move "N" to ws-eof-flag
               perform read-audit-record
               perform replay-audit-record until end-of-audit
               close custAudit
           end-if
           perform move-control-record-on
           close custFile
           perform count-custfile
           move ws-recon-count to ws-after-count
           move ws-recon-total to ws-after-total
           perform reconcile-recovery
           perform write-reconciliation
           close custRollFwd
           perform write-rollfwd-audit
           perform lower-batch-flag
           display "Roll-Forward Recovery Complete"
           display "Replayed From Seq  : " ws-mark-seq
           display "Last Seq Replayed  : " ws-last-applied
           display "Lines Replayed     : " ws-applied-count
           display "Not Replayed       : " ws-not-replayed
           display "Restored - Count: " ws-restored-count
               " Key Total: " ws-restored-total
           display "Expected - Count: " ws-expect-count
               " Key Total: " ws-expect-total
           display "Recovered- Count: " ws-after-count
               " Key Total: " ws-after-total
           if recovery-balanced
               display "Recovered File Reconciles - See "
                   "custRollFwd.rpt Before Starting The Server"
               move "BALANCED" to ws-run-outcome
           else
               display "*** RECOVERED FILE DOES NOT RECONCILE ***"
               move "NOTBAL" to ws-run-outcome
           end-if
           move ws-applied-count to ws-runctl-count-1
           move ws-not-replayed  to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      A recovery point must be a real sequence number, a full
      *      moment, or both -- or neither, to bring the file as far
      *      forward as the trail goes (the usual case when only a
      *      job's lines are to be left out).

       read-roll-request section.
           open input custRollReq
           if rollreq-status-bad-open
               exit section
           end-if
           read custRollReq
               at end
                   close custRollReq
                   exit section
           end-read
           close custRollReq
           set request-present to true
           if rq-stop-seq not numeric
               display "Recovery Point Sequence Must Be Numeric "
                   "(Zeros For None)"
               exit section
           end-if
           if rq-stop-stamp not = spaces
               and rq-stop-stamp not numeric
               display "Recovery Point Moment Must Be YYYYMMDDHHMMSS "
                   "(Spaces For None)"
               exit section
           end-if
           move rq-stop-seq   to ws-stop-seq
           move rq-stop-stamp to ws-stop-stamp
           move rq-skip-job   to ws-skip-job
           set request-is-sound to true
           .

       read-backup-mark section.
           open input custBakMark
           if bakmark-status-bad-open
               exit section
           end-if
           read custBakMark
               at end
                   continue
               not at end
                   if bm-mark-audit-seq numeric
                       set mark-present to true
                       move bm-mark-audit-seq to ws-mark-seq
                       move bm-mark-taken     to ws-mark-taken
                       move bm-mark-source    to ws-mark-source
                   end-if
           end-read
           close custBakMark
           .

       write-report-header section.
           move spaces to rollfwd-line
           string "===== custFile Roll-Forward Recovery - "
                      delimited by size
                  function current-date(1:8) delimited by size
                  " =====" delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move spaces to rollfwd-line
           string "  Extract Cut       : " delimited by size
                  ws-mark-taken(1:14)     delimited by size
                  " By "                  delimited by size
                  ws-mark-source          delimited by size
                  "  Last Seq In It: "    delimited by size
                  ws-mark-seq             delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move spaces to rollfwd-line
           if ws-stop-seq = 0
               string "  Stop At Sequence  : None"
                          delimited by size
                   into rollfwd-line
               end-string
           else
               string "  Stop At Sequence  : " delimited by size
                      ws-stop-seq               delimited by size
                   into rollfwd-line
               end-string
           end-if
           write rollfwd-line
           move spaces to rollfwd-line
           if ws-stop-stamp = spaces
               string "  Stop At Moment    : None"
                          delimited by size
                   into rollfwd-line
               end-string
           else
               string "  Stop At Moment    : " delimited by size
                      ws-stop-stamp             delimited by size
                   into rollfwd-line
               end-string
           end-if
           write rollfwd-line
           move spaces to rollfwd-line
           if ws-skip-job = spaces
               string "  Leave Out Job     : None"
                          delimited by size
                   into rollfwd-line
               end-string
           else
               string "  Leave Out Job     : " delimited by size
                      ws-skip-job               delimited by size
                   into rollfwd-line
               end-string
           end-if
           write rollfwd-line
           move spaces to rollfwd-line
           write rollfwd-line
           move "Changes Not Replayed" to rollfwd-line
           write rollfwd-line
           move spaces to rollfwd-line
           string "  Seq      Moment         Operation  Record   "
                      delimited by size
                  "Operator                  Reason               "
                      delimited by size
                  "Name"
                      delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           .

       read-audit-record section.
           read custAudit into rpt-audit-line
               at end
                   set end-of-audit to true
           end-read
           .

       replay-audit-record section.
           perform judge-audit-line
           perform read-audit-record
           .

      *      Reads the generation catalogue into the table, oldest
      *      first -- the order the roll run appended them.

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
                   if ws-gen-used < ws-gen-max
                       add 1 to ws-gen-used
                       move ag-gen-file
                           to ws-gen-name(ws-gen-used)
                   end-if
           end-read
           .

       replay-one-generation section.
           move ws-gen-name(ws-gen-idx) to ws-gen-file-name
           move "N" to ws-gen-eof-flag
           open input custAuditGen
           if auditgen-status-bad-open
               display "Generation Not Found - Skipped: "
                   ws-gen-file-name
               exit section
           end-if
           perform read-gen-record
           perform replay-gen-record until end-of-generation
           close custAuditGen
           .

       read-gen-record section.
           read custAuditGen into rpt-audit-line
               at end
                   set end-of-generation to true
           end-read
           .

       replay-gen-record section.
           perform judge-audit-line
           perform read-gen-record
           .

      *      Decides what happens to one trail line: a line already
      *      in the extract is passed over; a change past the recovery
      *      point, or written by the job being left out, is listed
      *      and not replayed; every other change is laid on custFile.

       judge-audit-line section.
           add 1 to ws-lines-read
           perform classify-audit-op
           if rpt-audit-seq not numeric
               if not op-is-other
                   add 1 to ws-unsequenced
                   move "NO SEQUENCE NUMBER" to ws-not-replayed-reason
                   perform list-not-replayed
               end-if
               exit section
           end-if
           if rpt-audit-seq not > ws-mark-seq
               add 1 to ws-in-extract
               exit section
           end-if
           if op-is-other
               add 1 to ws-other-count
               exit section
           end-if
           if (ws-stop-seq > 0 and rpt-audit-seq > ws-stop-seq)
               or (ws-stop-stamp not = spaces
                   and rpt-audit-timestamp(1:14) > ws-stop-stamp)
               add 1 to ws-after-stop
               move "AFTER RECOVERY POINT" to ws-not-replayed-reason
               perform list-not-replayed
               exit section
           end-if
           if ws-skip-job not = spaces
               and rpt-audit-operator = ws-skip-job
               add 1 to ws-skipped-job
               move "JOB LEFT OUT" to ws-not-replayed-reason
               perform list-not-replayed
               exit section
           end-if
           set apply-worked to true
           evaluate true
               when op-is-image
                   perform apply-record-image
               when op-is-delete
                   perform apply-delete-mark
               when op-is-removal
                   perform apply-removal
               when op-is-merge
                   perform apply-merge
               when op-is-limit
                   perform apply-credit-limit
               when op-is-transfer
                   perform apply-transfer
               when op-is-mailrtn
                   perform apply-mail-return
               when op-is-dunning
                   perform apply-dunning
               when op-is-manager
                   perform apply-account-manager
               when op-is-parent
                   perform apply-parent-link
               when op-is-bounce
                   perform apply-contact-bounce
           end-evaluate
           if apply-worked
               add 1 to ws-applied-count
               move rpt-audit-seq to ws-last-applied
           else
               add 1 to ws-failed-count
               move "COULD NOT BE APPLIED" to ws-not-replayed-reason
               perform list-not-replayed
           end-if
           .

       classify-audit-op section.
           evaluate rpt-audit-op
               when "ADD"
               when "LOAD"
               when "UPDATE"
               when "REINSTATE"
               when "UNDELETE"
                   set op-is-image to true
               when "DELETE"
                   set op-is-delete to true
               when "PURGE"
               when "ARCHIVE"
               when "ERASE"
                   set op-is-removal to true
               when "MERGE"
                   set op-is-merge to true
               when "CREDLIMIT"
                   set op-is-limit to true
               when "TRANSFER"
                   set op-is-transfer to true
               when "MAILRTN"
                   set op-is-mailrtn to true
               when "DUNNING"
               when "DUNCLEAR"
                   set op-is-dunning to true
               when "ACCTMGR"
                   set op-is-manager to true
               when "PARENT"
                   set op-is-parent to true
               when "BOUNCE"
                   set op-is-bounce to true
               when other
                   set op-is-other to true
           end-evaluate
           .

       list-not-replayed section.
           add 1 to ws-not-replayed
           move spaces to ws-skd-seq
           if rpt-audit-seq numeric
               move rpt-audit-seq to ws-skd-seq
           end-if
           move rpt-audit-timestamp(1:14) to ws-skd-stamp
           move rpt-audit-op       to ws-skd-op
           move rpt-audit-key      to ws-skd-key
           move rpt-audit-operator to ws-skd-oper
           move ws-not-replayed-reason to ws-skd-reason
           if rpt-audit-after-last not = spaces
               move rpt-audit-after-last  to ws-skd-name
           else
               move rpt-audit-before-last to ws-skd-name
           end-if
           write rollfwd-line from ws-skipped-detail
           .

       read-trail-record section.
           move "N" to ws-found-flag
           move rpt-audit-key to f-record-num
           read custFile
               invalid key
                   continue
               not invalid key
                   set record-on-file to true
           end-read
           .

      *      A line carrying the whole record -- an add, a load, an
      *      update, an undelete or a reinstatement -- puts its after
      *      values on the record. What the trail does not carry (the
      *      credit limit, the returned-mail mark, the dunning level,
      *      the account manager, the family links, the contact-bounce
      *      marks) is kept from the record when it is on file
      *      already, and starts empty for a customer the replay
      *      creates -- save that a bounce mark goes, as it did live,
      *      when the line brings a different email or phone.

       apply-record-image section.
           perform read-trail-record
           if not record-on-file
               move spaces to f-record-information
               move rpt-audit-key to f-record-num
               move zero to f-credit-limit
           end-if
           if rpt-audit-after-email not = f-email
               move spaces to f-email-bad
           end-if
           if rpt-audit-after-phone not = f-phone
               move spaces to f-phone-bad
           end-if
           if f-email-bad = spaces
               and f-phone-bad = spaces
               move spaces to f-bounce-date
           end-if
           move rpt-audit-after-first   to f-firstname
           move rpt-audit-after-last    to f-lastname
           move rpt-audit-after-address to f-address
           move rpt-audit-after-phone   to f-phone
           move rpt-audit-after-email   to f-email
           move rpt-audit-after-consent to f-consent
           if rpt-audit-branch not = spaces
               move rpt-audit-branch to f-branch
           end-if
           move spaces to f-del-flag f-del-date
           if record-on-file
               rewrite f-record-information
                   invalid key
                       set apply-failed to true
               end-rewrite
           else
               write f-record-information
                   invalid key
                       set apply-failed to true
                   not invalid key
                       add 1 to ws-added-count
                       add f-record-num-n to ws-added-total
                       perform note-highest-record
               end-write
           end-if
           .

       note-highest-record section.
           if f-record-num-n numeric
               and f-record-num-n > ws-highest-rec-num
               move f-record-num-n to ws-highest-rec-num
           end-if
           .

      *      The online delete only marks the record; the purge that
      *      makes it final arrives as its own line later.

       apply-delete-mark section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           set f-del-pending to true
           move rpt-audit-timestamp(1:8) to f-del-date
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

      *      PURGE, ARCHIVE and ERASE all mean the record left the
      *      file outright.

       apply-removal section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           delete custFile
               invalid key
                   set apply-failed to true
               not invalid key
                   add 1 to ws-removed-count
                   add f-record-num-n to ws-removed-total
           end-delete
           .

      *      A merge removes the record merged away and folds its
      *      address, phone, email and consent into the survivor; the
      *      survivor's number rides in the first eight bytes of the
      *      after-first column.

       apply-merge section.
           perform read-trail-record
           if record-on-file
               delete custFile
                   invalid key
                       set apply-failed to true
                   not invalid key
                       add 1 to ws-removed-count
                       add f-record-num-n to ws-removed-total
               end-delete
           end-if
           move rpt-audit-after-first(1:8) to f-record-num
           read custFile
               invalid key
                   set apply-failed to true
                   exit section
           end-read
           move rpt-audit-after-address to f-address
           move rpt-audit-after-phone   to f-phone
           move rpt-audit-after-email   to f-email
           move rpt-audit-after-consent to f-consent
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

       apply-credit-limit section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           move rpt-audit-after-phone(1:9) to ws-limit-chars
           if ws-limit-amount not numeric
               set apply-failed to true
               exit section
           end-if
           move ws-limit-amount to f-credit-limit
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

       apply-transfer section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           move rpt-audit-after-first(1:3) to f-branch
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

       apply-mail-return section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           set f-mail-undeliverable to true
           move rpt-audit-after-last(1:8) to f-mail-rtn-date
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

      *      A dunning line carries the level reached in the first
      *      after-consent byte (zero when the chase is cleared) and
      *      the run date in the after-last column.

       apply-dunning section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           if rpt-audit-op = "DUNCLEAR"
               or rpt-audit-after-consent(1:1) = "0"
               move spaces to f-dun-level f-dun-date
           else
               move rpt-audit-after-consent(1:1) to f-dun-level
               move rpt-audit-after-last(1:8)    to f-dun-date
           end-if
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

      *      An account-manager line carries the new operator id in
      *      the after-first column -- spaces when the manager was
      *      taken off.

       apply-account-manager section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           move rpt-audit-after-first to f-acct-mgr
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

      *      A parent-link line carries the old and new parent in the
      *      first-name columns and the bill-parent and group-limit
      *      flags in the first two after-consent bytes. The new
      *      parent is marked as a family head, and the old one loses
      *      the mark once no site names it -- as the server does.

      *      A bounce line carries the channel that bounced in the
      *      first after-consent byte -- E for email, S for the
      *      mobile -- and the date the gateway reported it.

       apply-contact-bounce section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           if rpt-audit-after-consent(1:1) = "S"
               set f-phone-bounced to true
           else
               set f-email-bounced to true
           end-if
           move rpt-audit-after-last(1:8) to f-bounce-date
           rewrite f-record-information
               invalid key
                   set apply-failed to true
           end-rewrite
           .

      *      A PARENT line written as a side effect of a merge or a
      *      change of family head carries the family-head byte in
      *      the third consent column; a line from the parent-link
      *      call leaves it blank both sides and it is left alone.

       apply-parent-link section.
           perform read-trail-record
           if not record-on-file
               set apply-failed to true
               exit section
           end-if
           move rpt-audit-after-first(1:8)   to f-parent
           move rpt-audit-after-consent(1:1) to f-bill-parent
           move rpt-audit-after-consent(2:1) to f-group-limit
           if rpt-audit-before-consent(3:1)
               not = rpt-audit-after-consent(3:1)
               move rpt-audit-after-consent(3:1) to f-family-head
           end-if
           rewrite f-record-information
               invalid key
                   set apply-failed to true
                   exit section
           end-rewrite
           if rpt-audit-after-first(1:8) not = spaces
               move rpt-audit-after-first(1:8) to f-record-num
               read custFile
                   invalid key
                       continue
                   not invalid key
                       set f-is-parent to true
                       rewrite f-record-information
                           invalid key
                               continue
                       end-rewrite
               end-read
           end-if
           if rpt-audit-before-first(1:8) not = spaces
               and rpt-audit-before-first(1:8)
                   not = rpt-audit-after-first(1:8)
               move rpt-audit-before-first(1:8) to ws-fam-head
               perform clear-family-head
           end-if
           .

       clear-family-head section.
           move "N" to ws-fam-any-flag
           move "N" to ws-fam-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-fam-scan to true
           end-start
           perform look-for-family-member until end-of-fam-scan
           if fam-has-members
               exit section
           end-if
           move ws-fam-head to f-record-num
           read custFile
               invalid key
                   exit section
           end-read
           move space to f-family-head
           rewrite f-record-information
               invalid key
                   continue
           end-rewrite
           .

       look-for-family-member section.
           read custFile next
               at end
                   set end-of-fam-scan to true
               not at end
                   if f-parent = ws-fam-head
                       and not f-del-pending
                       set fam-has-members to true
                       set end-of-fam-scan to true
                   end-if
           end-read
           .

      *      The control record carries the last seven-digit base
      *      handed out (a legacy key below the cutover is its own
      *      base); it only ever moves forward.

       move-control-record-on section.
           if ws-highest-rec-num = 0
               exit section
           end-if
           if ws-highest-rec-num >= cd-number-floor
               divide ws-highest-rec-num by 10
                   giving ws-highest-base
           else
               move ws-highest-rec-num to ws-highest-base
           end-if
           move ws-control-key to f-record-num
           read custFile
               invalid key
                   display "Control Record Missing After Restore"
                   exit section
           end-read
           move 0 to ws-control-num
           if f-firstname(1:8) numeric
               move f-firstname(1:8) to ws-control-num
           end-if
           if ws-highest-base > ws-control-num
               move ws-highest-base to f-firstname(1:8)
               rewrite f-record-information
                   invalid key
                       display "Control Record Could Not Be Moved On"
               end-rewrite
           end-if
           .

       count-custfile section.
           move 0 to ws-recon-count
           move 0 to ws-recon-total
           move "N" to ws-recon-eof-flag
           open input custFile
           if custfile-status-bad-open
               exit section
           end-if
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-recon-scan to true
               not invalid key
                   continue
           end-start
           perform count-next-record until end-of-recon-scan
           close custFile
           .

       count-next-record section.
           read custFile next
               at end
                   set end-of-recon-scan to true
               not at end
                   add 1 to ws-recon-count
                   add f-record-num-n to ws-recon-total
           end-read
           .

       reconcile-recovery section.
           compute ws-expect-count = ws-restored-count
               + ws-added-count - ws-removed-count
           compute ws-expect-total = ws-restored-total
               + ws-added-total - ws-removed-total
           compute ws-count-delta = ws-after-count - ws-expect-count
           compute ws-total-delta = ws-after-total - ws-expect-total
           if ws-count-delta = 0 and ws-total-delta = 0
               set recovery-balanced to true
           end-if
           .

       write-reconciliation section.
           if ws-not-replayed = 0
               move spaces to rollfwd-line
               string "  None - Every Change After The Extract Was "
                          delimited by size
                      "Replayed" delimited by size
                   into rollfwd-line
               end-string
               write rollfwd-line
           end-if
           move spaces to rollfwd-line
           write rollfwd-line
           move "Replay Totals" to rollfwd-line
           write rollfwd-line
           move ws-lines-read to ws-rpt-count
           move spaces to rollfwd-line
           string "  Trail Lines Read          : " delimited by size
                  ws-rpt-count delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-in-extract to ws-rpt-count
           move spaces to rollfwd-line
           string "  Already In The Extract    : " delimited by size
                  ws-rpt-count delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-applied-count to ws-rpt-count
           move spaces to rollfwd-line
           string "  Changes Replayed          : " delimited by size
                  ws-rpt-count delimited by size
                  "  (Last Seq "     delimited by size
                  ws-last-applied    delimited by size
                  ")"                delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-after-stop to ws-rpt-count
           move spaces to rollfwd-line
           string "  After The Recovery Point  : " delimited by size
                  ws-rpt-count delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-skipped-job to ws-rpt-count
           move spaces to rollfwd-line
           string "  Left Out With The Job     : " delimited by size
                  ws-rpt-count delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-failed-count to ws-rpt-count
           move spaces to rollfwd-line
           string "  Could Not Be Applied      : " delimited by size
                  ws-rpt-count delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-unsequenced to ws-rpt-count
           move spaces to rollfwd-line
           string "  Without Sequence Number   : " delimited by size
                  ws-rpt-count delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move spaces to rollfwd-line
           write rollfwd-line
           move "Reconciliation              Count  Key Total"
               to rollfwd-line
           write rollfwd-line
           move ws-restored-count to ws-rpt-count
           move ws-restored-total to ws-rpt-total
           perform write-recon-line-restored
           move ws-added-count to ws-rpt-count
           move ws-added-total to ws-rpt-total
           move spaces to rollfwd-line
           string "  Added By The Replay   " delimited by size
                  ws-rpt-count " " ws-rpt-total delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-removed-count to ws-rpt-count
           move ws-removed-total to ws-rpt-total
           move spaces to rollfwd-line
           string "  Removed By The Replay " delimited by size
                  ws-rpt-count " " ws-rpt-total delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-expect-count to ws-rpt-count
           move ws-expect-total to ws-rpt-total
           move spaces to rollfwd-line
           string "  Expected              " delimited by size
                  ws-rpt-count " " ws-rpt-total delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move ws-after-count to ws-rpt-count
           move ws-after-total to ws-rpt-total
           move spaces to rollfwd-line
           string "  Recovered File        " delimited by size
                  ws-rpt-count " " ws-rpt-total delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           move spaces to rollfwd-line
           write rollfwd-line
           move spaces to rollfwd-line
           if recovery-balanced
               string "===== Recovered File Reconciles - Safe To "
                          delimited by size
                      "Start The Server =====" delimited by size
                   into rollfwd-line
               end-string
           else
               move ws-count-delta to ws-rpt-delta
               string "===== *** DOES NOT RECONCILE *** Count Out By "
                          delimited by size
                      ws-rpt-delta delimited by size
                      " - Do Not Start The Server ====="
                          delimited by size
                   into rollfwd-line
               end-string
           end-if
           write rollfwd-line
           .

       write-recon-line-restored section.
           move spaces to rollfwd-line
           string "  Restored From Extract " delimited by size
                  ws-rpt-count " " ws-rpt-total delimited by size
               into rollfwd-line
           end-string
           write rollfwd-line
           .

      *      The recovery itself goes on the trail as ROLLFWD: the
      *      extract's last sequence in the before-first column, the
      *      last one replayed in the after-first column and the job
      *      left out in the after-last column. The lines it did not
      *      replay stay on the trail; the next extract, cut when the
      *      server starts on the recovered file, is marked past them,
      *      so a later recovery never replays them either.

       write-rollfwd-audit section.
           move spaces to ws-audit-line
           move function current-date to wsa-audit-timestamp
           move "ROLLFWD"       to wsa-audit-op
           move ws-mark-seq     to wsa-audit-before-first
           move ws-last-applied to wsa-audit-after-first
           move ws-skip-job     to wsa-audit-after-last
           move ws-stop-stamp   to wsa-audit-after-phone
           move ws-run-job-name to wsa-audit-operator
           perform assign-audit-seq
           open extend custAudit
           write audit-record from ws-audit-line
           close custAudit
           .

       assign-audit-seq section.
           move 1 to ws-audit-seq-next
           open input custAuditSeq
           if not auditseq-status-bad-open
               read custAuditSeq
                   at end
                       continue
                   not at end
                       if auditseq-next is numeric
                           move auditseq-next to ws-audit-seq-next
                       end-if
               end-read
               close custAuditSeq
           end-if
           move ws-audit-seq-next to wsa-audit-seq
           open output custAuditSeq
           compute auditseq-next = ws-audit-seq-next + 1
           write auditseq-record
           close custAuditSeq
           .

      *      The online server raises custServeFlg.dat while it is up;
      *      this run must not touch custFile while clients are being
      *      served, so it refuses to start until the server has been
      *      shut down cleanly (which lowers the flag).

       check-server-flag section.
           move "N" to ws-server-active-flag
           open input custServeFlg
           if serveflg-status-bad-open
               exit section
           end-if
           read custServeFlg into ws-serve-hold
               at end
                   continue
               not at end
                   if ws-serve-hold = "ACTIVE"
                       set server-is-active to true
                   end-if
           end-read
           close custServeFlg
           .

       raise-batch-flag section.
           open output custBatchFlg
           move "ACTIVE" to batchflg-record
           write batchflg-record
           close custBatchFlg
           .

       lower-batch-flag section.
           open output custBatchFlg
           move "IDLE" to batchflg-record
           write batchflg-record
           close custBatchFlg
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
           move ws-run-outcome  to rc-run-outcome
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
