               file status is ws-custorders-status.
           select custFileBak assign to "custFileBak.dat"
               organization is line sequential.
           select custBakMark assign to "custBakMark.dat"
               organization is line sequential.
           select custBranch assign to "custBranch.dat"
               organization is indexed
               access is dynamic
       01 bak-record.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==bak==.

      *      Written with every extract: when it was cut and the last
      *      audit sequence number already on the trail, where a
      *      roll-forward recovery starts its replay.

       fd custBakMark.
       01 bm-mark-record.
           copy "custbakmark.cpy" replacing ==:PREFIX:== by ==bm==.

      *      The branch master the custBranchLoad run builds -- a
      *      branch code in the feed is proved against it before it
      *      lands on a record, the same proof the online transfer
               perform backup-next-record until end-of-backup
               close custFile
               close custFileBak
               perform write-backup-mark
               display "custFile Backed Up to custFileBak.dat"
           end-if
           .
           end-read
           .

      *      custAuditSeq.dat holds the next number to be given out,
      *      so the last one used is one less; no file yet means no
      *      line has ever been written.

       write-backup-mark section.
           move spaces to bm-mark-record
           move function current-date to bm-mark-taken
           move 0 to bm-mark-audit-seq
           open input custAuditSeq
           if not auditseq-status-bad-open
               read custAuditSeq
                   at end
                       continue
                   not at end
                       if auditseq-next is numeric
                           and auditseq-next > 0
                           compute bm-mark-audit-seq =
                               auditseq-next - 1
                       end-if
               end-read
               close custAuditSeq
           end-if
           move "LOAD" to bm-mark-source
           open output custBakMark
           write bm-mark-record
           close custBakMark
           .

       close-files section.
           close custFile
           close custLoadFile
               end-if
           end-if

      *          The delete-pending, returned-mail, dunning,
      *          account-manager, family and contact-bounce fields
      *          belong to the server and the batch runs, never to
      *          the branch feed.

           move spaces to ws-del-flag ws-del-date
           move spaces to ws-mail-rtn-flag ws-mail-rtn-date
           move spaces to ws-dun-level ws-dun-date
           move spaces to ws-acct-mgr
           move spaces to ws-parent ws-bill-parent ws-family-head
                          ws-group-limit
           move spaces to ws-email-bad ws-phone-bad ws-bounce-date
           move ws-record-information to f-record-information
           write f-record-information
               invalid key

                   move f-mail-rtn-flag to ws-mail-rtn-flag
                   move f-mail-rtn-date to ws-mail-rtn-date

      *              Nor may it touch the dunning run's record of the
      *              last chasing letter sent.

                   move f-dun-level to ws-dun-level
                   move f-dun-date  to ws-dun-date

      *              The account manager is assigned online, on the
      *              trail -- the feed knows nothing of it.

                   move f-acct-mgr to ws-acct-mgr

      *              Nor the account's place in a family.

                   move f-parent      to ws-parent
                   move f-bill-parent to ws-bill-parent
                   move f-family-head to ws-family-head
                   move f-group-limit to ws-group-limit

      *              A bounced email or mobile stays marked unless the
      *              feed brings a different one, which is tried
      *              afresh -- the same rule as keying it online.

                   move f-email-bad    to ws-email-bad
                   move f-phone-bad    to ws-phone-bad
                   move f-bounce-date  to ws-bounce-date
                   if ws-email not = f-email
                       move spaces to ws-email-bad
                   end-if
                   if ws-phone not = f-phone
                       move spaces to ws-phone-bad
                   end-if
                   if ws-email-bad = spaces
                       and ws-phone-bad = spaces
                       move spaces to ws-bounce-date
                   end-if
                   move ws-record-information to f-record-information
                   rewrite f-record-information
                       invalid key
