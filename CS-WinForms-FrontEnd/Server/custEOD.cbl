               file status is ws-custfile-status.
           select custFileBak assign to "custFileBak.dat"
               organization is line sequential.
           select custBakMark assign to "custBakMark.dat"
               organization is line sequential.
           select custAuditSeq assign to "custAuditSeq.dat"
               organization is line sequential
               file status is ws-auditseq-status.
           select custEODCkpt assign to "custEODCkpt.dat"
               organization is line sequential
               file status is ws-ckpt-status.
       01 bak-record.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==bak==.

      *      Written with every extract: when it was cut and the last
      *      audit sequence number already on the trail, where a
      *      roll-forward recovery starts its replay.

       fd custBakMark.
       01 bm-mark-record.
           copy "custbakmark.cpy" replacing ==:PREFIX:== by ==bm==.

       fd custAuditSeq.
       01 auditseq-record.
           03 auditseq-next pic 9(8).

      *      The job-level checkpoint: the number of the last step that
      *      ran to completion, the same idea as custLoad's record
      *      checkpoint lifted to the jobstream, so a rerun resumes
           88 end-of-backup value "Y".
       01 ws-backup-count pic 9(8) comp value 0.

       01 ws-auditseq-status pic xx.
           88 auditseq-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-last-step-done pic 9 value 0.
       01 ws-step-number    pic 9 value 0.

       01 ws-month-end-flag pic x value "N".
           88 today-is-month-end value "Y".

       01 ws-quarter-end-flag pic x value "N".
           88 today-is-quarter-end value "Y".

      *      Tonight is the week's last business night when the next
      *      night the calendar does not call a holiday is a weekend
      *      -- a Thursday before a Good Friday closes its week as a
      *      Friday would.

       01 ws-week-end-flag pic x value "N".
           88 today-is-week-end value "Y".
       01 ws-look-done-flag pic x.
           88 look-ahead-done value "Y".
       01 ws-look-integer  pic s9(9) comp.
       01 ws-look-date     pic 9(8).
       01 ws-look-days     pic 9(2) comp.
       01 ws-week-count    pic s9(9) comp.
       01 ws-day-of-week   pic 9 comp.

       01 ws-date-closed-flag pic x value "N".
           88 date-already-closed value "Y".

       01 ws-eod-today-numeric  pic 9(8).
       01 ws-eod-yesterday      pic 9(8).


       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
               display "Calendar Marks " ws-eod-today
                   " As Month-End"
           end-if
           if today-is-quarter-end
               display "Calendar Marks " ws-eod-today
                   " As VAT Quarter-End"
           end-if
           perform check-week-end
           perform check-bank-reconciliation
           perform read-eod-checkpoint
           if ws-last-step-done > 0
               display "Resuming After Completed Step: "
       run-load-step section.
           display "Step 2 - Batch Load"
           call "custLoad"

      *          Standing orders falling due are raised here, ahead of
      *          the daily activity report, so the orders they raise
      *          are in the day's control totals.

           call "custStandOrd"
           move eod-step-load to ws-step-number
           perform write-eod-checkpoint
           .
       run-archive-step section.
           display "Step 3 - Archive Run"
           call "custArchive"
           call "custApprExp"
           move eod-step-archive to ws-step-number
           perform write-eod-checkpoint
           .
       run-stats-step section.
           display "Step 4 - Daily Activity Report"
           call "custStats"
           call "custOperAct"
           call "custCaseAge"
           call "custPortfolio"
           if today-is-week-end and not today-is-month-end
               call "custSlsTgt"
           end-if

      *          The quotations report closes the week's lapsed quotes
      *          and rates each branch and operator, so it runs on the
      *          week-end night along with the sales targets.

           if today-is-week-end
               call "custQuoteRpt"
           end-if

      *          The downstream changed-customer feed is cut from the
      *          same day's trail, once the day's changes are all on
      *          it.

           call "custDelta"
           move eod-step-stats to ws-step-number
           perform write-eod-checkpoint
           .
      *      The month-end-only work, fired by the calendar's mark
      *      rather than anyone eyeballing the date. On every other
      *      night the step completes without doing anything, so the
      *      checkpoint numbering stays the same all month. The
      *      quarterly VAT return rides the same step on the
      *      month-ends the calendar marks as closing a VAT quarter.
      *      The file reorganisation comes last, once every month-end
      *      reader has finished with the customer and order files.

       run-month-end-step section.
           if today-is-month-end
               display "Step 7 - Month-End Steps"
               call "custPtsExp"
               call "custMonthPack"
               call "custSlsTgt"
               call "custPriceRpt"
               call "custRFM"
               call "custAuditRoll"
               if today-is-quarter-end
                   display "Step 7 - Quarterly VAT Return"
                   call "custVATRtn"
               end-if
               call "custReorg"
           else
               display "Step 7 - Month-End Steps (Not Due Tonight)"
           end-if
                   if cal-cal-is-month-end
                       set today-is-month-end to true
                   end-if
                   if cal-cal-is-quarter-end
                       set today-is-quarter-end to true
                   end-if
           end-read
           close custCalendar
           .

      *      Looks ahead through the calendar past any holidays to the
      *      next night that is either a business night (the week goes
      *      on) or a weekend (tonight closes it). With no calendar,
      *      or past the end of the loaded one, Friday closes the week.

       check-week-end section.
           move ws-eod-today to ws-eod-today-numeric
           compute ws-look-integer =
               function integer-of-date(ws-eod-today-numeric)
           move "N" to ws-look-done-flag
           move 0 to ws-look-days
           open input custCalendar
           if calendar-status-bad-open
               perform check-friday
               exit section
           end-if
           perform look-at-next-date until look-ahead-done
           close custCalendar
           .

       look-at-next-date section.
           add 1 to ws-look-integer
           add 1 to ws-look-days
           compute ws-look-date = function date-of-integer(
               ws-look-integer)
           move ws-look-date to cal-cal-date
           read custCalendar
               invalid key
                   perform check-friday
                   set look-ahead-done to true
               not invalid key
                   evaluate true
                       when cal-cal-weekend
                           set today-is-week-end to true
                           set look-ahead-done to true
                       when cal-cal-business
                           set look-ahead-done to true
                       when ws-look-days > 14
                           set look-ahead-done to true
                       when other
                           continue
                   end-evaluate
           end-read
           .

      *      Day one of the date count, 1 January 1601, was a Monday,
      *      so the remainder over seven gives the day of the week
      *      with Monday as 1.

       check-friday section.
           compute ws-week-count =
               function integer-of-date(ws-eod-today-numeric) - 1
           divide ws-week-count by 7 giving ws-week-count
               remainder ws-day-of-week
           add 1 to ws-day-of-week
           if ws-day-of-week = 5
               set today-is-week-end to true
           end-if
           .

      *      A date the EOD row in custRunCtl.dat already closed must
      *      not run twice -- the per-step warnings only warned, and a
      *      double run doubles the damage. A crashed run never wrote
           close custRunCtl
           .

      *      The cash reconciliation runs each morning once the bank's
      *      statement is in, and records BALANCED or NOTBAL in its
      *      custRunCtl.dat row. The night's run warns when the latest
      *      one -- yesterday's or this morning's -- did not balance,
      *      or when none has run since yesterday, so an unexplained
      *      difference is not carried silently into another day.

       check-bank-reconciliation section.
           move ws-eod-today to ws-eod-today-numeric
           compute ws-eod-yesterday = function date-of-integer(
               function integer-of-date(ws-eod-today-numeric) - 1)
           perform open-run-control
           if runctl-status-bad-open
               exit section
           end-if
           move "BANKREC" to rc-run-job
           read custRunCtl
               invalid key
                   display "Warning - Cash Reconciliation Has Never "
                       "Run"
               not invalid key
                   if rc-run-date < ws-eod-yesterday
                       display "Warning - Cash Reconciliation Has "
                           "Not Run Since " rc-run-date
                   else
                       if rc-run-outcome not = "BALANCED"
                           display "Warning - Cash Reconciliation Of "
                               rc-run-date " Did Not Balance - "
                               rc-run-count-1 " Items Unmatched"
                       end-if
                   end-if
           end-read
           close custRunCtl
           .

       close-processing-date section.
           move "EOD"  to ws-run-job-name
           move spaces to ws-run-pred-name
               perform backup-next-record until end-of-backup
               close custFile
               close custFileBak
               perform write-backup-mark
               display "custFile Backed Up - Records: " ws-backup-count
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
           move "BACKUP" to bm-mark-source
           open output custBakMark
           write bm-mark-record
           close custBakMark
           .

      *      The online server raises custServeFlg.dat while it is up;
      *      the night's jobstream must not start while clients are
      *      being served.
