       identification division.

       program-id. custReorg.

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
           select custFileNew assign to "custFileNew.dat"
               organization is indexed
               access is dynamic
               record key is nf-record-num of custFileNew
               alternate record key is nf-lastname of custFileNew
                   with duplicates
               alternate record key is nf-phone of custFileNew
                   with duplicates
               file status is ws-filenew-status.
           select custFileUnl assign to "custFileUnl.dat"
               organization is line sequential
               file status is ws-fileunl-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custOrdersNew assign to "custOrdersNew.dat"
               organization is indexed
               access is dynamic
               record key is no-order-num of custOrdersNew
               alternate record key is no-order-cust of custOrdersNew
                   with duplicates
               file status is ws-ordnew-status.
           select custOrdUnl assign to "custOrdUnl.dat"
               organization is line sequential
               file status is ws-ordunl-status.
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

      *      Each file is unloaded in key order to a flat work file,
      *      reloaded from it into a fresh indexed copy, and the copy
      *      counted and key-totalled against what was unloaded. Only
      *      a copy that agrees is put back over the live file -- the
      *      live file is emptied and rewritten from the proven copy
      *      in key order, which is what leaves it packed -- and the
      *      live file is counted once more afterwards. Should the
      *      put-back itself fail, the proven copy and the unload are
      *      both still on disk to restore from.

       fd custFileNew.
       01 nf-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==nf==.

       fd custFileUnl.
       01 uf-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==uf==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custOrdersNew.
       01 no-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==no==.

       fd custOrdUnl.
       01 uo-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==uo==.

      *      One-line flag files coordinating this batch program and
      *      the online server: custBatchFlg.dat is raised while this
      *      run holds the files, and a raised custServeFlg.dat means
      *      the server is up and the run must not start.

       fd custBatchFlg.
       01 batchflg-record pic x(8).

       fd custServeFlg.
       01 serveflg-record pic x(8).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-filenew-status pic xx.
           88 filenew-status-ok value "00" "02".

       01 ws-fileunl-status pic xx.
           88 fileunl-status-ok value "00".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordnew-status pic xx.
           88 ordnew-status-ok value "00" "02".

       01 ws-ordunl-status pic xx.
           88 ordunl-status-ok value "00".

       01 ws-eof-flag pic x.
           88 end-of-input value "Y".

      *      The reconciliation for each file: the record count and
      *      a control total of the numeric primary keys, taken off
      *      the live file as it is unloaded, off the fresh copy, and
      *      off the live file once it has been put back.

       01 ws-recon-count pic 9(8) comp.
       01 ws-recon-total pic 9(12) comp.
       01 ws-unload-count pic 9(8) comp.
       01 ws-unload-total pic 9(12) comp.
       01 ws-copy-count   pic 9(8) comp.
       01 ws-copy-total   pic 9(12) comp.
       01 ws-after-count  pic 9(8) comp.
       01 ws-after-total  pic 9(12) comp.
       01 ws-write-fails  pic 9(8) comp.

      *      OK when both files were put back, MISMATCH when a copy
      *      disagreed and the live file was left as it was, SWAPFAIL
      *      when a put-back did not reconcile and the live file must
      *      be restored from the proven copy before the server is
      *      started. After a SWAPFAIL on the customer file the order
      *      file is not touched (NOTRUN), so only one file is ever
      *      left to restore, and custBatchFlg stays ACTIVE so the
      *      server cannot come up and serve the short file.

       01 ws-file-outcome pic x(8).
       01 ws-cust-outcome pic x(8) value spaces.
       01 ws-ord-outcome  pic x(8) value spaces.
       01 ws-run-outcome  pic x(8).

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
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "REORG" to ws-run-job-name
           perform check-run-control
           perform check-server-flag
           if server-is-active
               display "Server Active - Reorganisation Run Refused"
               goback
           end-if
           perform raise-batch-flag
           perform reorganise-customer-file
           move ws-file-outcome to ws-cust-outcome
           move ws-after-count  to ws-runctl-count-1
           if ws-cust-outcome = "SWAPFAIL"
               display "custOrders Not Reorganised - custFile Must "
                   "Be Restored First"
               move "NOTRUN" to ws-ord-outcome
           else
               perform reorganise-order-file
               move ws-file-outcome to ws-ord-outcome
               move ws-after-count  to ws-runctl-count-2
           end-if
           evaluate true
               when ws-cust-outcome = "SWAPFAIL"
                   or ws-ord-outcome = "SWAPFAIL"
                   move "SWAPFAIL" to ws-run-outcome
               when ws-cust-outcome = "MISMATCH"
                   or ws-ord-outcome = "MISMATCH"
                   move "MISMATCH" to ws-run-outcome
               when ws-cust-outcome = "NOFILE"
                   and ws-ord-outcome = "NOFILE"
                   move "NOFILE" to ws-run-outcome
               when other
                   move "OK" to ws-run-outcome
           end-evaluate
           display "Reorganisation Run Complete"
           display "custFile   : " ws-cust-outcome
           display "custOrders : " ws-ord-outcome
           perform record-run-control
           if ws-cust-outcome = "SWAPFAIL"
               display "custBatchFlg Stays ACTIVE Until custFile Is "
                   "Restored From custFileNew.dat"
               goback
           end-if
           if ws-ord-outcome = "SWAPFAIL"
               display "custBatchFlg Stays ACTIVE Until custOrders "
                   "Is Restored From custOrdersNew.dat"
               goback
           end-if
           perform lower-batch-flag
           goback
           .

      *      The customer file.

       reorganise-customer-file section.
           move 0 to ws-unload-count ws-unload-total
                     ws-copy-count ws-copy-total
                     ws-after-count ws-after-total
           open input custFile
           if custfile-status-bad-open
               display "custFile Not Found - Not Reorganised"
               move "NOFILE" to ws-file-outcome
               exit section
           end-if
           open output custFileUnl
           move "N" to ws-eof-flag
           move low-values to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-input to true
           end-start
           perform unload-next-customer until end-of-input
           close custFileUnl
           close custFile
           open input custFileUnl
           open output custFileNew
           move 0 to ws-write-fails
           move "N" to ws-eof-flag
           perform load-next-new-customer until end-of-input
           close custFileNew
           close custFileUnl
           perform count-new-customers
           move ws-recon-count to ws-copy-count
           move ws-recon-total to ws-copy-total
           display "custFile Unloaded   - Count: " ws-unload-count
               " Key Total: " ws-unload-total
           display "custFile Fresh Copy - Count: " ws-copy-count
               " Key Total: " ws-copy-total
           if ws-copy-count not = ws-unload-count
               or ws-copy-total not = ws-unload-total
               or ws-write-fails > 0
               display "custFile Copy Does Not Agree - Live File "
                   "Left As It Was"
               move "MISMATCH" to ws-file-outcome
               exit section
           end-if
           open input custFileNew
           open output custFile
           move "N" to ws-eof-flag
           move low-values to nf-record-num
           start custFileNew key is greater than nf-record-num
               invalid key
                   set end-of-input to true
           end-start
           perform put-back-next-customer until end-of-input
           close custFile
           close custFileNew
           perform count-live-customers
           move ws-recon-count to ws-after-count
           move ws-recon-total to ws-after-total
           display "custFile Put Back   - Count: " ws-after-count
               " Key Total: " ws-after-total
           if ws-after-count not = ws-unload-count
               or ws-after-total not = ws-unload-total
               display "custFile Put Back Does Not Agree - Restore "
                   "From custFileNew.dat"
               move "SWAPFAIL" to ws-file-outcome
           else
               move "OK" to ws-file-outcome
           end-if
           .

       unload-next-customer section.
           read custFile next with no lock
               at end
                   set end-of-input to true
               not at end
                   move f-record-information to uf-record-information
                   write uf-record-information
                   add 1 to ws-unload-count
                   if f-record-num-n is numeric
                       add f-record-num-n to ws-unload-total
                   end-if
           end-read
           .

       load-next-new-customer section.
           read custFileUnl
               at end
                   set end-of-input to true
               not at end
                   move uf-record-information to nf-record-information
                   write nf-record-information
                       invalid key
                           display "Fresh Copy Write Failed: "
                               nf-record-num
                           add 1 to ws-write-fails
                   end-write
           end-read
           .

       put-back-next-customer section.
           read custFileNew next
               at end
                   set end-of-input to true
               not at end
                   move nf-record-information to f-record-information
                   write f-record-information
                       invalid key
                           display "Put Back Write Failed: "
                               f-record-num
                   end-write
           end-read
           .

       count-new-customers section.
           move 0 to ws-recon-count ws-recon-total
           open input custFileNew
           move "N" to ws-eof-flag
           move low-values to nf-record-num
           start custFileNew key is greater than nf-record-num
               invalid key
                   set end-of-input to true
           end-start
           perform count-next-new-customer until end-of-input
           close custFileNew
           .

       count-next-new-customer section.
           read custFileNew next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-recon-count
                   if nf-record-num-n is numeric
                       add nf-record-num-n to ws-recon-total
                   end-if
           end-read
           .

       count-live-customers section.
           move 0 to ws-recon-count ws-recon-total
           open input custFile
           move "N" to ws-eof-flag
           move low-values to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-input to true
           end-start
           perform count-next-live-customer until end-of-input
           close custFile
           .

       count-next-live-customer section.
           read custFile next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-recon-count
                   if f-record-num-n is numeric
                       add f-record-num-n to ws-recon-total
                   end-if
           end-read
           .

      *      The order file, the same way round.

       reorganise-order-file section.
           move 0 to ws-unload-count ws-unload-total
                     ws-copy-count ws-copy-total
                     ws-after-count ws-after-total
           open input custOrders
           if custorders-status-bad-open
               display "custOrders Not Found - Not Reorganised"
               move "NOFILE" to ws-file-outcome
               exit section
           end-if
           open output custOrdUnl
           move "N" to ws-eof-flag
           move low-values to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-input to true
           end-start
           perform unload-next-order until end-of-input
           close custOrdUnl
           close custOrders
           open input custOrdUnl
           open output custOrdersNew
           move 0 to ws-write-fails
           move "N" to ws-eof-flag
           perform load-next-new-order until end-of-input
           close custOrdersNew
           close custOrdUnl
           perform count-new-orders
           move ws-recon-count to ws-copy-count
           move ws-recon-total to ws-copy-total
           display "custOrders Unloaded   - Count: " ws-unload-count
               " Key Total: " ws-unload-total
           display "custOrders Fresh Copy - Count: " ws-copy-count
               " Key Total: " ws-copy-total
           if ws-copy-count not = ws-unload-count
               or ws-copy-total not = ws-unload-total
               or ws-write-fails > 0
               display "custOrders Copy Does Not Agree - Live File "
                   "Left As It Was"
               move "MISMATCH" to ws-file-outcome
               exit section
           end-if
           open input custOrdersNew
           open output custOrders
           move "N" to ws-eof-flag
           move low-values to no-order-num
           start custOrdersNew key is greater than no-order-num
               invalid key
                   set end-of-input to true
           end-start
           perform put-back-next-order until end-of-input
           close custOrders
           close custOrdersNew
           perform count-live-orders
           move ws-recon-count to ws-after-count
           move ws-recon-total to ws-after-total
           display "custOrders Put Back   - Count: " ws-after-count
               " Key Total: " ws-after-total
           if ws-after-count not = ws-unload-count
               or ws-after-total not = ws-unload-total
               display "custOrders Put Back Does Not Agree - Restore "
                   "From custOrdersNew.dat"
               move "SWAPFAIL" to ws-file-outcome
           else
               move "OK" to ws-file-outcome
           end-if
           .

       unload-next-order section.
           read custOrders next with no lock
               at end
                   set end-of-input to true
               not at end
                   move o-order-information to uo-order-information
                   write uo-order-information
                   add 1 to ws-unload-count
                   if o-order-num-n is numeric
                       add o-order-num-n to ws-unload-total
                   end-if
           end-read
           .

       load-next-new-order section.
           read custOrdUnl
               at end
                   set end-of-input to true
               not at end
                   move uo-order-information to no-order-information
                   write no-order-information
                       invalid key
                           display "Fresh Copy Write Failed: "
                               no-order-num
                           add 1 to ws-write-fails
                   end-write
           end-read
           .

       put-back-next-order section.
           read custOrdersNew next
               at end
                   set end-of-input to true
               not at end
                   move no-order-information to o-order-information
                   write o-order-information
                       invalid key
                           display "Put Back Write Failed: "
                               o-order-num
                   end-write
           end-read
           .

       count-new-orders section.
           move 0 to ws-recon-count ws-recon-total
           open input custOrdersNew
           move "N" to ws-eof-flag
           move low-values to no-order-num
           start custOrdersNew key is greater than no-order-num
               invalid key
                   set end-of-input to true
           end-start
           perform count-next-new-order until end-of-input
           close custOrdersNew
           .

       count-next-new-order section.
           read custOrdersNew next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-recon-count
                   if no-order-num-n is numeric
                       add no-order-num-n to ws-recon-total
                   end-if
           end-read
           .

       count-live-orders section.
           move 0 to ws-recon-count ws-recon-total
           open input custOrders
           move "N" to ws-eof-flag
           move low-values to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-input to true
           end-start
           perform count-next-live-order until end-of-input
           close custOrders
           .

       count-next-live-order section.
           read custOrders next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-recon-count
                   if o-order-num-n is numeric
                       add o-order-num-n to ws-recon-total
                   end-if
           end-read
           .

      *      The online server raises custServeFlg.dat while it is up;
      *      this run must not touch the files while clients are being
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
