       identification division.

       program-id. custMask.

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
           select custFileTest assign to "custFileTest.dat"
               organization is indexed
               access is dynamic
               record key is t-record-num of custFileTest
               alternate record key is t-lastname of custFileTest
                   with duplicates
               alternate record key is t-phone of custFileTest
                   with duplicates
               file status is ws-filetest-status.
           select custOrders assign to "custOrders.dat"
               organization is indexed
               access is dynamic
               record key is o-order-num of custOrders
               alternate record key is o-order-cust of custOrders
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-custorders-status.
           select custOrdersTest assign to "custOrdersTest.dat"
               organization is indexed
               access is dynamic
               record key is to-order-num of custOrdersTest
               alternate record key is to-order-cust of custOrdersTest
                   with duplicates
               file status is ws-ordtest-status.
           select custNotes assign to "custNotes.dat"
               organization is indexed
               access is dynamic
               record key is n-note-key of custNotes
               lock mode is manual with lock on record
               file status is ws-custnotes-status.
           select custNotesTest assign to "custNotesTest.dat"
               organization is indexed
               access is dynamic
               record key is tn-note-key of custNotesTest
               file status is ws-notetest-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custOrdLinesTest assign to "custOrdLinesTest.dat"
               organization is indexed
               access is dynamic
               record key is tol-line-key of custOrdLinesTest
               file status is ws-test-status.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custLedgerTest assign to "custLedgerTest.dat"
               organization is indexed
               access is dynamic
               record key is tlg-ledger-key of custLedgerTest
               file status is ws-test-status.
           select custInvoices assign to "custInvoices.dat"
               organization is indexed
               access is dynamic
               record key is iv-inv-num of custInvoices
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custInvoicesTest assign to "custInvoicesTest.dat"
               organization is indexed
               access is dynamic
               record key is tiv-inv-num of custInvoicesTest
               file status is ws-test-status.
           select custCredits assign to "custCredits.dat"
               organization is indexed
               access is dynamic
               record key is cn-crn-key of custCredits
               alternate record key is cn-crn-cust of custCredits
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custCreditsTest assign to "custCreditsTest.dat"
               organization is indexed
               access is dynamic
               record key is tcn-crn-key of custCreditsTest
               alternate record key is tcn-crn-cust of custCreditsTest
                   with duplicates
               file status is ws-test-status.
           select custSusp assign to "custSusp.dat"
               organization is indexed
               access is dynamic
               record key is sp-susp-id of custSusp
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custSuspTest assign to "custSuspTest.dat"
               organization is indexed
               access is dynamic
               record key is tsp-susp-id of custSuspTest
               file status is ws-test-status.
           select custMandates assign to "custMandates.dat"
               organization is indexed
               access is dynamic
               record key is md-mand-cust of custMandates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custMandatesTest assign to "custMandatesTest.dat"
               organization is indexed
               access is dynamic
               record key is tmd-mand-cust of custMandatesTest
               file status is ws-test-status.
           select custCases assign to "custCases.dat"
               organization is indexed
               access is dynamic
               record key is cs-case-num of custCases
               alternate record key is cs-case-cust of custCases
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custCasesTest assign to "custCasesTest.dat"
               organization is indexed
               access is dynamic
               record key is tcs-case-num of custCasesTest
               alternate record key is tcs-case-cust of custCasesTest
                   with duplicates
               file status is ws-test-status.
           select custApproval assign to "custApproval.dat"
               organization is indexed
               access is dynamic
               record key is ap-appr-id of custApproval
               alternate record key is ap-appr-cust of custApproval
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custApprovalTest assign to "custApprovalTest.dat"
               organization is indexed
               access is dynamic
               record key is tap-appr-id of custApprovalTest
               alternate record key is tap-appr-cust of custApprovalTest
                   with duplicates
               file status is ws-test-status.
           select custPoints assign to "custPoints.dat"
               organization is indexed
               access is dynamic
               record key is pt-pts-key of custPoints
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custPointsTest assign to "custPointsTest.dat"
               organization is indexed
               access is dynamic
               record key is tpt-pts-key of custPointsTest
               file status is ws-test-status.
           select custPrices assign to "custPrices.dat"
               organization is indexed
               access is dynamic
               record key is pa-agr-key of custPrices
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custPricesTest assign to "custPricesTest.dat"
               organization is indexed
               access is dynamic
               record key is tpa-agr-key of custPricesTest
               file status is ws-test-status.
           select custWebXref assign to "custWebXref.dat"
               organization is indexed
               access is dynamic
               record key is wx-webx-web-id of custWebXref
               alternate record key is wx-webx-cust of custWebXref
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custWebXrefTest assign to "custWebXrefTest.dat"
               organization is indexed
               access is dynamic
               record key is twx-webx-web-id of custWebXrefTest
               alternate record key is twx-webx-cust of custWebXrefTest
                   with duplicates
               file status is ws-test-status.
           select custStanding assign to "custStanding.dat"
               organization is indexed
               access is dynamic
               record key is so-stand-num of custStanding
               alternate record key is so-stand-cust of custStanding
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custStandingTest assign to "custStandingTest.dat"
               organization is indexed
               access is dynamic
               record key is tso-stand-num of custStandingTest
               alternate record key is tso-stand-cust
                   of custStandingTest
                   with duplicates
               file status is ws-test-status.
           select custQuotes assign to "custQuotes.dat"
               organization is indexed
               access is dynamic
               record key is qt-quote-num of custQuotes
               alternate record key is qt-quote-cust of custQuotes
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custQuotesTest assign to "custQuotesTest.dat"
               organization is indexed
               access is dynamic
               record key is tqt-quote-num of custQuotesTest
               alternate record key is tqt-quote-cust of custQuotesTest
                   with duplicates
               file status is ws-test-status.
           select custQuoteLines assign to "custQuoteLines.dat"
               organization is indexed
               access is dynamic
               record key is ql-qline-key of custQuoteLines
               lock mode is manual with lock on record
               file status is ws-live-status.
           select custQuoteLinesTest assign to "custQuoteLinesTest.dat"
               organization is indexed
               access is dynamic
               record key is tql-qline-key of custQuoteLinesTest
               file status is ws-test-status.
           select custPendChg assign to "custPendChg.dat"
               organization is line sequential
               file status is ws-live-status.
           select custPendChgTest assign to "custPendChgTest.dat"
               organization is line sequential
               file status is ws-test-status.
           select custMaskRpt assign to "custMask.rpt"
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

      *      The test set: every customer file under a Test name, the
      *      same keys and record layouts, so the supplier renames
      *      them on the test box and every program runs against them
      *      unchanged. Record numbers (check digits and all), order
      *      numbers, the order-to-customer links, branches and
      *      postcodes are carried over as they are; the personal
      *      values are replaced.

       fd custFileTest.
       01 t-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==t==.

       fd custOrders.
       01 o-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==o==.

       fd custOrdersTest.
       01 to-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==to==.

       fd custNotes.
       01 n-note-information.
           copy "custnote.cpy" replacing ==:PREFIX:== by ==n==.

       fd custNotesTest.
       01 tn-note-information.
           copy "custnote.cpy" replacing ==:PREFIX:== by ==tn==.

      *      The rest of the customer-keyed files, each beside its
      *      Test copy -- the same layout and keys, so order entry,
      *      the pick list, statements, aging, returns, collections
      *      and the rest all run against the set.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

       fd custOrdLinesTest.
       01 tol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==tol==.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

       fd custLedgerTest.
       01 tlg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==tlg==.

       fd custInvoices.
       01 iv-invoice-record.
           copy "custinv.cpy" replacing ==:PREFIX:== by ==iv==.

       fd custInvoicesTest.
       01 tiv-invoice-record.
           copy "custinv.cpy" replacing ==:PREFIX:== by ==tiv==.

       fd custCredits.
       01 cn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.

       fd custCreditsTest.
       01 tcn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==tcn==.

       fd custSusp.
       01 sp-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==sp==.

       fd custSuspTest.
       01 tsp-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==tsp==.

       fd custMandates.
       01 md-mandate-record.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==md==.

       fd custMandatesTest.
       01 tmd-mandate-record.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==tmd==.

       fd custCases.
       01 cs-case-record.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==cs==.

       fd custCasesTest.
       01 tcs-case-record.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==tcs==.

       fd custApproval.
       01 ap-approval-information.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==ap==.

       fd custApprovalTest.
       01 tap-approval-information.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==tap==.

       fd custPoints.
       01 pt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.

       fd custPointsTest.
       01 tpt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==tpt==.

       fd custPrices.
       01 pa-agreement-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==pa==.

       fd custPricesTest.
       01 tpa-agreement-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==tpa==.

       fd custWebXref.
       01 wx-webx-information.
           copy "custwebx.cpy" replacing ==:PREFIX:== by ==wx==.

       fd custWebXrefTest.
       01 twx-webx-information.
           copy "custwebx.cpy" replacing ==:PREFIX:== by ==twx==.

       fd custStanding.
       01 so-stand-record.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==so==.

       fd custStandingTest.
       01 tso-stand-record.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==tso==.

       fd custQuotes.
       01 qt-quote-record.
           copy "custquote.cpy" replacing ==:PREFIX:== by ==qt==.

       fd custQuotesTest.
       01 tqt-quote-record.
           copy "custquote.cpy" replacing ==:PREFIX:== by ==tqt==.

       fd custQuoteLines.
       01 ql-qline-record.
           copy "custquoteln.cpy" replacing ==:PREFIX:== by ==ql==.

       fd custQuoteLinesTest.
       01 tql-qline-record.
           copy "custquoteln.cpy" replacing ==:PREFIX:== by ==tql==.

       fd custPendChg.
       01 pendchg-record.
           copy "custpendchg.cpy" replacing ==:PREFIX:== by ==pnd==.

       fd custPendChgTest.
       01 tpendchg-record.
           copy "custpendchg.cpy" replacing ==:PREFIX:== by ==tpnd==.

       fd custMaskRpt.
       01 mask-line pic x(132).

       fd custRunCtl.
       01 rc-run-record.
           copy "custrunctl.cpy" replacing ==:PREFIX:== by ==rc==.

       working-storage section.
       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".
           88 custfile-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-filetest-status pic xx.
           88 filetest-status-ok value "00" "02".

       01 ws-custorders-status pic xx.
           88 custorders-status-ok       value "00" "02".
           88 custorders-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-ordtest-status pic xx.
           88 ordtest-status-ok value "00" "02".

       01 ws-custnotes-status pic xx.
           88 custnotes-status-ok       value "00" "02".
           88 custnotes-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-notetest-status pic xx.
           88 notetest-status-ok value "00" "02".

      *      The rest of the files share a status each way: a live
      *      file that will not open is simply not on this system
      *      yet, and its Test copy is not made.

       01 ws-live-status pic xx.
           88 live-status-ok       value "00" "02".
           88 live-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-test-status pic xx.
           88 test-status-ok value "00" "02".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-input value "Y".

       01 ws-run-date pic x(8).

      *      Fake values are picked from these lists by a fold of the
      *      real value, so the same real surname always becomes the
      *      same fake one -- duplicate and sounds-like searches still
      *      find families and near-misses in the test set. A pick
      *      that happens to equal the real value moves on one.

       01 ws-first-names.
           03 filler pic x(10) value "Alex".
           03 filler pic x(10) value "Sam".
           03 filler pic x(10) value "Jo".
           03 filler pic x(10) value "Chris".
           03 filler pic x(10) value "Pat".
           03 filler pic x(10) value "Robin".
           03 filler pic x(10) value "Jamie".
           03 filler pic x(10) value "Charlie".
           03 filler pic x(10) value "Morgan".
           03 filler pic x(10) value "Taylor".
           03 filler pic x(10) value "Jordan".
           03 filler pic x(10) value "Casey".
           03 filler pic x(10) value "Riley".
           03 filler pic x(10) value "Avery".
           03 filler pic x(10) value "Quinn".
           03 filler pic x(10) value "Drew".
           03 filler pic x(10) value "Ellis".
           03 filler pic x(10) value "Frankie".
           03 filler pic x(10) value "Harper".
           03 filler pic x(10) value "Kit".
       01 ws-first-names-r redefines ws-first-names.
           03 ws-first-name pic x(10) occurs 20 times.

       01 ws-surname-heads.
           03 filler pic x(6) value "Ash".
           03 filler pic x(6) value "Brook".
           03 filler pic x(6) value "Clay".
           03 filler pic x(6) value "Dun".
           03 filler pic x(6) value "Els".
           03 filler pic x(6) value "Fair".
           03 filler pic x(6) value "Green".
           03 filler pic x(6) value "Hol".
           03 filler pic x(6) value "Kings".
           03 filler pic x(6) value "Lang".
           03 filler pic x(6) value "Marsh".
           03 filler pic x(6) value "North".
           03 filler pic x(6) value "Oak".
           03 filler pic x(6) value "Pen".
           03 filler pic x(6) value "Red".
           03 filler pic x(6) value "Stan".
           03 filler pic x(6) value "Thorn".
           03 filler pic x(6) value "West".
           03 filler pic x(6) value "Whit".
           03 filler pic x(6) value "Wood".
       01 ws-surname-heads-r redefines ws-surname-heads.
           03 ws-surname-head pic x(6) occurs 20 times.

       01 ws-surname-tails.
           03 filler pic x(6) value "ford".
           03 filler pic x(6) value "ley".
           03 filler pic x(6) value "ton".
           03 filler pic x(6) value "wood".
           03 filler pic x(6) value "field".
           03 filler pic x(6) value "well".
           03 filler pic x(6) value "by".
           03 filler pic x(6) value "ham".
           03 filler pic x(6) value "worth".
           03 filler pic x(6) value "combe".
           03 filler pic x(6) value "more".
           03 filler pic x(6) value "dale".
           03 filler pic x(6) value "ridge".
           03 filler pic x(6) value "stone".
           03 filler pic x(6) value "brook".
           03 filler pic x(6) value "hurst".
           03 filler pic x(6) value "wick".
           03 filler pic x(6) value "low".
           03 filler pic x(6) value "shaw".
           03 filler pic x(6) value "cott".
       01 ws-surname-tails-r redefines ws-surname-tails.
           03 ws-surname-tail pic x(6) occurs 20 times.

       01 ws-street-names.
           03 filler pic x(16) value "Mill Lane".
           03 filler pic x(16) value "Church Road".
           03 filler pic x(16) value "Station Road".
           03 filler pic x(16) value "High Street".
           03 filler pic x(16) value "Park Avenue".
           03 filler pic x(16) value "Victoria Road".
           03 filler pic x(16) value "Green Lane".
           03 filler pic x(16) value "Manor Road".
           03 filler pic x(16) value "Kings Road".
           03 filler pic x(16) value "Queens Road".
           03 filler pic x(16) value "School Lane".
           03 filler pic x(16) value "The Crescent".
           03 filler pic x(16) value "New Road".
           03 filler pic x(16) value "North Street".
           03 filler pic x(16) value "London Road".
           03 filler pic x(16) value "Chapel Street".
           03 filler pic x(16) value "Orchard Way".
           03 filler pic x(16) value "Meadow Close".
           03 filler pic x(16) value "Springfield Road".
           03 filler pic x(16) value "West Street".
       01 ws-street-names-r redefines ws-street-names.
           03 ws-street-name pic x(16) occurs 20 times.

       01 ws-list-size pic 9(2) comp value 20.

       01 ws-hash-text  pic x(40).
       01 ws-hash-idx   pic 9(4) comp.
       01 ws-hash-value pic 9(18) comp.
       01 ws-hash-high  pic 9(18) comp.
       01 ws-pick-1     pic 9(4) comp.
       01 ws-pick-2     pic 9(4) comp.
       01 ws-house-num  pic zz9.
       01 ws-phone-tail pic 9(3).

      *      Masking and proving are two separate passes: the first
      *      writes the test set, the second reads it back off disk
      *      and compares every masked field with the live value
      *      under the same key, so the report vouches for what was
      *      actually written rather than what was meant to be.

       01 ws-file-label pic x(14).
       01 ws-field-label pic x(10).
       01 ws-survivor-key pic x(12).

      *      Read, written, masked and read-back counts, one row per
      *      file in the order the files are worked.

       01 ws-file-names.
           03 filler pic x(24) value "custFileTest.dat".
           03 filler pic x(24) value "custOrdersTest.dat".
           03 filler pic x(24) value "custNotesTest.dat".
           03 filler pic x(24) value "custOrdLinesTest.dat".
           03 filler pic x(24) value "custLedgerTest.dat".
           03 filler pic x(24) value "custInvoicesTest.dat".
           03 filler pic x(24) value "custCreditsTest.dat".
           03 filler pic x(24) value "custSuspTest.dat".
           03 filler pic x(24) value "custMandatesTest.dat".
           03 filler pic x(24) value "custCasesTest.dat".
           03 filler pic x(24) value "custApprovalTest.dat".
           03 filler pic x(24) value "custPointsTest.dat".
           03 filler pic x(24) value "custPricesTest.dat".
           03 filler pic x(24) value "custWebXrefTest.dat".
           03 filler pic x(24) value "custStandingTest.dat".
           03 filler pic x(24) value "custQuotesTest.dat".
           03 filler pic x(24) value "custQuoteLinesTest.dat".
           03 filler pic x(24) value "custPendChgTest.dat".
       01 ws-file-names-r redefines ws-file-names.
           03 ws-fc-name pic x(24) occurs 18 times.

       01 ws-file-count-table.
           03 ws-fc-entry occurs 18 times.
               05 ws-fc-present pic x.
                   88 file-present value "Y".
               05 ws-fc-read    pic 9(8).
               05 ws-fc-written pic 9(8).
               05 ws-fc-masked  pic 9(8).
               05 ws-fc-checked pic 9(8).
       01 ws-file-max   pic 9(2) comp value 18.
       01 ws-file-idx   pic 9(2) comp.
       01 ws-files-made pic 9(8) value 0.
       01 ws-survivor-count pic 9(8) value 0.
       01 ws-mismatch-count pic 9(8) value 0.

       01 ws-count-line.
           03 ws-cnt-file    pic x(24).
           03 filler         pic x(7) value " Read: ".
           03 ws-cnt-read    pic zz,zzz,zz9.
           03 filler         pic x(10) value " Written: ".
           03 ws-cnt-written pic zz,zzz,zz9.
           03 filler         pic x(10) value " Masked: ".
           03 ws-cnt-masked  pic zz,zzz,zz9.
           03 filler         pic x(11) value " Checked: ".
           03 ws-cnt-checked pic zz,zzz,zz9.

       01 ws-survivor-line.
           03 filler          pic x(10) value "SURVIVED  ".
           03 ws-sur-file     pic x(14).
           03 filler          pic x(2) value spaces.
           03 ws-sur-key      pic x(12).
           03 filler          pic x(2) value spaces.
           03 ws-sur-field    pic x(10).

       01 ws-run-outcome pic x(8).

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-run-today    pic x(8).
       01 ws-run-job-name pic x(10).
       01 ws-runctl-count-1 pic 9(8) value 0.
       01 ws-runctl-count-2 pic 9(8) value 0.

       procedure division.
       mainline section.
           move "MASK" to ws-run-job-name
           perform check-run-control
           perform clear-file-counts
               varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-file-max
           move function current-date(1:8) to ws-run-date
           open input custFile
           if custfile-status-bad-open
               display "custFile Not Found - Nothing To Mask"
               goback
           end-if
           open input custOrders
           open input custNotes
           open output custMaskRpt
           move spaces to mask-line
           string "===== Masked Test Data Set - " delimited by size
                  ws-run-date                     delimited by size
                  " ====="                        delimited by size
               into mask-line
           end-string
           write mask-line
           perform mask-customer-file
           if not custorders-status-bad-open
               perform mask-order-file
           end-if
           if not custnotes-status-bad-open
               perform mask-note-file
           end-if
           perform mask-ordline-file
           perform mask-ledger-file
           perform mask-invoice-file
           perform mask-credit-file
           perform mask-susp-file
           perform mask-mandate-file
           perform mask-case-file
           perform mask-approval-file
           perform mask-points-file
           perform mask-price-file
           perform mask-webxref-file
           perform mask-standing-file
           perform mask-quote-file
           perform mask-qline-file
           perform mask-pendchg-file
           perform prove-customer-file
           if not custorders-status-bad-open
               perform prove-order-file
           end-if
           if not custnotes-status-bad-open
               perform prove-note-file
           end-if
           perform prove-ordline-file
           perform prove-ledger-file
           perform prove-invoice-file
           perform prove-credit-file
           perform prove-susp-file
           perform prove-mandate-file
           perform prove-case-file
           perform prove-approval-file
           perform prove-points-file
           perform prove-price-file
           perform prove-webxref-file
           perform prove-standing-file
           perform prove-quote-file
           perform prove-qline-file
           perform prove-pendchg-file
           perform write-count-lines
           perform write-verdict-line
           close custMaskRpt
           if not custnotes-status-bad-open
               close custNotes
           end-if
           if not custorders-status-bad-open
               close custOrders
           end-if
           close custFile
           display "Test Data Masking Complete"
           display "Customers Written : " ws-fc-written(1)
           display "Orders Written    : " ws-fc-written(2)
           display "Notes Written     : " ws-fc-written(3)
           display "Files With Rows   : " ws-files-made
           display "Values Surviving  : " ws-survivor-count
           move ws-fc-written(1)   to ws-runctl-count-1
           move ws-survivor-count to ws-runctl-count-2
           perform record-run-control
           goback
           .

      *      Customers. The control record carries the number
      *      counter, not a person, and goes across untouched.

       mask-customer-file section.
           open output custFileTest
           move "N" to ws-eof-flag
           move low-values to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-customer until end-of-input
           close custFileTest
           .

       mask-next-customer section.
           read custFile next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(1)
                   move f-record-information to t-record-information
                   if f-record-num not = ws-control-key
                       perform mask-one-customer
                   end-if
                   write t-record-information
                       invalid key
                           display "Test Customer Not Written: "
                               t-record-num
                       not invalid key
                           add 1 to ws-fc-written(1)
                   end-write
           end-read
           .

       mask-one-customer section.
           if f-firstname not = spaces
               move f-firstname to ws-hash-text
               perform fold-hash-text
               compute ws-pick-1 =
                   function mod(ws-hash-value, ws-list-size) + 1
               move ws-first-name(ws-pick-1) to t-firstname
               if t-firstname = f-firstname
                   compute ws-pick-1 =
                       function mod(ws-pick-1, ws-list-size) + 1
                   move ws-first-name(ws-pick-1) to t-firstname
               end-if
               add 1 to ws-fc-masked(1)
           end-if
           if f-lastname not = spaces
               move f-lastname to ws-hash-text
               perform fold-hash-text
               compute ws-pick-1 =
                   function mod(ws-hash-value, ws-list-size) + 1
               compute ws-hash-high = ws-hash-value / ws-list-size
               compute ws-pick-2 =
                   function mod(ws-hash-high, ws-list-size) + 1
               perform build-fake-surname
               if t-lastname = f-lastname
                   compute ws-pick-2 =
                       function mod(ws-pick-2, ws-list-size) + 1
                   perform build-fake-surname
               end-if
               add 1 to ws-fc-masked(1)
           end-if
           if f-addr-street not = spaces
               move f-addr-street to ws-hash-text
               perform fold-hash-text
               compute ws-pick-1 =
                   function mod(ws-hash-value, 199) + 1
               compute ws-hash-high = ws-hash-value / 199
               compute ws-pick-2 =
                   function mod(ws-hash-high, ws-list-size) + 1
               perform build-fake-street
               if t-addr-street = f-addr-street
                   compute ws-pick-2 =
                       function mod(ws-pick-2, ws-list-size) + 1
                   perform build-fake-street
               end-if
               add 1 to ws-fc-masked(1)
           end-if

      *          Phone numbers come from the range set aside for
      *          drama and testing, so a test box that does dial out
      *          rings nobody.

           if f-phone not = spaces
               move f-phone to ws-hash-text
               perform fold-hash-text
               compute ws-phone-tail = function mod(ws-hash-value, 1000)
               perform build-fake-phone
               if t-phone = f-phone
                   compute ws-phone-tail =
                       function mod(ws-phone-tail + 1, 1000)
                   perform build-fake-phone
               end-if
               add 1 to ws-fc-masked(1)
           end-if
           if f-email not = spaces
               move spaces to t-email
               string "cust"       delimited by size
                      f-record-num delimited by size
                      "@example.com" delimited by size
                   into t-email
               end-string
               if t-email = f-email
                   move "@example.org" to t-email(13:12)
               end-if
               add 1 to ws-fc-masked(1)
           end-if
           .

       build-fake-surname section.
           move spaces to t-lastname
           string ws-surname-head(ws-pick-1) delimited by space
                  ws-surname-tail(ws-pick-2) delimited by space
               into t-lastname
           end-string
           .

       build-fake-street section.
           move ws-pick-1 to ws-house-num
           move spaces to t-addr-street
           string function trim(ws-house-num) delimited by size
                  " "                         delimited by size
                  ws-street-name(ws-pick-2)   delimited by "  "
               into t-addr-street
           end-string
           .

       build-fake-phone section.
           move spaces to t-phone
           string "07700900"    delimited by size
                  ws-phone-tail delimited by size
               into t-phone
           end-string
           .

       fold-hash-text section.
           move 0 to ws-hash-value
           perform fold-hash-char
               varying ws-hash-idx from 1 by 1
               until ws-hash-idx > length of ws-hash-text
           .

       fold-hash-char section.
           compute ws-hash-value = function mod(ws-hash-value * 31
               + function ord(ws-hash-text(ws-hash-idx:1)), 999999937)
           .

      *      Orders. Only a legacy free-text description can hold
      *      anything personal -- an item order carries the item
      *      master's own wording -- so only that is replaced.

       mask-order-file section.
           open output custOrdersTest
           move "N" to ws-eof-flag
           move low-values to o-order-num
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-order until end-of-input
           close custOrdersTest
           .

       mask-next-order section.
           read custOrders next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(2)
                   move o-order-information to to-order-information
                   if o-order-num not = ws-control-key
                       and o-order-item = spaces
                       and o-order-desc not = spaces
                       move spaces to to-order-desc
                       string "Test order " delimited by size
                              o-order-num   delimited by size
                           into to-order-desc
                       end-string
                       add 1 to ws-fc-masked(2)
                   end-if
                   write to-order-information
                       invalid key
                           display "Test Order Not Written: "
                               to-order-num
                       not invalid key
                           add 1 to ws-fc-written(2)
                   end-write
           end-read
           .

      *      Notes. The text is whatever the operator typed about the
      *      customer and is replaced outright; the stamp, follow-up
      *      date and operator stay so the diary still works.

       mask-note-file section.
           open output custNotesTest
           move "N" to ws-eof-flag
           move low-values to n-note-key
           start custNotes key is greater than n-note-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-note until end-of-input
           close custNotesTest
           .

       mask-next-note section.
           read custNotes next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(3)
                   move n-note-information to tn-note-information
                   if n-note-text not = spaces
                       move spaces to tn-note-text
                       string "Test note "      delimited by size
                              n-note-seq        delimited by size
                              " for customer "  delimited by size
                              n-note-cust       delimited by size
                           into tn-note-text
                       end-string
                       add 1 to ws-fc-masked(3)
                   end-if
                   write tn-note-information
                       invalid key
                           display "Test Note Not Written: "
                               tn-note-key
                       not invalid key
                           add 1 to ws-fc-written(3)
                   end-write
           end-read
           .

      *      Order lines. A line for a stocked item carries the item
      *      master's wording; a free-text line -- one taken from a
      *      quote, say -- is in the customer's words and is replaced.

       mask-ordline-file section.
           move 4 to ws-file-idx
           open input custOrdLines
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custOrdLinesTest
           move "N" to ws-eof-flag
           move low-values to ol-line-key
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-ordline until end-of-input
           close custOrdLinesTest
           close custOrdLines
           .

       mask-next-ordline section.
           read custOrdLines next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move ol-line-information to tol-line-information
                   if ol-line-item = spaces
                       and ol-line-desc not = spaces
                       move spaces to tol-line-desc
                       string "Test line "  delimited by size
                              ol-line-seq   delimited by size
                              " of "        delimited by size
                              ol-line-order delimited by size
                           into tol-line-desc
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tol-line-information
                       invalid key
                           display "Test Row Not Written: "
                               "custOrdLines " tol-line-key
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      The ledger, invoice register, points and price
      *      agreements carry amounts, dates and links only, and go
      *      across as they are so statements, aging and the rest
      *      balance on the test box.

       mask-ledger-file section.
           move 5 to ws-file-idx
           open input custLedger
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custLedgerTest
           move "N" to ws-eof-flag
           move low-values to lg-ledger-key
           start custLedger key is greater than lg-ledger-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-ledger until end-of-input
           close custLedgerTest
           close custLedger
           .

       mask-next-ledger section.
           read custLedger next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move lg-ledger-information to tlg-ledger-information
                   write tlg-ledger-information
                       invalid key
                           display "Test Row Not Written: "
                               "custLedger " tlg-ledger-key
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

       mask-invoice-file section.
           move 6 to ws-file-idx
           open input custInvoices
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custInvoicesTest
           move "N" to ws-eof-flag
           move low-values to iv-inv-num
           start custInvoices key is greater than iv-inv-num
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-invoice until end-of-input
           close custInvoicesTest
           close custInvoices
           .

       mask-next-invoice section.
           read custInvoices next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move iv-invoice-record to tiv-invoice-record
                   write tiv-invoice-record
                       invalid key
                           display "Test Row Not Written: "
                               "custInvoices " tiv-inv-num
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Credit note rows carry the returned line's wording, so a
      *      free-text line is replaced as it is on the order lines.

       mask-credit-file section.
           move 7 to ws-file-idx
           open input custCredits
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custCreditsTest
           move "N" to ws-eof-flag
           move low-values to cn-crn-key
           start custCredits key is greater than cn-crn-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-credit until end-of-input
           close custCreditsTest
           close custCredits
           .

       mask-next-credit section.
           read custCredits next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move cn-credit-record to tcn-credit-record
                   if cn-crn-item = spaces
                       and cn-crn-desc not = spaces
                       move spaces to tcn-crn-desc
                       string "Test credit " delimited by size
                              cn-crn-num     delimited by size
                              "/"            delimited by size
                              cn-crn-line    delimited by size
                           into tcn-crn-desc
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tcn-credit-record
                       invalid key
                           display "Test Row Not Written: "
                               "custCredits " tcn-crn-key
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Suspense. The reference is the payer's own, off their
      *      bank credit, and is replaced with one made from the
      *      suspense id so matching still has something to go on.

       mask-susp-file section.
           move 8 to ws-file-idx
           open input custSusp
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custSuspTest
           move "N" to ws-eof-flag
           move low-values to sp-susp-id
           start custSusp key is greater than sp-susp-id
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-susp until end-of-input
           close custSuspTest
           close custSusp
           .

       mask-next-susp section.
           read custSusp next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move sp-susp-information to tsp-susp-information
                   if sp-susp-ref not = spaces
                       move spaces to tsp-susp-ref
                       string "TS"           delimited by size
                              sp-susp-id(3:6) delimited by size
                           into tsp-susp-ref
                       end-string
                       if tsp-susp-ref = sp-susp-ref
                           move "XS" to tsp-susp-ref(1:2)
                       end-if
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tsp-susp-information
                       invalid key
                           display "Test Row Not Written: "
                               "custSusp " tsp-susp-id
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Mandates. Every bank detail is replaced: the reference
      *      is made from the record number, the sort code is one no
      *      bank issues, the account number is the record number and
      *      the account name is made up -- a test collection file
      *      can never reach a real account.

       mask-mandate-file section.
           move 9 to ws-file-idx
           open input custMandates
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custMandatesTest
           move "N" to ws-eof-flag
           move low-values to md-mand-cust
           start custMandates key is greater than md-mand-cust
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-mandate until end-of-input
           close custMandatesTest
           close custMandates
           .

       mask-next-mandate section.
           read custMandates next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move md-mandate-record to tmd-mandate-record
                   perform mask-one-mandate
                   write tmd-mandate-record
                       invalid key
                           display "Test Row Not Written: "
                               "custMandates " tmd-mand-cust
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

       mask-one-mandate section.
           if md-mand-ref not = spaces
               move spaces to tmd-mand-ref
               string "TESTMAND"   delimited by size
                      md-mand-cust delimited by size
                   into tmd-mand-ref
               end-string
               add 1 to ws-fc-masked(ws-file-idx)
           end-if
           if md-mand-sort-code not = spaces
               move "000000" to tmd-mand-sort-code
               if tmd-mand-sort-code = md-mand-sort-code
                   move "000001" to tmd-mand-sort-code
               end-if
               add 1 to ws-fc-masked(ws-file-idx)
           end-if
           if md-mand-account not = spaces
               move md-mand-cust to tmd-mand-account
               if tmd-mand-account = md-mand-account
                   move "00000000" to tmd-mand-account
               end-if
               add 1 to ws-fc-masked(ws-file-idx)
           end-if
           if md-mand-acct-name not = spaces
               move spaces to tmd-mand-acct-name
               string "TEST ACCT "  delimited by size
                      md-mand-cust  delimited by size
                   into tmd-mand-acct-name
               end-string
               add 1 to ws-fc-masked(ws-file-idx)
           end-if
           .

      *      Complaint cases. The summary and outcome are whatever the
      *      clerk typed about the customer and are replaced; the
      *      owner, dates and category stay so the ageing still works.

       mask-case-file section.
           move 10 to ws-file-idx
           open input custCases
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custCasesTest
           move "N" to ws-eof-flag
           move low-values to cs-case-num
           start custCases key is greater than cs-case-num
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-case until end-of-input
           close custCasesTest
           close custCases
           .

       mask-next-case section.
           read custCases next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move cs-case-record to tcs-case-record
                   if cs-case-summary not = spaces
                       move spaces to tcs-case-summary
                       string "Test case "  delimited by size
                              cs-case-num   delimited by size
                           into tcs-case-summary
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   if cs-case-outcome not = spaces
                       move spaces to tcs-case-outcome
                       string "Test outcome " delimited by size
                              cs-case-num     delimited by size
                           into tcs-case-outcome
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tcs-case-record
                       invalid key
                           display "Test Row Not Written: "
                               "custCases " tcs-case-num
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Approvals. A name change waiting for a supervisor holds
      *      the new name and street, which are replaced; the limits,
      *      state and who lodged it stay.

       mask-approval-file section.
           move 11 to ws-file-idx
           open input custApproval
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custApprovalTest
           move "N" to ws-eof-flag
           move low-values to ap-appr-id
           start custApproval key is greater than ap-appr-id
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-approval until end-of-input
           close custApprovalTest
           close custApproval
           .

       mask-next-approval section.
           read custApproval next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move ap-approval-information
                       to tap-approval-information
                   if ap-appr-firstname not = spaces
                       move "Test" to tap-appr-firstname
                       if tap-appr-firstname = ap-appr-firstname
                           move "Trial" to tap-appr-firstname
                       end-if
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   if ap-appr-lastname not = spaces
                       move spaces to tap-appr-lastname
                       string "Approval "  delimited by size
                              ap-appr-id   delimited by size
                           into tap-appr-lastname
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   if ap-appr-street not = spaces
                       move spaces to tap-appr-street
                       string "1 Approval Street " delimited by size
                              ap-appr-id           delimited by size
                           into tap-appr-street
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tap-approval-information
                       invalid key
                           display "Test Row Not Written: "
                               "custApproval " tap-appr-id
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

       mask-points-file section.
           move 12 to ws-file-idx
           open input custPoints
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custPointsTest
           move "N" to ws-eof-flag
           move low-values to pt-pts-key
           start custPoints key is greater than pt-pts-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-points until end-of-input
           close custPointsTest
           close custPoints
           .

       mask-next-points section.
           read custPoints next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move pt-points-record to tpt-points-record
                   write tpt-points-record
                       invalid key
                           display "Test Row Not Written: "
                               "custPoints " tpt-pts-key
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

       mask-price-file section.
           move 13 to ws-file-idx
           open input custPrices
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custPricesTest
           move "N" to ws-eof-flag
           move low-values to pa-agr-key
           start custPrices key is greater than pa-agr-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-price until end-of-input
           close custPricesTest
           close custPrices
           .

       mask-next-price section.
           read custPrices next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move pa-agreement-record to tpa-agreement-record
                   write tpa-agreement-record
                       invalid key
                           display "Test Row Not Written: "
                               "custPrices " tpa-agr-key
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      The web account cross-reference holds the web shop's own
      *      account ids and record numbers only, and goes across as
      *      it is.

       mask-webxref-file section.
           move 14 to ws-file-idx
           open input custWebXref
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custWebXrefTest
           move "N" to ws-eof-flag
           move low-values to wx-webx-web-id
           start custWebXref key is greater than wx-webx-web-id
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-webxref until end-of-input
           close custWebXrefTest
           close custWebXref
           .

       mask-next-webxref section.
           read custWebXref next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move wx-webx-information to twx-webx-information
                   write twx-webx-information
                       invalid key
                           display "Test Row Not Written: "
                               "custWebXref " twx-webx-web-id
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Standing orders and quotes. The description is the job in
      *      the customer's words and is replaced outright.

       mask-standing-file section.
           move 15 to ws-file-idx
           open input custStanding
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custStandingTest
           move "N" to ws-eof-flag
           move low-values to so-stand-num
           start custStanding key is greater than so-stand-num
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-standing until end-of-input
           close custStandingTest
           close custStanding
           .

       mask-next-standing section.
           read custStanding next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move so-stand-record to tso-stand-record
                   if so-stand-desc not = spaces
                       move spaces to tso-stand-desc
                       string "Test standing order " delimited by size
                              so-stand-num           delimited by size
                           into tso-stand-desc
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tso-stand-record
                       invalid key
                           display "Test Row Not Written: "
                               "custStanding " tso-stand-num
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

       mask-quote-file section.
           move 16 to ws-file-idx
           open input custQuotes
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custQuotesTest
           move "N" to ws-eof-flag
           move low-values to qt-quote-num
           start custQuotes key is greater than qt-quote-num
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-quote until end-of-input
           close custQuotesTest
           close custQuotes
           .

       mask-next-quote section.
           read custQuotes next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move qt-quote-record to tqt-quote-record
                   if qt-quote-desc not = spaces
                       move spaces to tqt-quote-desc
                       string "Test quote "  delimited by size
                              qt-quote-num   delimited by size
                           into tqt-quote-desc
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tqt-quote-record
                       invalid key
                           display "Test Row Not Written: "
                               "custQuotes " tqt-quote-num
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Quote lines. As on the order lines, only a free-text
      *      line's wording is replaced.

       mask-qline-file section.
           move 17 to ws-file-idx
           open input custQuoteLines
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custQuoteLinesTest
           move "N" to ws-eof-flag
           move low-values to ql-qline-key
           start custQuoteLines key is greater than ql-qline-key
               invalid key
                   set end-of-input to true
           end-start
           perform mask-next-qline until end-of-input
           close custQuoteLinesTest
           close custQuoteLines
           .

       mask-next-qline section.
           read custQuoteLines next with no lock
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move ql-qline-record to tql-qline-record
                   if ql-qline-item = spaces
                       and ql-qline-desc not = spaces
                       move spaces to tql-qline-desc
                       string "Test line "    delimited by size
                              ql-qline-seq    delimited by size
                              " of quote "    delimited by size
                              ql-qline-quote  delimited by size
                           into tql-qline-desc
                       end-string
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tql-qline-record
                       invalid key
                           display "Test Row Not Written: "
                               "custQuoteLines " tql-qline-key
                       not invalid key
                           add 1 to ws-fc-written(ws-file-idx)
                   end-write
           end-read
           .

      *      Pending address changes. The new street is the
      *      customer's and is replaced; the town, county and
      *      postcode carry over as they do on the customer file.

       mask-pendchg-file section.
           move 18 to ws-file-idx
           open input custPendChg
           if live-status-bad-open
               exit section
           end-if
           set file-present(ws-file-idx) to true
           open output custPendChgTest
           move "N" to ws-eof-flag
           perform mask-next-pendchg until end-of-input
           close custPendChgTest
           close custPendChg
           .

       mask-next-pendchg section.
           read custPendChg
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-read(ws-file-idx)
                   move pendchg-record to tpendchg-record
                   if pnd-pch-street not = spaces
                       move spaces to tpnd-pch-street
                       string "1 Pending Street " delimited by size
                              pnd-pch-cust        delimited by size
                           into tpnd-pch-street
                       end-string
                       if tpnd-pch-street = pnd-pch-street
                           move "2" to tpnd-pch-street(1:1)
                       end-if
                       add 1 to ws-fc-masked(ws-file-idx)
                   end-if
                   write tpendchg-record
                   add 1 to ws-fc-written(ws-file-idx)
           end-read
           .

      *      The proving pass. Every test record is read back and
      *      the live record with the same key fetched; any masked
      *      field that still holds the live value is listed.

       prove-customer-file section.
           open input custFileTest
           move "N" to ws-eof-flag
           move low-values to t-record-num
           start custFileTest key is greater than t-record-num
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-customer until end-of-input
           close custFileTest
           .

       prove-next-customer section.
           read custFileTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(1)
                   if t-record-num not = ws-control-key
                       perform prove-one-customer
                   end-if
           end-read
           .

       prove-one-customer section.
           move t-record-num to f-record-num
           read custFile with no lock
               invalid key
                   exit section
           end-read
           move "custFile"   to ws-file-label
           move t-record-num to ws-survivor-key
           if f-firstname not = spaces and t-firstname = f-firstname
               move "FIRSTNAME" to ws-field-label
               perform write-survivor-line
           end-if
           if f-lastname not = spaces and t-lastname = f-lastname
               move "LASTNAME" to ws-field-label
               perform write-survivor-line
           end-if
           if f-addr-street not = spaces
               and t-addr-street = f-addr-street
               move "STREET" to ws-field-label
               perform write-survivor-line
           end-if
           if f-phone not = spaces and t-phone = f-phone
               move "PHONE" to ws-field-label
               perform write-survivor-line
           end-if
           if f-email not = spaces and t-email = f-email
               move "EMAIL" to ws-field-label
               perform write-survivor-line
           end-if
           .

       prove-order-file section.
           open input custOrdersTest
           move "N" to ws-eof-flag
           move low-values to to-order-num
           start custOrdersTest key is greater than to-order-num
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-order until end-of-input
           close custOrdersTest
           .

       prove-next-order section.
           read custOrdersTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(2)
                   move to-order-num to o-order-num
                   read custOrders with no lock
                       invalid key
                           continue
                       not invalid key
                           if o-order-num not = ws-control-key
                               and o-order-item = spaces
                               and o-order-desc not = spaces
                               and to-order-desc = o-order-desc
                               move "custOrders" to ws-file-label
                               move to-order-num to ws-survivor-key
                               move "DESC" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-note-file section.
           open input custNotesTest
           move "N" to ws-eof-flag
           move low-values to tn-note-key
           start custNotesTest key is greater than tn-note-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-note until end-of-input
           close custNotesTest
           .

       prove-next-note section.
           read custNotesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(3)
                   move tn-note-key to n-note-key
                   read custNotes with no lock
                       invalid key
                           continue
                       not invalid key
                           if n-note-text not = spaces
                               and tn-note-text = n-note-text
                               move "custNotes" to ws-file-label
                               move tn-note-key to ws-survivor-key
                               move "NOTETEXT" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-ordline-file section.
           move 4 to ws-file-idx
           move "custOrdLines" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custOrdLinesTest
           open input custOrdLines
           move "N" to ws-eof-flag
           move low-values to tol-line-key
           start custOrdLinesTest key is greater than tol-line-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-ordline until end-of-input
           close custOrdLines
           close custOrdLinesTest
           .

       prove-next-ordline section.
           read custOrdLinesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tol-line-key to ol-line-key
                   read custOrdLines with no lock
                       invalid key
                           continue
                       not invalid key
                           move tol-line-key to ws-survivor-key
                           if ol-line-item = spaces
                               and ol-line-desc not = spaces
                               and tol-line-desc = ol-line-desc
                               move "DESC" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-ledger-file section.
           move 5 to ws-file-idx
           move "custLedger" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custLedgerTest
           move "N" to ws-eof-flag
           move low-values to tlg-ledger-key
           start custLedgerTest key is greater than tlg-ledger-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-ledger until end-of-input
           close custLedgerTest
           .

       prove-next-ledger section.
           read custLedgerTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
           end-read
           .

       prove-invoice-file section.
           move 6 to ws-file-idx
           move "custInvoices" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custInvoicesTest
           move "N" to ws-eof-flag
           move low-values to tiv-inv-num
           start custInvoicesTest key is greater than tiv-inv-num
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-invoice until end-of-input
           close custInvoicesTest
           .

       prove-next-invoice section.
           read custInvoicesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
           end-read
           .

       prove-credit-file section.
           move 7 to ws-file-idx
           move "custCredits" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custCreditsTest
           open input custCredits
           move "N" to ws-eof-flag
           move low-values to tcn-crn-key
           start custCreditsTest key is greater than tcn-crn-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-credit until end-of-input
           close custCredits
           close custCreditsTest
           .

       prove-next-credit section.
           read custCreditsTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tcn-crn-key to cn-crn-key
                   read custCredits with no lock
                       invalid key
                           continue
                       not invalid key
                           move tcn-crn-key to ws-survivor-key
                           if cn-crn-item = spaces
                               and cn-crn-desc not = spaces
                               and tcn-crn-desc = cn-crn-desc
                               move "DESC" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-susp-file section.
           move 8 to ws-file-idx
           move "custSusp" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custSuspTest
           open input custSusp
           move "N" to ws-eof-flag
           move low-values to tsp-susp-id
           start custSuspTest key is greater than tsp-susp-id
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-susp until end-of-input
           close custSusp
           close custSuspTest
           .

       prove-next-susp section.
           read custSuspTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tsp-susp-id to sp-susp-id
                   read custSusp with no lock
                       invalid key
                           continue
                       not invalid key
                           move tsp-susp-id to ws-survivor-key
                           if sp-susp-ref not = spaces
                               and tsp-susp-ref = sp-susp-ref
                               move "PAYERREF" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-mandate-file section.
           move 9 to ws-file-idx
           move "custMandates" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custMandatesTest
           open input custMandates
           move "N" to ws-eof-flag
           move low-values to tmd-mand-cust
           start custMandatesTest key is greater than tmd-mand-cust
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-mandate until end-of-input
           close custMandates
           close custMandatesTest
           .

       prove-next-mandate section.
           read custMandatesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tmd-mand-cust to md-mand-cust
                   read custMandates with no lock
                       invalid key
                           continue
                       not invalid key
                           move tmd-mand-cust to ws-survivor-key
                           if md-mand-ref not = spaces
                               and tmd-mand-ref = md-mand-ref
                               move "MANDREF" to ws-field-label
                               perform write-survivor-line
                           end-if
                           if md-mand-sort-code not = spaces
                               and tmd-mand-sort-code =
                                   md-mand-sort-code
                               move "SORTCODE" to ws-field-label
                               perform write-survivor-line
                           end-if
                           if md-mand-account not = spaces
                               and tmd-mand-account =
                                   md-mand-account
                               move "ACCOUNT" to ws-field-label
                               perform write-survivor-line
                           end-if
                           if md-mand-acct-name not = spaces
                               and tmd-mand-acct-name =
                                   md-mand-acct-name
                               move "ACCTNAME" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-case-file section.
           move 10 to ws-file-idx
           move "custCases" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custCasesTest
           open input custCases
           move "N" to ws-eof-flag
           move low-values to tcs-case-num
           start custCasesTest key is greater than tcs-case-num
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-case until end-of-input
           close custCases
           close custCasesTest
           .

       prove-next-case section.
           read custCasesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tcs-case-num to cs-case-num
                   read custCases with no lock
                       invalid key
                           continue
                       not invalid key
                           move tcs-case-num to ws-survivor-key
                           if cs-case-summary not = spaces
                               and tcs-case-summary =
                                   cs-case-summary
                               move "SUMMARY" to ws-field-label
                               perform write-survivor-line
                           end-if
                           if cs-case-outcome not = spaces
                               and tcs-case-outcome =
                                   cs-case-outcome
                               move "OUTCOME" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-approval-file section.
           move 11 to ws-file-idx
           move "custApproval" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custApprovalTest
           open input custApproval
           move "N" to ws-eof-flag
           move low-values to tap-appr-id
           start custApprovalTest key is greater than tap-appr-id
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-approval until end-of-input
           close custApproval
           close custApprovalTest
           .

       prove-next-approval section.
           read custApprovalTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tap-appr-id to ap-appr-id
                   read custApproval with no lock
                       invalid key
                           continue
                       not invalid key
                           move tap-appr-id to ws-survivor-key
                           if ap-appr-firstname not = spaces
                               and tap-appr-firstname =
                                   ap-appr-firstname
                               move "FIRSTNAME" to ws-field-label
                               perform write-survivor-line
                           end-if
                           if ap-appr-lastname not = spaces
                               and tap-appr-lastname =
                                   ap-appr-lastname
                               move "LASTNAME" to ws-field-label
                               perform write-survivor-line
                           end-if
                           if ap-appr-street not = spaces
                               and tap-appr-street = ap-appr-street
                               move "STREET" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-points-file section.
           move 12 to ws-file-idx
           move "custPoints" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custPointsTest
           move "N" to ws-eof-flag
           move low-values to tpt-pts-key
           start custPointsTest key is greater than tpt-pts-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-points until end-of-input
           close custPointsTest
           .

       prove-next-points section.
           read custPointsTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
           end-read
           .

       prove-price-file section.
           move 13 to ws-file-idx
           move "custPrices" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custPricesTest
           move "N" to ws-eof-flag
           move low-values to tpa-agr-key
           start custPricesTest key is greater than tpa-agr-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-price until end-of-input
           close custPricesTest
           .

       prove-next-price section.
           read custPricesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
           end-read
           .

       prove-webxref-file section.
           move 14 to ws-file-idx
           move "custWebXref" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custWebXrefTest
           move "N" to ws-eof-flag
           move low-values to twx-webx-web-id
           start custWebXrefTest key is greater than twx-webx-web-id
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-webxref until end-of-input
           close custWebXrefTest
           .

       prove-next-webxref section.
           read custWebXrefTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
           end-read
           .

       prove-standing-file section.
           move 15 to ws-file-idx
           move "custStanding" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custStandingTest
           open input custStanding
           move "N" to ws-eof-flag
           move low-values to tso-stand-num
           start custStandingTest key is greater than tso-stand-num
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-standing until end-of-input
           close custStanding
           close custStandingTest
           .

       prove-next-standing section.
           read custStandingTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tso-stand-num to so-stand-num
                   read custStanding with no lock
                       invalid key
                           continue
                       not invalid key
                           move tso-stand-num to ws-survivor-key
                           if so-stand-desc not = spaces
                               and tso-stand-desc = so-stand-desc
                               move "DESC" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-quote-file section.
           move 16 to ws-file-idx
           move "custQuotes" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custQuotesTest
           open input custQuotes
           move "N" to ws-eof-flag
           move low-values to tqt-quote-num
           start custQuotesTest key is greater than tqt-quote-num
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-quote until end-of-input
           close custQuotes
           close custQuotesTest
           .

       prove-next-quote section.
           read custQuotesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tqt-quote-num to qt-quote-num
                   read custQuotes with no lock
                       invalid key
                           continue
                       not invalid key
                           move tqt-quote-num to ws-survivor-key
                           if qt-quote-desc not = spaces
                               and tqt-quote-desc = qt-quote-desc
                               move "DESC" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       prove-qline-file section.
           move 17 to ws-file-idx
           move "custQuoteLines" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custQuoteLinesTest
           open input custQuoteLines
           move "N" to ws-eof-flag
           move low-values to tql-qline-key
           start custQuoteLinesTest key is greater than tql-qline-key
               invalid key
                   set end-of-input to true
           end-start
           perform prove-next-qline until end-of-input
           close custQuoteLines
           close custQuoteLinesTest
           .

       prove-next-qline section.
           read custQuoteLinesTest next
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   move tql-qline-key to ql-qline-key
                   read custQuoteLines with no lock
                       invalid key
                           continue
                       not invalid key
                           move tql-qline-key to ws-survivor-key
                           if ql-qline-item = spaces
                               and ql-qline-desc not = spaces
                               and tql-qline-desc = ql-qline-desc
                               move "DESC" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

      *      The pending changes have no key; the copy is written in
      *      the live file's order, so the two are read side by side.

       prove-pendchg-file section.
           move 18 to ws-file-idx
           move "custPendChg" to ws-file-label
           if not file-present(ws-file-idx)
               exit section
           end-if
           open input custPendChgTest
           open input custPendChg
           move "N" to ws-eof-flag
           perform prove-next-pendchg until end-of-input
           close custPendChg
           close custPendChgTest
           .

       prove-next-pendchg section.
           read custPendChgTest
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-fc-checked(ws-file-idx)
                   read custPendChg
                       at end
                           continue
                       not at end
                           if pnd-pch-street not = spaces
                               and tpnd-pch-street = pnd-pch-street
                               move tpnd-pch-cust to ws-survivor-key
                               move "STREET" to ws-field-label
                               perform write-survivor-line
                           end-if
                   end-read
           end-read
           .

       write-survivor-line section.
           move ws-file-label   to ws-sur-file
           move ws-survivor-key to ws-sur-key
           move ws-field-label  to ws-sur-field
           write mask-line from ws-survivor-line
           add 1 to ws-survivor-count
           .

      *      Read, written and read-back counts must agree file by
      *      file; a record lost on the way is as much a reason to
      *      hold the set back as a name that got through.

       write-count-lines section.
           move spaces to mask-line
           write mask-line
           perform write-one-count-line
               varying ws-file-idx from 1 by 1
               until ws-file-idx > ws-file-max
           .

       write-one-count-line section.
           move ws-fc-name(ws-file-idx)    to ws-cnt-file
           move ws-fc-read(ws-file-idx)    to ws-cnt-read
           move ws-fc-written(ws-file-idx) to ws-cnt-written
           move ws-fc-masked(ws-file-idx)  to ws-cnt-masked
           move ws-fc-checked(ws-file-idx) to ws-cnt-checked
           write mask-line from ws-count-line
           if ws-fc-read(ws-file-idx) not = ws-fc-written(ws-file-idx)
               or ws-fc-written(ws-file-idx)
                   not = ws-fc-checked(ws-file-idx)
               add 1 to ws-mismatch-count
           end-if
           if ws-fc-written(ws-file-idx) > 0
               add 1 to ws-files-made
           end-if
           .

       clear-file-counts section.
           move "N" to ws-fc-present(ws-file-idx)
           move 0   to ws-fc-read(ws-file-idx)
                       ws-fc-written(ws-file-idx)
                       ws-fc-masked(ws-file-idx)
                       ws-fc-checked(ws-file-idx)
           .

       write-verdict-line section.
           move spaces to mask-line
           write mask-line
           move spaces to mask-line
           evaluate true
               when ws-survivor-count > 0
                   move "LEAKED" to ws-run-outcome
                   string "===== " delimited by size
                          ws-survivor-count delimited by size
                          " Live Values Survived - Do Not Release"
                              delimited by size
                          " The Test Set =====" delimited by size
                       into mask-line
                   end-string
               when ws-mismatch-count > 0
                   move "COUNTS" to ws-run-outcome
                   string "===== Record Counts Disagree - Do Not"
                              delimited by size
                          " Release The Test Set ====="
                              delimited by size
                       into mask-line
                   end-string
               when other
                   move "CLEAN" to ws-run-outcome
                   string "===== No Live Personal Value Survived In"
                              delimited by size
                          " The Test Set =====" delimited by size
                       into mask-line
                   end-string
           end-evaluate
           write mask-line
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
