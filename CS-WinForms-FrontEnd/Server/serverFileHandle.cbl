               file status is ws-custaudit-status.
           select custFileBak assign to "custFileBak.dat"
               organization is line sequential.
           select custBakMark assign to "custBakMark.dat"
               organization is line sequential.
           select custDiag assign to "custDiag.dat"
               organization is line sequential.
           select custExport assign to "custExport.csv"
               organization is indexed
               access is dynamic
               record key is it-item-code of custItems
               lock mode is manual with lock on record
               file status is ws-items-status.
           select custBranch assign to "custBranch.dat"
               organization is indexed
               record key is op-oper-id of custOperators
               lock mode is manual with lock on record
               file status is ws-custoper-status.
           select custPwdHist assign to "custPwdHist.dat"
               organization is indexed
               access is dynamic
               record key is ph-hist-oper-id of custPwdHist
               lock mode is manual with lock on record
               file status is ws-pwdhist-status.
           select custSecJrnl assign to "custSecJrnl.dat"
               organization is line sequential
               file status is ws-secjrnl-status.
           select custPendChg assign to "custPendChg.dat"
               organization is line sequential
               file status is ws-pendchg-status.
           select custLedger assign to "custLedger.dat"
               organization is indexed
               access is dynamic
               record key is lg-ledger-key of custLedger
               lock mode is manual with lock on record
               file status is ws-custledger-status.
           select custSusp assign to "custSusp.dat"
               organization is indexed
               access is dynamic
               record key is sp-susp-id of custSusp
               lock mode is manual with lock on record
               file status is ws-custsusp-status.
           select custOrdLines assign to "custOrdLines.dat"
               organization is indexed
               access is dynamic
               record key is ol-line-key of custOrdLines
               lock mode is manual with lock on record
               file status is ws-ordlines-status.
           select custInvoices assign to "custInvoices.dat"
               organization is indexed
               access is dynamic
               record key is iv-inv-num of custInvoices
               lock mode is manual with lock on record
               file status is ws-invoices-status.
           select custCredits assign to "custCredits.dat"
               organization is indexed
               access is dynamic
               record key is cn-crn-key of custCredits
               alternate record key is cn-crn-cust of custCredits
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-credits-status.
           select custPrices assign to "custPrices.dat"
               organization is indexed
               access is dynamic
               record key is pa-agr-key of custPrices
               lock mode is manual with lock on record
               file status is ws-prices-status.
           select custApproval assign to "custApproval.dat"
               organization is indexed
               access is dynamic
               record key is ap-appr-id of custApproval
               alternate record key is ap-appr-cust of custApproval
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-approval-status.
           select custPoints assign to "custPoints.dat"
               organization is indexed
               access is dynamic
               record key is pt-pts-key of custPoints
               lock mode is manual with lock on record
               file status is ws-points-status.
           select custCases assign to "custCases.dat"
               organization is indexed
               access is dynamic
               record key is cs-case-num of custCases
               alternate record key is cs-case-cust of custCases
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-cases-status.
           select custStanding assign to "custStanding.dat"
               organization is indexed
               access is dynamic
               record key is so-stand-num of custStanding
               alternate record key is so-stand-cust of custStanding
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-standing-status.
           select custQuotes assign to "custQuotes.dat"
               organization is indexed
               access is dynamic
               record key is qt-quote-num of custQuotes
               alternate record key is qt-quote-cust of custQuotes
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-quotes-status.
           select custQuoteLines assign to "custQuoteLines.dat"
               organization is indexed
               access is dynamic
               record key is ql-qline-key of custQuoteLines
               lock mode is manual with lock on record
               file status is ws-qlines-status.
           select custMandates assign to "custMandates.dat"
               organization is indexed
               access is dynamic
               record key is md-mand-cust of custMandates
               lock mode is manual with lock on record
               file status is ws-mandates-status.
           select custWebXref assign to "custWebXref.dat"
               organization is indexed
               access is dynamic
               record key is wx-webx-web-id of custWebXref
               alternate record key is wx-webx-cust of custWebXref
                   with duplicates
               lock mode is manual with lock on record
               file status is ws-webxref-status.
           select custNotify assign to "custNotify.dat"
               organization is line sequential
               file status is ws-notify-status.
           select custNotifySkip assign to "custNotifySkip.dat"
               organization is line sequential
               file status is ws-notifyskip-status.

       file section.
       fd custFile.
       01 bak-record.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==bak==.

      *      Written with every extract: when it was cut and the last
      *      audit sequence number already on the trail, where a
      *      roll-forward recovery starts its replay.

       fd custBakMark.
       01 bm-mark-record.
           copy "custbakmark.cpy" replacing ==:PREFIX:== by ==bm==.

       fd custDiag.
       01 diag-record pic x(76).

       01 op-record.
           copy "custoper.cpy" replacing ==:PREFIX:== by ==op==.

      *      The coded passwords each operator has used before, so
      *      an online change cannot simply go back to an old one.

       fd custPwdHist.
       01 ph-record.
           copy "custpwdhist.cpy" replacing ==:PREFIX:== by ==ph==.

      *      The security event journal: every failed login, every
      *      DENIED and every session-timeout sweep goes here with
      *      the connection identity and the username involved --
       01 pendchg-record.
           copy "custpendchg.cpy" replacing ==:PREFIX:== by ==pnd==.

      *      The customer ledger: a debit for every order taken here,
      *      a reversal when one is cut back or cancelled, so the
      *      account the receipts run credits always agrees with the
      *      orders the counter keyed.

       fd custLedger.
       01 lg-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==lg==.

      *      Receipts the receipts run could not land, kept until a
      *      clerk works them from the counter.

       fd custSusp.
       01 sp-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==sp==.

      *      The lines of every order -- item, quantity, unit price and
      *      line total -- under the header custOrders.dat carries.

       fd custOrdLines.
       01 ol-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ol==.

      *      The invoice register -- every invoice number issued, in
      *      series, with the order it was issued to.

       fd custInvoices.
       01 iv-invoice-record.
           copy "custinv.cpy" replacing ==:PREFIX:== by ==iv==.

      *      The credit note register -- every credit note raised for
      *      goods returned, one row per order line credited.

       fd custCredits.
       01 cn-credit-record.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==cn==.

      *      The trade customers' price agreements -- an item is
      *      priced from the agreement in force instead of list.

       fd custPrices.
       01 pa-agreement-record.
           copy "custprice.cpy" replacing ==:PREFIX:== by ==pa==.

      *      Sensitive changes waiting for a second operator at level
      *      A -- a large credit-limit increase, or a new name keyed
      *      with a new address -- and what became of each.

       fd custApproval.
       01 ap-approval-information.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==ap==.

      *      Each customer's loyalty points -- a balance row and one
      *      row for every point earned, spent, given back, taken
      *      back or expired.

       fd custPoints.
       01 pt-points-record.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==pt==.

      *      Customer complaints worked as cases -- who owns each one,
      *      when the customer must have had an answer by, and how it
      *      ended.

       fd custCases.
       01 cs-case-record.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==cs==.

      *      Standing orders -- the same goods raised as an order on a
      *      schedule by the nightly custStandOrd run.

       fd custStanding.
       01 so-stand-record.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==so==.

      *      Quotations and their lines -- prices given ahead of an
      *      order, converted into one when the customer accepts.

       fd custQuotes.
       01 qt-quote-record.
           copy "custquote.cpy" replacing ==:PREFIX:== by ==qt==.

       fd custQuoteLines.
       01 ql-qline-record.
           copy "custquoteln.cpy" replacing ==:PREFIX:== by ==ql==.

      *      The direct debit mandates and the web-shop account cross-
      *      reference, both keyed by customer -- the server only
      *      touches them to carry a merged customer's rows across.

       fd custMandates.
       01 md-mandate-record.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==md==.

       fd custWebXref.
       01 wx-webx-information.
           copy "custwebx.cpy" replacing ==:PREFIX:== by ==wx==.

      *      The email/SMS gateway's outbound file -- an order
      *      confirmation for every order taken at the counter -- and
      *      the messages that could not go for want of a usable
      *      email or mobile number.

       fd custNotify.
       01 notify-record.
           copy "custnotify.cpy" replacing ==:PREFIX:== by ==nt==.

       fd custNotifySkip.
       01 notifyskip-record.
           copy "custnotify.cpy" replacing ==:PREFIX:== by ==ns==.

       working-storage section.
       01 ws-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==ws==.
           88 fcode-order-arch  value 32.
           88 fcode-report-list value 33.
           88 fcode-report-page value 34.
           88 fcode-susp-next   value 35.
           88 fcode-susp-alloc  value 36.
           88 fcode-order-line-add  value 37.
           88 fcode-order-line-list value 38.
           88 fcode-order-return    value 39.
           88 fcode-credit-limit    value 40.
           88 fcode-appr-next       value 41.
           88 fcode-appr-approve    value 42.
           88 fcode-appr-reject     value 43.
           88 fcode-case-open       value 44.
           88 fcode-case-update     value 45.
           88 fcode-case-assign     value 46.
           88 fcode-case-close      value 47.
           88 fcode-case-next       value 48.
           88 fcode-case-any        value 44 thru 48.
           88 fcode-acct-mgr        value 49.
           88 fcode-parent-link     value 50.
           88 fcode-pwd-change      value 51.
           88 fcode-stand-add       value 52.
           88 fcode-stand-suspend   value 53.
           88 fcode-stand-resume    value 54.
           88 fcode-stand-end       value 55.
           88 fcode-stand-next      value 56.
           88 fcode-stand-any       value 52 thru 56.
           88 fcode-quote-add       value 57.
           88 fcode-quote-line      value 58.
           88 fcode-quote-lines     value 59.
           88 fcode-quote-next      value 60.
           88 fcode-quote-print     value 61.
           88 fcode-quote-convert   value 62.
           88 fcode-quote-decline   value 63.
           88 fcode-quote-any       value 57 thru 63.

       01 ws-control-key pic x(8) value "00000000".
       01 ws-next-record-num pic 9(8).
       01 ws-pwd-age-flag pic x.
           88 password-expired value "Y".

      *      Passwords are kept only in coded form. The salt and the
      *      password are folded together through two running
      *      remainders, character by character, for a fixed number
      *      of rounds -- the same recurrence the custPwdConv run
      *      codes the old clear passwords with, so the two must
      *      always be changed together. The rounds are there to
      *      make guessing against a stolen copy of the file slow.

       01 ws-pwd-text.
           03 ws-pwd-text-salt pic x(8).
           03 ws-pwd-text-word pic x(25).
       01 ws-pwd-coded.
           03 ws-pwd-coded-scheme pic x value "#".
           03 ws-pwd-coded-salt   pic x(8).
           03 ws-pwd-coded-h1     pic 9(8).
           03 ws-pwd-coded-h2     pic 9(8).
       01 ws-pwd-h1        pic 9(18) comp.
       01 ws-pwd-h2        pic 9(18) comp.
       01 ws-pwd-round     pic 9(4) comp.
       01 ws-pwd-rounds    pic 9(4) comp value 500.
       01 ws-pwd-char-idx  pic 9(4) comp.
       01 ws-pwd-salt-seq  pic 9(4) comp value 0.
       01 ws-pwd-salt-num  pic 9(8).
       01 ws-pwd-salt-work pic 9(18) comp.
       01 ws-pwd-new-word  pic x(25).
       01 ws-pwd-match-flag pic x.
           88 password-matches value "Y".
       01 ws-pwd-upgrade-flag pic x.
           88 password-needs-coding value "Y".
       01 ws-pwd-reused-flag pic x.
           88 password-reused value "Y".

      *      A changed password may not be the current one or any of
      *      the last PWDREUSE (default 4) before it; the history row
      *      holds five, so that is as far back as it can reach.

       01 ws-pwd-reuse-count pic 9(2) comp value 4.
       01 ws-pwd-hist-max    pic 9(2) comp value 5.
       01 ws-pwd-hist-idx    pic 9(2) comp.
       01 ws-pwdhist-status pic xx.
           88 pwdhist-status-ok       value "00" "02".
           88 pwdhist-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-pwdhist-found-flag pic x.
           88 pwdhist-row-found value "Y".

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
           88 secjrnl-status-ok       value "00".
           88 secjrnl-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-notify-line.
           copy "custnotify.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-notify-status pic xx.
           88 notify-status-ok       value "00".
           88 notify-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-notifyskip-status pic xx.
           88 notifyskip-status-ok       value "00".
           88 notifyskip-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-nfy-at-count      pic 9(4) comp.
       01 ws-nfy-skipped-count pic 9(8) value 0.

       01 ws-discreq-status pic xx.
           88 discreq-status-ok       value "00".
           88 discreq-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-credit-exposure   pic 9(9)v99 comp-3.
       01 ws-credit-exposure-d pic 9(9)v99.

       01 ws-ledger-information.
           copy "custledger.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custledger-status pic xx.
           88 custledger-status-ok       value "00" "02".
           88 custledger-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-ledger-eof-flag pic x.
           88 end-of-ledger value "Y".
       01 ws-next-ledger-seq pic 9(8).

      *      What the customer has paid that is not owed against any
      *      order -- it comes off their exposure before the limit is
      *      judged.

       01 ws-on-account-value pic 9(9)v99 comp-3.

      *      The order's amount and paid-to-date as they stood before
      *      an amend or cancel, for the ledger row the change posts.

       01 ws-ledger-old-amount pic 9(7)v99.
       01 ws-ledger-old-paid   pic 9(7)v99.

      *      What an order has had settled against it: paid-to-date
      *      plus goods credited back on a return. An order picked and
      *      invoiced stays open until it is paid, so a return against
      *      it takes the credit off what it still owes.

       01 ws-order-settled pic 9(8)v99.

       01 ws-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-custsusp-status pic xx.
           88 custsusp-status-ok       value "00" "02".
           88 custsusp-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-susp-eof-flag pic x.
           88 end-of-suspense value "Y".
       01 ws-susp-found-flag pic x.
           88 susp-item-found value "Y".
       01 ws-susp-alloc-flag pic x.
           88 susp-alloc-ok value "Y".

      *      How a suspense receipt allocated to an order splits, the
      *      same way the receipts run splits one: the part that pays
      *      down the order and any excess held on account.

       01 ws-susp-outstanding pic 9(7)v99.
       01 ws-susp-applied     pic 9(7)v99.
       01 ws-susp-excess      pic 9(7)v99.
       01 ws-susp-before-paid pic 9(7)v99.
       01 ws-susp-cust        pic x(8).

      *      Four-eyes approval. A credit-limit increase of more than
      *      APPRLIMIT whole pounds (or taking a limit off altogether)
      *      waits for a second operator at level A, as does a new
      *      name keyed together with a new address -- the classic
      *      shape of an account takeover. A request nobody approves
      *      within APPRDAYS days lapses.

       01 ws-appr-limit-amount pic 9(8) value 1000.
       01 ws-appr-days         pic 9(4) comp value 5.

       01 ws-appr-information.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-approval-status pic xx.
           88 approval-status-ok       value "00" "02".
           88 approval-status-locked   value "9D" "51" "52".
           88 approval-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-appr-eof-flag pic x.
           88 end-of-approvals value "Y".
       01 ws-appr-found-flag pic x.
           88 approval-found value "Y".
       01 ws-appr-waiting-flag pic x.
           88 approval-already-waiting value "Y".
       01 ws-appr-needed-flag pic x.
           88 approval-needed value "Y".
       01 ws-appr-lapsed-flag pic x.
           88 approval-lapsed value "Y".

      *      Loyalty points. An order earns PTSPERPOUND points for
      *      every whole pound the customer paid for it in money as
      *      it closes, and each point spent at the counter takes
      *      PTSVALUE pence off what they owe on the order being
      *      keyed.

       01 ws-pts-per-pound   pic 9(4) comp value 1.
       01 ws-pts-value-pence pic 9(4) comp value 1.

       01 ws-points-status pic xx.
           88 points-status-ok       value "00" "02".
           88 points-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-pts-balance-flag pic x.
           88 points-balance-on-file value "Y".
       01 ws-pts-eof-flag pic x.
           88 end-of-points value "Y".
       01 ws-pts-cust      pic x(8).
       01 ws-pts-order     pic x(8).
       01 ws-pts-type      pic x.
           88 ws-pts-lot value "E" "G".
       01 ws-pts-source    pic x(25).
       01 ws-pts-moved     pic 9(7).
       01 ws-pts-to-take   pic 9(7).
       01 ws-pts-taken     pic 9(7).
       01 ws-pts-balance   pic 9(7).
       01 ws-pts-last-seq  pic 9(6).
       01 ws-pts-paid-cash pic 9(7)v99.

      *      Complaint cases. A case must be answered within CASEDAYS
      *      days of being opened unless the clerk keys a due date of
      *      their own.

       01 ws-case-days pic 9(4) comp value 10.

       01 ws-case-information.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-cases-status pic xx.
           88 cases-status-ok       value "00" "02".
           88 cases-status-locked   value "9D" "51" "52".
           88 cases-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-case-eof-flag pic x.
           88 end-of-cases value "Y".
       01 ws-case-found-flag pic x.
           88 case-found value "Y".
       01 ws-case-visible-flag pic x.
           88 case-visible value "Y".
       01 ws-case-valid-flag pic x.
           88 case-valid value "Y".
       01 ws-case-next-num  pic 9(8).
       01 ws-case-cursor    pic x(8).
       01 ws-case-today     pic x(8).
       01 ws-case-date-num  pic 9(8).
       01 ws-case-date-int  pic s9(9) comp.
       01 ws-case-today-int pic s9(9) comp.
       01 ws-case-old-owner    pic x(25).
       01 ws-case-old-status   pic x.
       01 ws-case-old-due      pic x(8).
       01 ws-case-old-category pic x(4).
       01 ws-case-old-summary  pic x(40).
       01 ws-case-old-order    pic x(8).

      *      The trail carries a case's category, summary and order
      *      together in an address column.

       01 ws-case-audit-text.
           03 ws-case-aud-category pic x(4).
           03 filler               pic x.
           03 ws-case-aud-summary  pic x(40).
           03 filler               pic x.
           03 ws-case-aud-order    pic x(8).

      *      Standing orders. The counter sets them up, suspends,
      *      resumes and ends them; the nightly custStandOrd run raises
      *      the orders as they fall due and moves the due date on.

       01 ws-stand-information.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-standing-status pic xx.
           88 standing-status-ok       value "00" "02".
           88 standing-status-locked   value "9D" "51" "52".
           88 standing-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-stand-eof-flag pic x.
           88 end-of-standing value "Y".
       01 ws-stand-found-flag pic x.
           88 standing-found value "Y".
       01 ws-stand-visible-flag pic x.
           88 standing-visible value "Y".
       01 ws-stand-next-num  pic 9(8).
       01 ws-stand-cursor    pic x(8).
       01 ws-stand-today     pic x(8).
       01 ws-stand-new-due   pic x(8).
       01 ws-stand-old-status pic x.
       01 ws-stand-old-due   pic x(8).
       01 ws-stand-date-num  pic 9(8).
       01 ws-stand-date-parts redefines ws-stand-date-num.
           03 ws-stand-date-yyyy pic 9(4).
           03 ws-stand-date-mm   pic 99.
           03 ws-stand-date-dd   pic 99.
       01 ws-stand-date-int  pic s9(9) comp.
       01 ws-stand-add-months pic 99.

      *      The trail carries a standing order's frequency, quantity,
      *      amount and description together in an address column.

       01 ws-stand-audit-text.
           03 ws-stand-aud-freq    pic x.
           03 filler               pic x.
           03 ws-stand-aud-qty     pic 9(5).
           03 filler               pic x.
           03 ws-stand-aud-amount  pic 9(7)v99.
           03 filler               pic x.
           03 ws-stand-aud-desc    pic x(30).

      *      Quotations. A quote is good for QUOTEDAYS days from the
      *      day it is raised unless the clerk keys a validity date of
      *      their own; converting it takes the order at the quoted
      *      prices for as long as it is still good.

       01 ws-quote-days pic 9(4) comp value 30.

       01 ws-quote-information.
           copy "custquote.cpy" replacing ==:PREFIX:== by ==ws==.
       01 ws-qline-information.
           copy "custquoteln.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-quotes-status pic xx.
           88 quotes-status-ok       value "00" "02".
           88 quotes-status-locked   value "9D" "51" "52".
           88 quotes-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-qlines-status pic xx.
           88 qlines-status-ok       value "00" "02".
           88 qlines-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-quote-eof-flag pic x.
           88 end-of-quotes value "Y".
       01 ws-qline-eof-flag pic x.
           88 end-of-quote-lines value "Y".
       01 ws-quote-found-flag pic x.
           88 quote-found value "Y".
       01 ws-quote-visible-flag pic x.
           88 quote-visible value "Y".
       01 ws-quote-next-num   pic 9(8).
       01 ws-quote-cursor     pic x(8).
       01 ws-quote-today      pic x(8).
       01 ws-quote-date-num   pic 9(8).
       01 ws-quote-date-int   pic s9(9) comp.
       01 ws-quote-old-status pic x.
       01 ws-quote-old-amount pic 9(7)v99.
       01 ws-quote-backorders pic 9(3) comp.
       01 ws-appr-visible-flag pic x.
           88 approval-visible value "Y".
       01 ws-appr-next-num    pic 9(8).
       01 ws-appr-old-hold    pic 9(7)v99.
       01 ws-appr-new-hold    pic 9(7)v99.
       01 ws-appr-increase    pic s9(8)v99.
       01 ws-appr-lodged-num  pic 9(8).
       01 ws-appr-lodged-int  pic s9(9) comp.
       01 ws-appr-today-num   pic 9(8).
       01 ws-appr-today-int   pic s9(9) comp.
       01 ws-appr-requester   pic x(25).
       01 ws-appr-decider     pic x(25).

       01 ws-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-ordlines-status pic xx.
           88 ordlines-status-ok       value "00" "02".
           88 ordlines-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-lines-eof-flag pic x.
           88 end-of-lines value "Y".
       01 ws-line-found-flag pic x.
           88 order-line-found value "Y".

       01 ws-invoices-status pic xx.
           88 invoices-status-ok       value "00" "02".
           88 invoices-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-next-invoice-num  pic 9(8).
       01 ws-invoice-issued-on pic x.
       01 ws-invoice-held-flag pic x value "N".
           88 invoice-number-held value "Y".
       01 ws-invoice-ctl-flag  pic x.
           88 invoice-control-on-file value "Y".

      *      A return against a closed order: what the clerk asked to
      *      have credited -- the order, the line (zero for all of
      *      it), the quantity (zero for all of the line still
      *      returnable) and why -- and the credit note being built,
      *      one register row at a time, with its running totals.

       01 ws-credit-information.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-credits-status pic xx.
           88 credits-status-ok       value "00" "02".
           88 credits-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-return-order   pic x(8).
       01 ws-return-line    pic 9(3).
       01 ws-return-qty     pic 9(5).
       01 ws-return-reason  pic x(4).
       01 ws-return-branch  pic x(3).
       01 ws-return-valid-flag pic x.
           88 return-valid value "Y".
       01 ws-next-credit-num pic 9(8).
       01 ws-credit-ctl-flag pic x.
           88 credit-control-on-file value "Y".
       01 ws-credit-rows     pic 9(3).
       01 ws-credit-qty      pic 9(7).
       01 ws-credit-total    pic 9(7)v99.
       01 ws-credit-vat      pic 9(7)v99.
       01 ws-credit-returnable pic 9(5).
       01 ws-credit-left     pic 9(7)v99.
       01 ws-credited-before pic 9(7)v99.
       01 ws-credit-unpaid   pic 9(7)v99.
       01 ws-credit-written-back pic 9(7)v99.
       01 ws-credit-to-account   pic 9(7)v99.

      *      Price agreements: the customer and item being priced and
      *      the list price in, the unit price to charge out, with
      *      the agreement it came from -- blank when list stands.

       01 ws-prices-status pic xx.
           88 prices-status-ok       value "00" "02".
           88 prices-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-price-eof-flag pic x.
           88 end-of-prices value "Y".
       01 ws-price-agr-flag pic x.
           88 price-agreement-found value "Y".
       01 ws-price-cust       pic x(8).
       01 ws-price-item       pic x(8).
       01 ws-price-scan-item  pic x(8).
       01 ws-price-today      pic x(8).
       01 ws-price-list-unit  pic 9(7)v99.
       01 ws-price-unit       pic 9(7)v99.
       01 ws-price-agr-item   pic x(8).
       01 ws-price-agr-start  pic x(8).

      *      The line being added or amended, and what its old total
      *      was, while the header total is brought back into step.

       01 ws-line-new-total pic 9(7)v99.
       01 ws-line-old-total pic 9(7)v99.
       01 ws-line-carry-flag pic x.
           88 carry-header-line value "Y".
       01 ws-line-old-qty pic 9(5).
       01 ws-other-backorders pic 9(3) comp.

      *      Stock reservation against the item master: the item and
      *      quantity to reserve or give back, and whether the
      *      reservation was made (R), could not be covered and the
      *      line goes on back-order (B), or the line holds no stock
      *      at all (space -- a free-text line, or no item master).

       01 ws-stock-item pic x(8).
       01 ws-stock-qty  pic 9(5).
       01 ws-stock-flag pic x.
           88 stock-reserved    value "R".
           88 stock-backordered value "B".
           88 stock-untracked   value " ".
       01 ws-stock-available pic 9(7).

      *      VAT: the rates behind the item codes, in percent, with
      *      the compiled defaults custParams.dat can override, and
      *      the working split -- a VAT-inclusive amount in, the VAT
      *      it contains and the net out.

       01 ws-vat-rate-standard pic 9(3)v99 value 20.00.
       01 ws-vat-rate-reduced  pic 9(3)v99 value 5.00.
       01 ws-vat-code   pic x.
       01 ws-vat-rate   pic 9(3)v99.
       01 ws-vat-gross  pic 9(7)v99.
       01 ws-vat-amount pic 9(7)v99.
       01 ws-vat-net    pic 9(7)v99.
       01 ws-line-new-vat pic 9(7)v99.
       01 ws-line-old-vat pic 9(7)v99.

       01 ws-summ-order-count pic 9(4) comp.
       01 ws-summ-open-value  pic 9(9)v99 comp-3.
       01 ws-summ-note-count  pic 9(4) comp.
       01 ws-summ-last-active pic x(8).
       01 ws-summ-in-transit  pic 9(4) comp.
       01 ws-summ-dlv-order   pic x(8).
       01 ws-summ-dlv-consign pic x(15).
       01 ws-summ-dlv-date    pic x(8).
       01 ws-summ-dlv-status  pic x.
       01 ws-summ-open-cases  pic 9(4) comp.
       01 ws-summ-sub-count   pic 9(4) comp.

       01 ws-archive-status pic xx.
           88 archive-status-ok       value "00".
       01 ws-transfer-to   pic x(3).
       01 ws-transfer-from pic x(3).

       01 ws-mgr-old pic x(25).
       01 ws-mgr-new pic x(25).
       01 ws-mgr-flag pic x.
           88 manager-usable value "Y".

      *      Families of accounts. The head is the parent the family
      *      hangs from; a member scan reads custFile end to end for
      *      the records naming it, so it is only ever made for a
      *      customer known to be in a family.

       01 ws-fam-head  pic x(8).
       01 ws-fam-old   pic x(8).
       01 ws-fam-new   pic x(8).
       01 ws-fam-bill  pic x.
       01 ws-fam-group pic x.
       01 ws-fam-old-bill  pic x.
       01 ws-fam-old-group pic x.

      *      A record's family link as it stood before a merge or a
      *      change of family head altered it, for the PARENT line
      *      written under that record's own number.

       01 ws-fam-was-parent  pic x(8).
       01 ws-fam-was-bill    pic x.
       01 ws-fam-was-group   pic x.
       01 ws-fam-was-head    pic x.
       01 ws-fam-branch-hold pic x(3).
       01 ws-family-eof-flag pic x.
           88 end-of-family value "Y".
       01 ws-family-found-flag pic x.
           88 family-member-found value "Y".
       01 ws-family-any-flag pic x.
           88 family-has-members value "Y".

      *      One customer's share of the exposure a credit check
      *      judges -- their open orders less what they hold on
      *      account, never below nothing -- so a family's exposure
      *      is the sum of its members' shares.

       01 ws-exposure-cust pic x(8).
       01 ws-cust-exposure pic 9(9)v99 comp-3.

       01 ws-branchmst-status pic xx.
           88 branchmst-status-ok       value "00" "02".
           88 branchmst-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-merge-notes-flag pic x.
           88 victim-notes-done value "Y".

       01 ws-mandates-status pic xx.
           88 mandates-status-ok       value "00" "02".
           88 mandates-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-webxref-status pic xx.
           88 webxref-status-ok       value "00" "02".
           88 webxref-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-webxref-eof-flag pic x.
           88 end-of-webxref value "Y".
       01 ws-webxref-found-flag pic x.
           88 webxref-found value "Y".

      *      The victim's points balance and one of its points rows,
      *      and its mandate, held while they are carried across.

       01 ws-merge-pts-balance pic 9(7).
       01 ws-merge-pts-row.
           copy "custpoints.cpy" replacing ==:PREFIX:== by ==mpt==.
       01 ws-merge-mandate.
           copy "custmandate.cpy" replacing ==:PREFIX:== by ==mmd==.
       01 ws-merge-mand-flag pic x.
           88 survivor-mandate-on-file value "Y".

      *      The record being merged away, held while its orders and
      *      notes are re-pointed at the survivor and its fields are
      *      folded into the survivor's blanks.
               88 input-status-not-found value "1".
               88 input-status-error     value "2".

      *          The change was taken but waits for a second
      *          operator's approval before it reaches the record.

               88 input-status-pending   value "4".

      *      The date an address change keyed with this update takes
      *      effect -- spaces means now. See update-record.

      *      an inbound ring in one round trip -- the customer's
      *      name and branch, how many orders they have and what the
      *      open ones add up to, how many contact notes are on file,
      *      and the date of the newest audit activity. The newest
      *      order to leave the warehouse comes back with its
      *      consignment and the carrier's last event, with a count
      *      of picked orders the carrier has not yet reported on,
      *      so "where's my order" is answered on the same call, and
      *      the loyalty points the customer has to spend and how many
      *      complaint cases they have open. A site in a family comes
      *      back with its parent account; a parent comes back with
      *      how many sites it has and the numbers of the first ten.

       01 input-summ-rec redefines input-rec.
           03 insum-cust-num    pic x(8).
           03 insum-note-count  pic 9(4).
           03 insum-last-active pic x(8).
           03 insum-branch      pic x(3).
           03 insum-in-transit  pic 9(4).
           03 insum-dlv-order   pic x(8).
           03 insum-dlv-consign pic x(15).
           03 insum-dlv-date    pic x(8).
           03 insum-dlv-status  pic x.
           03 insum-points-bal  pic 9(7).
           03 insum-open-cases  pic 9(4).
           03 insum-parent      pic x(8).
           03 insum-parent-name pic x(25).
           03 insum-sub-count   pic 9(4).
           03 insum-subs.
               05 insum-sub     pic x(8) occurs 10 times.
           03 insum-status      pic x.
               88 insum-status-ok        value "0".
               88 insum-status-not-found value "1".
           03 inhlth-status      pic x.
               88 inhlth-status-ok    value "0".
               88 inhlth-status-error value "2".

      *      Suspense view of the data block: the page call sends the
      *      last item number it has shown (spaces on the first call)
      *      and gets back the next unworked item; the allocate call
      *      sends the item number, the state to work it to and the
      *      order or customer it goes to, and gets the worked item
      *      back.

       01 input-susp-rec redefines input-rec.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==insusp==.
           03 insusp-status pic x.
               88 insusp-status-ok        value "0".
               88 insusp-status-not-found value "1".
               88 insusp-status-error     value "2".

      *      Order-line view of the data block: the client sends the
      *      order number and the last line number it has been shown
      *      (zero on the first call) and gets back the order's next
      *      line.

       01 input-line-rec redefines input-rec.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==inline==.
           03 inline-status pic x.
               88 inline-status-ok        value "0".
               88 inline-status-not-found value "1".
               88 inline-status-error     value "2".

      *      Credit note view of the data block: the return call sends
      *      the order number, the line (zero for the whole order),
      *      the quantity (zero for all of the line) and the reason
      *      code, and gets back the credit note number with the
      *      quantity, amount and VAT credited on it.

       01 input-crn-rec redefines input-rec.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==incrn==.
           03 incrn-status pic x.
               88 incrn-status-ok        value "0".
               88 incrn-status-not-found value "1".
               88 incrn-status-error     value "2".

      *      Approval view of the data block: the page call sends the
      *      last approval number it has shown (spaces on the first
      *      call) and gets back the next request still waiting; the
      *      approve and reject calls send the approval number and get
      *      the decided request back.

      *      Case view of the data block: the open call sends the
      *      customer, the order if the complaint is about one, the
      *      category and a summary, with the owner and due date left
      *      blank to take the operator and the standard response
      *      time; update, reassign and close send the case number
      *      with what changes; the page call sends a customer and
      *      the last case number shown (or no customer, for the
      *      operator's own open cases) and gets back the next case.
      *      Every call answers with the case as it now stands.

       01 input-case-rec redefines input-rec.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==incase==.
           03 incase-status pic x.
               88 incase-status-ok        value "0".
               88 incase-status-not-found value "1".
               88 incase-status-error     value "2".

      *      Standing-order view of the data block: the set-up call
      *      sends the customer, the item or a description, quantity,
      *      amount, frequency and the first due and end dates (a
      *      blank amount prices from the item, a blank first due
      *      date is today); suspend, resume and end send the
      *      standing-order number, resume optionally with a new due
      *      date; the page call sends a customer and the last number
      *      shown (or no customer, for the standing orders the
      *      nightly run could not raise) and gets back the next one.
      *      Every call answers with the standing order as it stands.

       01 input-stand-rec redefines input-rec.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==instand==.
           03 instand-status pic x.
               88 instand-status-ok        value "0".
               88 instand-status-not-found value "1".
               88 instand-status-error     value "2".

      *      Quotation view of the data block: the quote header with
      *      one quote line after it. Raising a quote sends the
      *      customer, what the job is and a validity date (blank for
      *      the standard QUOTEDAYS); adding a line sends the quote
      *      number in the line with the item and quantity, or a
      *      description and total for a free-text line; the line
      *      page call sends the quote and the last line number shown;
      *      the quote page call sends a customer and the last quote
      *      number shown (or no customer, for the open quotes of the
      *      operator's branch); print, convert and decline send the
      *      quote number. Every call answers with the quote as it now
      *      stands, and the line calls with the line as well.

       01 input-quote-rec redefines input-rec.
           02 inqt-header.
               copy "custquote.cpy" replacing ==:PREFIX:== by ==inqt==.
           02 inqt-detail.
               copy "custquoteln.cpy"
                   replacing ==:PREFIX:== by ==inqt==.
           02 inqt-status pic x.
               88 inqt-status-ok        value "0".
               88 inqt-status-not-found value "1".
               88 inqt-status-error     value "2".

       01 input-appr-rec redefines input-rec.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==inappr==.
           03 inappr-status pic x.
               88 inappr-status-ok        value "0".
               88 inappr-status-not-found value "1".
               88 inappr-status-error     value "2".
       procedure division using lnk-param-block.
           evaluate true
               when start-connection
               " Idle Timeout: " ws-idle-timeout-seconds
               " Lockout: " ws-lockout-limit
               " Password Days: " ws-pwd-max-days
           display "VAT Rates In Force - Standard: "
               ws-vat-rate-standard " Reduced: " ws-vat-rate-reduced
           .

       apply-one-parameter section.
                               move par-value to ws-lockout-limit
                           when "PWDMAXDAYS"
                               move par-value to ws-pwd-max-days
                           when "PWDREUSE"
                               if par-value > ws-pwd-hist-max
                                   display "PWDREUSE Capped At "
                                       "History Size"
                                   move ws-pwd-hist-max
                                       to ws-pwd-reuse-count
                               else
                                   move par-value
                                       to ws-pwd-reuse-count
                               end-if

      *                          VAT rates are held in hundredths of a
      *                          percent -- 00002000 is 20.00%.

                           when "VATSTANDARD"
                               if par-value < 100000
                                   compute ws-vat-rate-standard =
                                       par-value / 100
                               end-if
                           when "VATREDUCED"
                               if par-value < 100000
                                   compute ws-vat-rate-reduced =
                                       par-value / 100
                               end-if
                           when "APPRLIMIT"
                               move par-value to ws-appr-limit-amount
                           when "APPRDAYS"
                               if par-value < 10000
                                   move par-value to ws-appr-days
                               end-if
                           when "PTSPERPOUND"
                               if par-value < 10000
                                   move par-value to ws-pts-per-pound
                               end-if
                           when "PTSVALUE"
                               if par-value < 10000
                                   move par-value
                                       to ws-pts-value-pence
                               end-if
                           when "CASEDAYS"
                               if par-value < 1000
                                   move par-value to ws-case-days
                               end-if
                           when "QUOTEDAYS"
                               if par-value < 1000
                                   move par-value to ws-quote-days
                               end-if
                           when other
                               continue
                       end-evaluate
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
           move "SERVER" to bm-mark-source
           open output custBakMark
           write bm-mark-record
           close custBakMark
           .

      *      Counts through the held handle when the file is open for
      *      the day, or opens it briefly during initialise before the
      *      hold is established.
                   when fcode-order-add or fcode-order-list
                       or fcode-order-amend or fcode-order-cancel
                       or fcode-order-close or fcode-order-arch
                       or fcode-order-line-add
                       set inord-status-error to true
                   when fcode-order-line-list
                       set inline-status-error to true
                   when fcode-order-return
                       set incrn-status-error to true
                   when fcode-note-add or fcode-note-next
                       or fcode-diary-next
                       set innote-status-error to true
                       set insum-status-error to true
                   when fcode-report-list or fcode-report-page
                       set inrpt-status-error to true
                   when fcode-susp-next or fcode-susp-alloc
                       set insusp-status-error to true
                   when fcode-appr-next or fcode-appr-approve
                       or fcode-appr-reject
                       set inappr-status-error to true
                   when fcode-case-any
                       set incase-status-error to true
                   when fcode-stand-any
                       set instand-status-error to true
                   when fcode-quote-any
                       set inqt-status-error to true
                   when fcode-health or fcode-shutdown
                       set inhlth-status-error to true
                   when other
               exit section
           end-if
           display "Hello From Server!"

      *          A sign-on or password change carries passwords as
      *          typed, and the console log is no place for them.

           if fcode-login or fcode-pwd-change
               display "Input from client: " input-record-num " "
                   input-firstname " (Password Withheld)"
           else
               display "Input from client: " input-rec
           end-if
           evaluate true
               when fcode-login
                   perform login-user

      *          A password change proves the operator by the old
      *          password it carries, so it needs no signed-on
      *          session -- an operator whose password has just
      *          expired can still put a new one in.

               when fcode-pwd-change
                   perform change-own-password
               when not session-authenticated(ws-session-idx)
                   display "Not Authenticated - Login Required"

                       when fcode-order-add or fcode-order-list
                           or fcode-order-amend or fcode-order-cancel
                           or fcode-order-close or fcode-order-arch
                           or fcode-order-line-add
                           set inord-status-error to true
                       when fcode-order-line-list
                           set inline-status-error to true
                       when fcode-order-return
                           set incrn-status-error to true
                       when fcode-note-add or fcode-note-next
                           or fcode-diary-next
                           set innote-status-error to true
                           set insum-status-error to true
                       when fcode-report-list or fcode-report-page
                           set inrpt-status-error to true
                       when fcode-susp-next or fcode-susp-alloc
                           set insusp-status-error to true
                       when fcode-appr-next or fcode-appr-approve
                           or fcode-appr-reject
                           set inappr-status-error to true
                       when fcode-case-any
                           set incase-status-error to true
                       when fcode-stand-any
                           set instand-status-error to true
                       when fcode-quote-any
                           set inqt-status-error to true
                       when fcode-health or fcode-shutdown
                           set inhlth-status-error to true
                       when other
                       or fcode-merge or fcode-health
                       or fcode-shutdown or fcode-undelete
                       or fcode-oper-add or fcode-oper-disable
                       or fcode-oper-reset or fcode-appr-next
                       or fcode-appr-approve or fcode-appr-reject
                       or fcode-parent-link)
                   and not session-admin(ws-session-idx)
                   perform deny-function

                   perform close-order
               when fcode-order-arch
                   perform search-order-archive
               when fcode-order-line-add
                   perform add-order-line
               when fcode-order-line-list
                   perform list-order-lines
               when fcode-order-return
                   perform return-order-goods
               when fcode-report-list
                   perform list-report-catalogue
               when fcode-report-page
                   perform page-report-lines
               when fcode-susp-next
                   perform next-suspense-item
               when fcode-susp-alloc
                   perform allocate-suspense-item
               when fcode-credit-limit
                   perform set-credit-limit
               when fcode-acct-mgr
                   perform assign-account-manager
               when fcode-parent-link
                   perform set-parent-link
               when fcode-appr-next
                   perform next-approval-request
               when fcode-appr-approve
                   perform approve-request
               when fcode-appr-reject
                   perform reject-request
               when fcode-case-open
                   perform open-case
               when fcode-case-update
                   perform update-case
               when fcode-case-assign
                   perform reassign-case
               when fcode-case-close
                   perform close-case
               when fcode-case-next
                   perform next-case
               when fcode-stand-add
                   perform add-standing-order
               when fcode-stand-suspend
                   perform suspend-standing-order
               when fcode-stand-resume
                   perform resume-standing-order
               when fcode-stand-end
                   perform end-standing-order
               when fcode-stand-next
                   perform next-standing-order
               when fcode-quote-add
                   perform add-quote
               when fcode-quote-line
                   perform add-quote-line
               when fcode-quote-lines
                   perform list-quote-lines
               when fcode-quote-next
                   perform next-quote
               when fcode-quote-print
                   perform request-quote-print
               when fcode-quote-convert
                   perform convert-quote
               when fcode-quote-decline
                   perform decline-quote
               when fcode-note-add
                   perform add-note
               when fcode-note-next
                   move "RPTLIST"   to ws-diag-function
               when fcode-report-page
                   move "RPTPAGE"   to ws-diag-function
               when fcode-susp-next
                   move "SUSPNEXT"  to ws-diag-function
               when fcode-susp-alloc
                   move "SUSPALLOC" to ws-diag-function
               when fcode-order-line-add
                   move "ORDLINEADD" to ws-diag-function
               when fcode-order-line-list
                   move "ORDLINES"  to ws-diag-function
               when fcode-order-return
                   move "ORDRETURN" to ws-diag-function
               when fcode-credit-limit
                   move "CREDLIMIT" to ws-diag-function
               when fcode-acct-mgr
                   move "ACCTMGR"   to ws-diag-function
               when fcode-parent-link
                   move "PARENT"    to ws-diag-function
               when fcode-pwd-change
                   move "PWDCHANGE" to ws-diag-function
               when fcode-appr-next
                   move "APPRNEXT"  to ws-diag-function
               when fcode-appr-approve
                   move "APPROVE"   to ws-diag-function
               when fcode-appr-reject
                   move "APPRREJECT" to ws-diag-function
               when fcode-case-open
                   move "CASEOPEN"  to ws-diag-function
               when fcode-case-update
                   move "CASEUPD"   to ws-diag-function
               when fcode-case-assign
                   move "CASEASSIGN" to ws-diag-function
               when fcode-case-close
                   move "CASECLOSE" to ws-diag-function
               when fcode-case-next
                   move "CASENEXT"  to ws-diag-function
               when fcode-stand-add
                   move "STANDADD"  to ws-diag-function
               when fcode-stand-suspend
                   move "STANDSUSP" to ws-diag-function
               when fcode-stand-resume
                   move "STANDRESUM" to ws-diag-function
               when fcode-stand-end
                   move "STANDEND"  to ws-diag-function
               when fcode-stand-next
                   move "STANDNEXT" to ws-diag-function
               when fcode-quote-add
                   move "QUOTEADD"  to ws-diag-function
               when fcode-quote-line
                   move "QUOTELINE" to ws-diag-function
               when fcode-quote-lines
                   move "QUOTELIST" to ws-diag-function
               when fcode-quote-next
                   move "QUOTENEXT" to ws-diag-function
               when fcode-quote-print
                   move "QUOTEPRINT" to ws-diag-function
               when fcode-quote-convert
                   move "QUOTECONV" to ws-diag-function
               when fcode-quote-decline
                   move "QUOTEDECL" to ws-diag-function
               when other
                   move "UNKNOWN"   to ws-diag-function
           end-evaluate
           .

       judge-operator-login section.
           move ws-lastname to ws-pwd-text-word
           perform check-typed-password
           evaluate true
               when op-oper-locked
                   display "Login Rejected - Operator Locked Out"
                   display "Login Rejected - Operator Disabled"
                   set input-status-error to true
                   perform journal-login-failure
               when not password-matches
                   perform count-login-failure
               when other
                   perform check-password-age
           move op-oper-branch to ws-session-branch(ws-session-idx)
           move op-oper-id     to ws-session-user(ws-session-idx)
           move 0 to op-oper-fails
           if password-needs-coding
               move ws-lastname to ws-pwd-text-word
               perform store-new-password
           end-if
           rewrite op-record
               invalid key
                   continue

       seed-one-operator section.
           move ws-valid-username(ws-login-index) to op-oper-id
           move ws-valid-password(ws-login-index) to ws-pwd-text-word
           perform store-new-password
           move ws-valid-level(ws-login-index)    to op-oper-level
           move ws-valid-branch(ws-login-index)   to op-oper-branch
           set op-oper-active to true
               exit section
           end-if
           move ws-firstname   to op-oper-id
           move ws-lastname    to ws-pwd-text-word
           perform store-new-password
           move ws-consent(1:1) to op-oper-level
           move input-branch   to op-oper-branch
           set op-oper-active to true
      *      The reset is the leaver's opposite number: it sets the
      *      password the supervisor hands over (a blank keeps the
      *      old one), clears the lockout count, re-activates the
      *      record and restarts the ageing clock. The password it
      *      replaces goes into the history like any other change.

       reset-operator section.
           perform open-custoper-io
                   set input-status-not-found to true
               not invalid key
                   if ws-lastname not = spaces
                       perform push-password-history
                       move ws-lastname to ws-pwd-text-word
                       perform store-new-password
                   end-if
                   set op-oper-active to true
                   move 0 to op-oper-fails
           close custOperators
           .

      *      An operator's own change of password: the operator id
      *      rides in the firstname field, the current password in
      *      the lastname field and the new one in the first bytes
      *      of the address field. A wrong current password counts
      *      toward the lockout exactly as a failed sign-on does.

       change-own-password section.
           if ws-firstname = spaces or ws-lastname = spaces
               or ws-address(1:25) = spaces
               display "Password Change Rejected - Id, Old And New "
                   "Password Required"
               set input-status-error to true
               exit section
           end-if
           perform open-custoper-io
           if custoper-status-bad-open
               set input-status-error to true
               exit section
           end-if
           move ws-firstname to op-oper-id
           read custOperators with lock
               invalid key
                   display "Password Change Rejected - Invalid "
                       "Credentials"
                   set input-status-error to true
                   perform journal-login-failure
               not invalid key
                   perform judge-password-change
           end-read
           close custOperators
           .

       judge-password-change section.
           move ws-lastname to ws-pwd-text-word
           perform check-typed-password
           evaluate true
               when op-oper-locked or op-oper-disabled
                   display "Password Change Rejected - Operator Not "
                       "Active"
                   set input-status-error to true
                   perform journal-login-failure
                   exit section
               when not password-matches
                   perform count-login-failure
                   exit section
           end-evaluate
           move ws-address(1:25) to ws-pwd-new-word
           perform check-password-reuse
           if password-reused
               display "Password Change Rejected - Password Used "
                   "Recently"
               set input-status-error to true
               move "PWDREUSED"   to ws-sec-event
               move lnk-client-id to ws-sec-client-id
               move lnk-tagname   to ws-sec-tagname
               move ws-firstname  to ws-sec-username
               move "PWDCHANGE"   to ws-sec-function
               perform write-security-record
               exit section
           end-if
           perform push-password-history
           move ws-pwd-new-word to ws-pwd-text-word
           perform store-new-password
           move 0 to op-oper-fails
           move function current-date(1:8) to op-oper-pwd-date
           rewrite op-record
               invalid key
                   display "Password Could Not Be Changed"
                   set input-status-error to true
               not invalid key
                   display "Password Changed: " op-oper-id
                   set input-status-ok to true
                   move "PWDCHANGE" to ws-audit-op
                   perform write-operator-audit
           end-rewrite
           .

      *      Proves the password in ws-pwd-text-word against the
      *      operator row just read. A row the conversion has not
      *      reached yet still holds the password as typed; a match
      *      there is accepted once and flagged so the caller codes
      *      it before rewriting the row.

       check-typed-password section.
           move "N" to ws-pwd-match-flag
           move "N" to ws-pwd-upgrade-flag
           if op-oper-pwd-hashed
               move op-oper-pwd-salt to ws-pwd-text-salt
               perform hash-password
               if ws-pwd-coded = op-oper-password
                   set password-matches to true
               end-if
           else
               if ws-pwd-text-word = op-oper-password
                   set password-matches to true
                   set password-needs-coding to true
               end-if
           end-if
           .

      *      Codes the password in ws-pwd-text-word under a fresh
      *      salt into the operator row.

       store-new-password section.
           perform make-password-salt
           perform hash-password
           move ws-pwd-coded to op-oper-password
           .

      *      The salt only has to differ from one password to the
      *      next, so the time of day to the hundredth, the date and
      *      a running count are enough to draw it from.

       make-password-salt section.
           add 1 to ws-pwd-salt-seq
           move function current-date(1:8) to ws-oper-date-num
           move function current-date(9:8) to ws-pwd-salt-num
           compute ws-pwd-salt-work = ws-pwd-salt-num
               + ws-oper-date-num * 13 + ws-pwd-salt-seq * 7919
           compute ws-pwd-salt-num =
               function mod(ws-pwd-salt-work, 100000000)
           move ws-pwd-salt-num to ws-pwd-text-salt
           .

       hash-password section.
           move 0 to ws-pwd-h1 ws-pwd-h2
           perform hash-password-round
               varying ws-pwd-round from 1 by 1
               until ws-pwd-round > ws-pwd-rounds
           move "#"              to ws-pwd-coded-scheme
           move ws-pwd-text-salt to ws-pwd-coded-salt
           move ws-pwd-h1        to ws-pwd-coded-h1
           move ws-pwd-h2        to ws-pwd-coded-h2
           .

       hash-password-round section.
           perform hash-password-char
               varying ws-pwd-char-idx from 1 by 1
               until ws-pwd-char-idx > length of ws-pwd-text
           .

       hash-password-char section.
           compute ws-pwd-h1 = function mod(ws-pwd-h1 * 131
               + function ord(ws-pwd-text(ws-pwd-char-idx:1))
               + ws-pwd-round, 99999989)
           compute ws-pwd-h2 = function mod(ws-pwd-h2 * 257
               + ws-pwd-h1 + ws-pwd-char-idx, 99999971)
           .

      *      The new password is coded under the salt of each
      *      password it is checked against -- the current one and
      *      the recent ones on the history row.

       check-password-reuse section.
           move "N" to ws-pwd-reused-flag
           move ws-pwd-new-word to ws-pwd-text-word
           if op-oper-pwd-hashed
               move op-oper-pwd-salt to ws-pwd-text-salt
               perform hash-password
               if ws-pwd-coded = op-oper-password
                   set password-reused to true
               end-if
           else
               if ws-pwd-new-word = op-oper-password
                   set password-reused to true
               end-if
           end-if
           if password-reused
               exit section
           end-if
           perform read-password-history
           if not pwdhist-row-found
               exit section
           end-if
           perform check-one-old-password
               varying ws-pwd-hist-idx from 1 by 1
               until ws-pwd-hist-idx > ws-pwd-reuse-count
                   or password-reused
           .

       check-one-old-password section.
           if ph-hist-coded(ws-pwd-hist-idx) = spaces
               exit section
           end-if
           move ph-hist-coded(ws-pwd-hist-idx)(2:8)
               to ws-pwd-text-salt
           perform hash-password
           if ws-pwd-coded = ph-hist-coded(ws-pwd-hist-idx)
               set password-reused to true
           end-if
           .

       read-password-history section.
           move "N" to ws-pwdhist-found-flag
           open input custPwdHist
           if pwdhist-status-bad-open
               exit section
           end-if
           move op-oper-id to ph-hist-oper-id
           read custPwdHist with no lock
               invalid key
                   continue
               not invalid key
                   set pwdhist-row-found to true
           end-read
           close custPwdHist
           .

      *      Moves the operator's current password to the top of the
      *      history row, oldest dropping off the bottom. A password
      *      still held as typed is coded first, so the history never
      *      holds one in clear.

       push-password-history section.
           if op-oper-pwd-hashed
               move op-oper-password to ws-pwd-coded
           else
               move op-oper-password to ws-pwd-text-word
               perform make-password-salt
               perform hash-password
           end-if
           open i-o custPwdHist
           if pwdhist-status-bad-open
               open output custPwdHist
               close custPwdHist
               open i-o custPwdHist
           end-if
           if pwdhist-status-bad-open
               display "Password History Not Available"
               exit section
           end-if
           move "N" to ws-pwdhist-found-flag
           move op-oper-id to ph-hist-oper-id
           read custPwdHist with lock
               invalid key
                   move spaces to ph-record
                   move op-oper-id to ph-hist-oper-id
               not invalid key
                   set pwdhist-row-found to true
           end-read
           perform shift-password-history
               varying ws-pwd-hist-idx from ws-pwd-hist-max by -1
               until ws-pwd-hist-idx < 2
           move ws-pwd-coded to ph-hist-coded(1)
           move function current-date(1:8) to ph-hist-date(1)
           if pwdhist-row-found
               rewrite ph-record
                   invalid key
                       display "Password History Not Updated: "
                           op-oper-id
               end-rewrite
           else
               write ph-record
                   invalid key
                       display "Password History Not Written: "
                           op-oper-id
               end-write
           end-if
           close custPwdHist
           .

       shift-password-history section.
           move ph-hist-entry(ws-pwd-hist-idx - 1)
               to ph-hist-entry(ws-pwd-hist-idx)
           .

      *      Proves a branch code against the master built by
      *      custBranchLoad. Until that load has ever run the master
      *      is simply not there, and the check stands aside --
           evaluate true
               when fcode-health or fcode-shutdown
                   set inhlth-status-error to true
               when fcode-appr-next or fcode-appr-approve
                   or fcode-appr-reject
                   set inappr-status-error to true
               when other
                   set input-status-error to true
           end-evaluate

           move spaces to ws-del-flag ws-del-date
           move spaces to ws-mail-rtn-flag ws-mail-rtn-date
           move spaces to ws-dun-level ws-dun-date
           move spaces to ws-acct-mgr
           move spaces to ws-parent ws-bill-parent ws-family-head
                          ws-group-limit
           move spaces to ws-email-bad ws-phone-bad ws-bounce-date
           move ws-session-branch(ws-session-idx) to ws-branch
           move ws-record-information to f-record-information
           write f-record-information
       write-audit-record section.
           move function current-date to ws-audit-timestamp
           move ws-branch to ws-audit-branch
           evaluate true

      *          An approved change is stamped with the operator who
      *          keyed it and the one who approved it -- the caller
      *          has filled in both.

               when ws-audit-approver not = spaces
                   continue
               when ws-session-idx > 0
                   and ws-session-idx <= ws-session-max
                   and ws-session-user(ws-session-idx) not = spaces
                   move ws-session-user(ws-session-idx)
                       to ws-audit-operator
               when other
                   move "SYSTEM" to ws-audit-operator
           end-evaluate
           perform assign-audit-seq
           open extend custAudit
           write audit-record from ws-audit-line
           close custAudit
           move spaces to ws-audit-approver
           .

       assign-audit-seq section.
                           exit section
                       end-if

      *                  A new name keyed together with a new address
      *                  waits for a second operator's approval. It is
      *                  lodged on its own: a phone, email or consent
      *                  change in the same call is refused, the same
      *                  way a parked address refuses them, so one
      *                  keyed screen never lands half now and half
      *                  later.

                       if (ws-firstname not = f-firstname
                               or ws-lastname not = f-lastname)
                           and ws-address not = f-address
                           if ws-phone not = f-phone
                               or ws-email not = f-email
                               or ws-consent not = f-consent
                               display "Update Rejected - A Name And "
                                   "Address Change Goes For "
                                   "Approval On Its Own"
                               set input-status-error to true
                           else
                               perform lodge-name-approval
                           end-if
                           exit section
                       end-if

      *                  A fresh address clears the returned-mail
      *                  mark -- chasing the customer for a current
      *                  address is the whole point of the mark, and
                           move spaces to f-mail-rtn-flag
                                          f-mail-rtn-date
                       end-if

      *                  The same for a bounced email or mobile: a new
      *                  one keyed is tried afresh.

                       if f-email-bounced
                           and ws-email not = f-email
                           move spaces to f-email-bad
                       end-if
                       if f-phone-bounced
                           and ws-phone not = f-phone
                           move spaces to f-phone-bad
                       end-if
                       if f-email-bad = spaces
                           and f-phone-bad = spaces
                           move spaces to f-bounce-date
                       end-if
                       move ws-firstname to f-firstname
                       move ws-lastname to f-lastname
                       move ws-address to f-address
               move ws-email       to input-email
               move ws-consent     to input-consent
               move ws-branch      to input-branch
               move ws-email-bad   to input-email-bad
               move ws-phone-bad   to input-phone-bad
               move ws-bounce-date to input-bounce-date
               set input-status-ok to true
               display input-rec
               move "SEARCH"      to ws-audit-op
               move ws-email       to input-email
               move ws-consent     to input-consent
               move ws-branch      to input-branch
               move ws-email-bad   to input-email-bad
               move ws-phone-bad   to input-phone-bad
               move ws-bounce-date to input-bounce-date
               set input-status-ok to true
               display input-rec
               move "SEARCH"      to ws-audit-op
               move ws-email       to input-email
               move ws-consent     to input-consent
               move ws-branch      to input-branch
               move ws-email-bad   to input-email-bad
               move ws-phone-bad   to input-phone-bad
               move ws-bounce-date to input-bounce-date
               set input-status-ok to true
               display input-rec
               move "SEARCH"      to ws-audit-op
               move ws-email       to input-email
               move ws-consent     to input-consent
               move ws-branch      to input-branch
               move ws-email-bad   to input-email-bad
               move ws-phone-bad   to input-phone-bad
               move ws-bounce-date to input-bounce-date
               set input-status-ok to true
               display input-rec
           else
           if ws-order-status = space
               set ws-order-open to true
           end-if

      *          Nothing is ever paid on an order at the moment it is
      *          keyed but the points the customer spends on it --
      *          receipts arrive through the receipts run.

           move ws-order-pts-value to ws-order-paid
           perform split-new-order-vat

      *          The invoice number is issued on dispatch or close,
      *          never keyed.

           move spaces to ws-order-invoice ws-order-inv-date
           move zero to ws-order-credited
           move spaces to ws-order-pick-date ws-order-consign
                          ws-order-dlv-date ws-order-dlv-status
                          ws-order-dd-state ws-order-dd-date
           move zero to ws-order-dd-tries ws-order-dd-amount

      *          Stock for the item is reserved as the order is
      *          taken; an item the warehouse cannot cover puts the
      *          order on back-order until the stock run finds it.

           move ws-order-item to ws-stock-item
           move ws-order-qty  to ws-stock-qty
           perform reserve-item-stock
           if stock-backordered
               and ws-order-unpicked
               set ws-order-backordered to true
           end-if

      *          Every order taken now carries its first line on
      *          custOrdLines.dat -- more can be added to it later.

           move 1 to ws-order-lines
           move ws-order-information to o-order-information
           write o-order-information
               invalid key
                   display "Order Key Invalid or Already Exists"
                   set inord-status-error to true
                   if stock-reserved
                       perform release-item-stock
                   end-if
               not invalid key
                   display "Order Added: " ws-order-num
                   if ws-order-backordered
                       display "Order Back-Ordered - Awaiting Stock: "
                           ws-order-num
                   end-if
                   perform write-first-order-line
                   move ws-order-cust   to ws-ledger-cust
                   move ws-order-num    to ws-ledger-order
                                           ws-ledger-ref
                   move ws-order-amount to ws-ledger-amount
                   set ws-ledger-debit to true
                   perform post-ledger-entry
                   perform spend-order-points
                   move ws-order-information to
                       input-order-rec(1:length of ws-order-information)
                   set inord-status-ok to true
                   move ws-order-desc   to ws-audit-after-address
                   move ws-order-amount to ws-audit-after-phone
                   perform write-audit-record
                   set ws-nfy-confirm   to true
                   move ws-order-num    to ws-nfy-order
                   move ws-order-cust   to ws-nfy-cust
                   move ws-order-date   to ws-nfy-ord-date
                   move ws-order-amount to ws-nfy-amount
                   move spaces          to ws-nfy-invoice
                   perform write-order-notification
           end-write
           close custOrders
           .

      *      Order messages for the email/SMS gateway. The caller fills
      *      in the message type and the order; the message goes to
      *      the customer's email when it has one that has not
      *      bounced, otherwise by SMS to a mobile number that has not
      *      bounced. These are service messages about an order the
      *      customer placed, so they go whatever the marketing
      *      consent indicators say. A customer with neither goes on
      *      custNotifySkip.dat for the counter to ask for one.

       write-order-notification section.
           move function current-date(1:14) to ws-nfy-stamp
           move spaces to ws-nfy-channel ws-nfy-address ws-nfy-name
           move ws-nfy-cust to f-record-num
           read custFile with no lock
               invalid key
                   continue
               not invalid key
                   move f-firstname to ws-nfy-name
                   perform choose-notify-address
           end-read
           if ws-nfy-address = spaces
               add 1 to ws-nfy-skipped-count
               display "Order Message Skipped - No Usable Email Or "
                   "Phone: " ws-nfy-cust " Skipped: "
                   ws-nfy-skipped-count
               open extend custNotifySkip
               if notifyskip-status-bad-open
                   open output custNotifySkip
               end-if
               write notifyskip-record from ws-notify-line
               close custNotifySkip
               exit section
           end-if

      *          The gateway takes the file away as it sends, so the
      *          first message after a collection creates it again.

           open extend custNotify
           if notify-status-bad-open
               open output custNotify
           end-if
           write notify-record from ws-notify-line
           close custNotify
           .

       choose-notify-address section.
           if f-email not = spaces
               and not f-email-bounced
               move 0 to ws-nfy-at-count
               inspect f-email tallying ws-nfy-at-count for all "@"
               if ws-nfy-at-count = 1
                   set ws-nfy-by-email to true
                   move f-email to ws-nfy-address
                   exit section
               end-if
           end-if
           if f-phone not = spaces
               and not f-phone-bounced
               and (f-phone(1:2) = "07" or f-phone(1:4) = "+447")
               set ws-nfy-by-sms to true
               move f-phone to ws-nfy-address
           end-if
           .

       validate-add-order section.
           set record-valid to true
           perform price-order-from-item
                           "Delete: " ws-order-cust
                   end-if
           end-read
           if record-valid
               perform apply-price-agreement
           end-if
           if record-valid
               perform check-points-redeemable
           end-if
           .

      *      Points offered against an order must be on the
      *      customer's balance, and may not be worth more than the
      *      order they are spent on -- points are never cashed out.

       check-points-redeemable section.
           if ws-order-pts-redeemed not numeric
               move 0 to ws-order-pts-redeemed
           end-if
           move 0 to ws-order-pts-value ws-order-pts-earned
           if ws-order-pts-redeemed = 0
               exit section
           end-if
           move ws-order-cust to ws-pts-cust
           perform read-points-balance
           if ws-order-pts-redeemed > ws-pts-balance
               set record-invalid to true
               display "Order Rejected - Not Enough Points: "
                   ws-order-cust " Balance " ws-pts-balance
               exit section
           end-if
           compute ws-order-pts-value =
               ws-order-pts-redeemed * ws-pts-value-pence / 100
           if ws-order-pts-value > ws-order-amount
               set record-invalid to true
               display "Order Rejected - Points Worth More Than The "
                   "Order: " ws-order-cust
           end-if
           .

      *      The points spent come off the customer's balance, and
      *      what they were worth goes on the account as paid against
      *      the order, referenced POINTS rather than a till receipt.

       spend-order-points section.
           if ws-order-pts-redeemed = 0
               exit section
           end-if
           move ws-order-cust   to ws-ledger-cust
           move ws-order-num    to ws-ledger-order
           move "POINTS"        to ws-ledger-ref
           move ws-order-pts-value to ws-ledger-amount
           set ws-ledger-credit to true
           perform post-ledger-entry
           move ws-order-cust   to ws-pts-cust
           move ws-order-num    to ws-pts-order
           move "S"             to ws-pts-type
           move ws-order-pts-redeemed to ws-pts-moved
           perform post-points-movement
           .

      *      Exposure is what the customer still owes on their open
      *      orders -- each order's amount less what has been paid
      *      against it -- less any money they hold on account, plus
      *      what they will owe on the order being keyed once the
      *      points they spend on it are taken off; a zero (or legacy
      *      blank) limit on the record means no limit at all.

      *      The customer's own limit is judged first. A customer in
      *      a family whose parent carries a group limit is then
      *      judged again against that, on the open orders of the
      *      parent and every site together.

       check-credit-limit section.
           move "N" to ws-credit-flag
           move 0 to ws-credit-exposure
               invalid key
                   exit section
           end-read
           move spaces to ws-fam-head
           if f-parent not = spaces
               move f-parent to ws-fam-head
           else
               if f-is-parent
                   move ws-order-cust to ws-fam-head
               end-if
           end-if
           if f-credit-limit numeric
               and f-credit-limit not = zero
               move f-credit-limit to ws-credit-limit-hold
               move ws-order-cust to ws-exposure-cust
               perform sum-customer-exposure
               if ws-credit-exposure + ws-order-amount
                   - ws-order-pts-value > ws-credit-limit-hold
                   set credit-exceeded to true
                   exit section
               end-if
           end-if
           if ws-fam-head not = spaces
               perform check-group-limit
           end-if
           .

       check-group-limit section.
           move ws-fam-head to f-record-num
           read custFile with no lock
               invalid key
                   exit section
           end-read
           if not f-group-limit-on
               or f-credit-limit not numeric
               or f-credit-limit = zero
               exit section
           end-if
           move f-credit-limit to ws-credit-limit-hold
           move 0 to ws-credit-exposure
           move ws-fam-head to ws-exposure-cust
           perform sum-customer-exposure
           perform start-family-scan
           perform add-family-exposure until end-of-family
           if ws-credit-exposure + ws-order-amount - ws-order-pts-value
               > ws-credit-limit-hold
               display "Group Credit Limit Exceeded - Family Of "
                   ws-fam-head
               set credit-exceeded to true
           end-if
           .

       add-family-exposure section.
           perform next-family-member
           if family-member-found
               move f-record-num to ws-exposure-cust
               perform sum-customer-exposure
           end-if
           .

       sum-customer-exposure section.
           move 0 to ws-cust-exposure
           move "N" to ws-orders-eof-flag
           open input custOrders
           if custorders-status-bad-open
               continue
           else
               move ws-exposure-cust to o-order-cust
               start custOrders key is equal to o-order-cust
                   invalid key
                       set end-of-orders to true
               perform sum-open-order until end-of-orders
               close custOrders
           end-if
           move ws-exposure-cust to ws-ledger-cust
           perform sum-on-account
           if ws-on-account-value < ws-cust-exposure
               compute ws-credit-exposure = ws-credit-exposure
                   + ws-cust-exposure - ws-on-account-value
           end-if
           .

               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = ws-exposure-cust
                       set end-of-orders to true
                   else
                       if o-order-num not = ws-control-key
                           and o-order-open
                           perform add-order-outstanding
                       end-if
                   end-if
           end-read
           .

      *      An order written before paid-to-date was carried has no
      *      usable paid figure and counts as wholly unpaid.

       add-order-outstanding section.
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-cust-exposure = ws-cust-exposure
                   + o-order-amount - ws-order-settled
           end-if
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

      *      Money held on account is the sum of the customer's A rows
      *      on the ledger -- the rows that belong to no one order. No
      *      ledger yet simply means nothing is held.

       sum-on-account section.
           move 0 to ws-on-account-value
           move "N" to ws-ledger-eof-flag
           open input custLedger
           if custledger-status-bad-open
               exit section
           end-if
           move ws-ledger-cust to lg-ledger-cust
           move 0 to lg-ledger-seq
           start custLedger key is not less than lg-ledger-key
               invalid key
                   set end-of-ledger to true
               not invalid key
                   continue
           end-start
           perform sum-one-ledger-row until end-of-ledger
           close custLedger
           .

       sum-one-ledger-row section.
           read custLedger next with no lock
               at end
                   set end-of-ledger to true
               not at end
                   if lg-ledger-cust not = ws-ledger-cust
                       set end-of-ledger to true
                   else
                       if lg-ledger-on-account
                           add lg-ledger-amount to ws-on-account-value
                       end-if
                   end-if
           end-read
           .

      *      Posts the row the caller has built in ws-ledger-information
      *      -- customer, type, order, reference and amount -- stamped
      *      with today's date and the session's operator. A brand-new
      *      install has no custLedger.dat until the first posting.

       post-ledger-entry section.
           open i-o custLedger
           if custledger-status-bad-open
               open output custLedger
               close custLedger
               open i-o custLedger
           end-if
           if custledger-status-bad-open
               display "custLedger Open Failed - Status "
                   ws-custledger-status
               exit section
           end-if
           perform assign-next-ledger-seq
           move ws-next-ledger-seq to ws-ledger-seq
           move function current-date(1:8) to ws-ledger-date
           if ws-session-idx > 0
               and ws-session-idx <= ws-session-max
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx)
                   to ws-ledger-source
           else
               move "SYSTEM" to ws-ledger-source
           end-if
           move ws-ledger-information to lg-ledger-information
           write lg-ledger-information
               invalid key
                   display "Ledger Row Could Not Be Posted: "
                       ws-ledger-cust " " ws-ledger-seq
           end-write
           close custLedger
           .

      *      The same control-record scheme as the order numbers --
      *      the next ledger sequence lives in the row keyed customer
      *      00000000, sequence zero, carried in its order field.

       assign-next-ledger-seq section.
           move ws-control-key to lg-ledger-cust
           move 0 to lg-ledger-seq
           read custLedger with lock
               invalid key
                   move 1 to ws-next-ledger-seq
               not invalid key
                   move lg-ledger-order-n to ws-next-ledger-seq
                   add 1 to ws-next-ledger-seq
           end-read
           move ws-control-key to lg-ledger-cust
           move 0 to lg-ledger-seq
           move spaces to lg-ledger-date lg-ledger-type lg-ledger-ref
                          lg-ledger-source
           move ws-next-ledger-seq to lg-ledger-order-n
           move zero to lg-ledger-amount
           rewrite lg-ledger-information
               invalid key
                   write lg-ledger-information
                       invalid key
                           display "Ledger Control Record Could Not "
                               "Be Created"
                   end-write
           end-rewrite
           .

      *      The override line carries the limit that was waved past
      *      in the before-phone column and the exposure the order
      *      takes the customer to in the after-phone column.
      *      not there and keyed pricing stands.

       price-order-from-item section.
           move 0 to ws-price-list-unit
           move spaces to ws-price-agr-item ws-price-agr-start
           if ws-order-qty not numeric
               or ws-order-qty = zero
               move 1 to ws-order-qty
           end-if
           move "S" to ws-order-vat-code
           if ws-order-item = spaces
               exit section
           end-if
                       display "Order Rejected - Item Retired: "
                           ws-order-item
                   else
                       compute ws-order-amount =
                           it-item-price * ws-order-qty
                           on size error
                               set record-invalid to true
                               display "Order Rejected - Quantity "
                                   "Too Large: " ws-order-qty
                       end-compute
                       move it-item-desc  to ws-order-desc
                       move it-item-price to ws-price-list-unit
                       if it-item-vat-code not = space
                           move it-item-vat-code to ws-order-vat-code
                       end-if
                   end-if
           end-read
           close custItems
           .

      *      Once the customer is known, an item priced from the
      *      master is repriced from their price agreement if one is
      *      in force -- the counter stops over-keying trade prices.

       apply-price-agreement section.
           move ws-order-cust to ws-price-cust
           move ws-order-item to ws-price-item
           open input custPrices
           perform find-price-agreement
           if not prices-status-bad-open
               close custPrices
           end-if
           if price-agreement-found
               compute ws-order-amount = ws-price-unit * ws-order-qty
           end-if
           .

      *      The agreement in force today for the customer and item:
      *      one for the item itself wins over one covering all
      *      items, and where an agreement has been renewed the one
      *      with the latest start date not after today is taken. An
      *      agreement only ever lowers the price -- one that would
      *      charge more than list leaves list standing.

       find-price-agreement section.
           move "N" to ws-price-agr-flag
           move spaces to ws-price-agr-item ws-price-agr-start
           move ws-price-list-unit to ws-price-unit
           if ws-price-item = spaces
               or ws-price-list-unit = 0
               or prices-status-bad-open
               exit section
           end-if
           move function current-date(1:8) to ws-price-today
           move ws-price-item to ws-price-scan-item
           perform scan-price-agreements
           if not price-agreement-found
               move spaces to ws-price-scan-item
               perform scan-price-agreements
           end-if
           if price-agreement-found
               and ws-price-unit not < ws-price-list-unit
               move "N" to ws-price-agr-flag
               move spaces to ws-price-agr-item ws-price-agr-start
               move ws-price-list-unit to ws-price-unit
           end-if
           .

       scan-price-agreements section.
           move "N" to ws-price-eof-flag
           move ws-price-cust      to pa-agr-cust
           move ws-price-scan-item to pa-agr-item
           move low-values         to pa-agr-start
           start custPrices key is greater than pa-agr-key
               invalid key
                   set end-of-prices to true
               not invalid key
                   continue
           end-start
           perform scan-next-price-agreement until end-of-prices
           .

       scan-next-price-agreement section.
           read custPrices next with no lock
               at end
                   set end-of-prices to true
               not at end
                   if pa-agr-cust not = ws-price-cust
                       or pa-agr-item not = ws-price-scan-item
                       set end-of-prices to true
                   else
                       if pa-agr-start not > ws-price-today
                           and (pa-agr-end = spaces
                               or pa-agr-end not < ws-price-today)
                           perform take-price-agreement
                       end-if
                   end-if
           end-read
           .

       take-price-agreement section.
           set price-agreement-found to true
           move pa-agr-item  to ws-price-agr-item
           move pa-agr-start to ws-price-agr-start
           if pa-agr-price > 0
               move pa-agr-price to ws-price-unit
           else
               compute ws-price-unit rounded =
                   ws-price-list-unit * (100 - pa-agr-disc) / 100
           end-if
           .

      *      Works out the VAT contained in a VAT-inclusive amount at
      *      the rate behind ws-vat-code -- an unknown or blank code
      *      is taken as standard and comes back as S.

       split-vat section.
           evaluate ws-vat-code
               when "R"
                   move ws-vat-rate-reduced to ws-vat-rate
               when "Z"
               when "E"
                   move 0 to ws-vat-rate
               when other
                   move "S" to ws-vat-code
                   move ws-vat-rate-standard to ws-vat-rate
           end-evaluate
           compute ws-vat-amount rounded =
               ws-vat-gross * ws-vat-rate / (100 + ws-vat-rate)
           compute ws-vat-net = ws-vat-gross - ws-vat-amount
           .

       split-new-order-vat section.
           move ws-order-vat-code to ws-vat-code
           move ws-order-amount   to ws-vat-gross
           perform split-vat
           move ws-vat-code   to ws-order-vat-code
           move ws-vat-amount to ws-order-vat
           move ws-vat-net    to ws-order-net
           .

      *      An order written before VAT was split out has its split
      *      worked out now, at the standard rate unless it says
      *      otherwise, before anything is added to it.

       normalise-order-vat section.
           if o-order-vat numeric
               and o-order-net numeric
               exit section
           end-if
           move o-order-vat-code to ws-vat-code
           move o-order-amount   to ws-vat-gross
           perform split-vat
           move ws-vat-code   to o-order-vat-code
           move ws-vat-amount to o-order-vat
           move ws-vat-net    to o-order-net
           .

      *      Line 1 of a new order is the item and quantity it was
      *      keyed with, at the unit price the amount works back to --
      *      a free-text order's line carries its description and
      *      keyed amount with no item code.

       write-first-order-line section.
           perform open-custordlines-io
           if ordlines-status-bad-open
               exit section
           end-if
           move ws-order-num    to ol-line-order
           move 1               to ol-line-seq
           move ws-order-item   to ol-line-item
           move ws-order-desc   to ol-line-desc
           move ws-order-qty    to ol-line-qty
           move ws-order-amount to ol-line-total
           compute ol-line-price rounded =
               ws-order-amount / ws-order-qty
           move ws-stock-flag   to ol-line-stock
           move ws-order-vat-code to ol-line-vat-code
           move ws-order-vat      to ol-line-vat
           move 0 to ol-line-returned
           move ws-price-list-unit to ol-line-list-price
           move ws-price-agr-item  to ol-line-agr-item
           move ws-price-agr-start to ol-line-agr-start
           write ol-line-information
               invalid key
                   display "Order Line Could Not Be Written: "
                       ws-order-num " 001"
           end-write
           close custOrdLines
           .

      *      custOrdLines.dat does not exist until the first order is
      *      taken on a new install -- created on that first open, the
      *      same as open-custorders-io does for the headers.

       open-custordlines-io section.
           open i-o custOrdLines
           if ordlines-status-bad-open
               open output custOrdLines
               close custOrdLines
               open i-o custOrdLines
           end-if
           if ordlines-status-bad-open
               display "custOrdLines Open Failed - Status "
                   ws-ordlines-status
           end-if
           .

      *      Adds a line to an order still open: the client sends the
      *      order number with the item and quantity (or, for a
      *      free-text line, a description and amount). The line is
      *      priced from the item master the way add-order prices an
      *      order, is held against the customer's credit limit like
      *      a new order, and the order amount goes up by the line
      *      total with a debit on the ledger for just that line.

       add-order-line section.
           move input-order-rec(1:length of ws-order-information)
               to ws-order-information
           if ws-order-num = spaces
               or ws-order-num = ws-control-key
               display "Order Number Required"
               set inord-status-error to true
               exit section
           end-if
           set record-valid to true
           perform price-order-from-item
           if record-valid
               and ws-order-amount not numeric
               display "Order Line Rejected - Amount Must Be Numeric"
               set record-invalid to true
           end-if
           if record-invalid
               set inord-status-error to true
               exit section
           end-if
           perform read-order-for-line
           if inord-status-error
               or inord-status-not-found
               exit section
           end-if
           perform apply-price-agreement

      *          The line is credit-checked as if it were an order of
      *          its own -- the order it joins is already counted in
      *          the customer's exposure. Points are only ever spent
      *          as an order is taken, never on a line, so whatever the
      *          client sent in the points fields is cleared first.

           perform ensure-custfile-open
           if input-status-error
               set inord-status-error to true
               exit section
           end-if
           move 0 to ws-order-pts-value ws-order-pts-redeemed
           perform check-credit-limit
           if credit-exceeded
               if session-admin(ws-session-idx)
                   display "Credit Limit Overridden By Supervisor: "
                       ws-order-cust
                   perform write-override-audit
               else
                   display "Order Line Rejected - Credit Limit "
                       "Exceeded: " ws-order-cust
                   set inord-status-error to true
                   exit section
               end-if
           end-if
           move ws-order-amount to ws-line-new-total
           move ws-order-vat-code to ws-vat-code
           move ws-line-new-total to ws-vat-gross
           perform split-vat
           move ws-vat-code   to ws-order-vat-code
           move ws-vat-amount to ws-line-new-vat
           perform fetch-order-for-change
           if not order-found
               exit section
           end-if
           if not o-order-open
               or o-order-picking
               display "Order Not Open For New Lines: "
                   ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if

      *          An order keyed before lines were carried has its
      *          header item brought down as line 1 first, so the
      *          lines always add up to the order amount.

           move "N" to ws-line-carry-flag
           if o-order-lines not numeric
               or o-order-lines = 0
               set carry-header-line to true
               move 1 to o-order-lines
           end-if
           if o-order-lines = 999
               display "Order Line Rejected - Order Already Has 999 "
                   "Lines: " ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           perform hold-order-before-values
           perform normalise-order-vat
           move o-order-amount to ws-line-old-total
           move o-order-vat    to ws-line-old-vat
           compute o-order-amount = o-order-amount + ws-line-new-total
               on size error
                   display "Order Line Rejected - Order Total Too "
                       "Large: " ws-order-num
                   set inord-status-error to true
                   close custOrders
                   exit section
           end-compute
           add ws-line-new-vat to o-order-vat
           compute o-order-net = o-order-amount - o-order-vat

      *          The new line reserves its own stock; one that cannot
      *          be covered holds the whole order back from picking.

           move ws-order-item to ws-stock-item
           move ws-order-qty  to ws-stock-qty
           perform reserve-item-stock
           if stock-backordered
               set o-order-backordered to true
           end-if
           add 1 to o-order-lines
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Updated: " ws-order-num
                   set inord-status-error to true
                   if stock-reserved
                       perform release-item-stock
                   end-if
               not invalid key
                   display "Order Line Added: " ws-order-num " "
                       o-order-lines
                   perform write-added-order-lines
                   perform return-order-to-client
                   move "ORDLINE"   to ws-audit-op
                   perform write-order-change-audit
                   move o-order-cust      to ws-ledger-cust
                   move o-order-num       to ws-ledger-order
                                             ws-ledger-ref
                   move ws-line-new-total to ws-ledger-amount
                   set ws-ledger-debit to true
                   perform post-ledger-entry
           end-rewrite
           close custOrders
           .

      *      The order is read without a lock just to learn whose it
      *      is and that it is still open before the credit check --
      *      fetch-order-for-change takes the lock afterwards.

       read-order-for-line section.
           open input custOrders
           if custorders-status-bad-open
               display "Order Not Found: " ws-order-num
               set inord-status-not-found to true
               exit section
           end-if
           move ws-order-num to o-order-num
           read custOrders with no lock
               invalid key
                   display "Order Not Found: " ws-order-num
                   set inord-status-not-found to true
               not invalid key
                   evaluate true
                       when not o-order-open
                           display "Order Not Open - Cannot Add A "
                               "Line: " ws-order-num
                           set inord-status-error to true
                       when o-order-picking
                           display "Order In Fulfilment - Cannot Add "
                               "A Line: " ws-order-num
                           set inord-status-error to true
                       when other
                           move o-order-cust to ws-order-cust
                   end-evaluate
           end-read
           close custOrders
           .

       write-added-order-lines section.
           perform open-custordlines-io
           if ordlines-status-bad-open
               exit section
           end-if
           if carry-header-line
               move o-order-num   to ol-line-order
               move 1             to ol-line-seq
               move o-order-item  to ol-line-item
               move o-order-desc  to ol-line-desc
               if o-order-qty not numeric
                   or o-order-qty = zero
                   move 1 to ol-line-qty
               else
                   move o-order-qty to ol-line-qty
               end-if
               move ws-line-old-total to ol-line-total
               compute ol-line-price rounded =
                   ws-line-old-total / ol-line-qty
               move o-order-vat-code  to ol-line-vat-code
               move ws-line-old-vat   to ol-line-vat
               move space to ol-line-stock
               move 0 to ol-line-returned
               move 0 to ol-line-list-price
               move spaces to ol-line-agr-item ol-line-agr-start
               write ol-line-information
                   invalid key
                       display "Order Line Could Not Be Written: "
                           o-order-num " 001"
               end-write
           end-if
           move o-order-num       to ol-line-order
           move o-order-lines     to ol-line-seq
           move ws-order-item     to ol-line-item
           move ws-order-desc     to ol-line-desc
           move ws-order-qty      to ol-line-qty
           move ws-line-new-total to ol-line-total
           compute ol-line-price rounded =
               ws-line-new-total / ws-order-qty
           move ws-stock-flag     to ol-line-stock
           move ws-order-vat-code to ol-line-vat-code
           move ws-line-new-vat   to ol-line-vat
           move 0 to ol-line-returned
           move ws-price-list-unit to ol-line-list-price
           move ws-price-agr-item  to ol-line-agr-item
           move ws-price-agr-start to ol-line-agr-start
           write ol-line-information
               invalid key
                   display "Order Line Could Not Be Written: "
                       o-order-num " " o-order-lines
           end-write
           close custOrdLines
           .

      *      Reserves ws-stock-qty of ws-stock-item against what the
      *      warehouse holds and has not already promised. A blank
      *      item, a missing master or an unknown item holds no stock;
      *      a shortfall reserves nothing and the line goes on
      *      back-order for the whole quantity.

       reserve-item-stock section.
           move space to ws-stock-flag
           if ws-stock-item = spaces
               or ws-stock-qty not numeric
               or ws-stock-qty = zero
               exit section
           end-if
           open i-o custItems
           if items-status-bad-open
               exit section
           end-if
           move ws-stock-item to it-item-code
           read custItems with lock
               invalid key
                   close custItems
                   exit section
           end-read
           perform normalise-item-stock
           if it-item-on-hand > it-item-allocated
               compute ws-stock-available =
                   it-item-on-hand - it-item-allocated
           else
               move 0 to ws-stock-available
           end-if
           if ws-stock-available < ws-stock-qty
               set stock-backordered to true
               close custItems
               exit section
           end-if
           add ws-stock-qty to it-item-allocated
           rewrite it-record
               invalid key
                   display "Stock Could Not Be Reserved: "
                       ws-stock-item
                   set stock-backordered to true
               not invalid key
                   set stock-reserved to true
           end-rewrite
           close custItems
           .

      *      Gives a reservation back -- the order was cancelled or
      *      closed, or the line's quantity changed.

       release-item-stock section.
           if ws-stock-item = spaces
               or ws-stock-qty not numeric
               exit section
           end-if
           open i-o custItems
           if items-status-bad-open
               exit section
           end-if
           move ws-stock-item to it-item-code
           read custItems with lock
               invalid key
                   close custItems
                   exit section
           end-read
           perform normalise-item-stock
           if it-item-allocated > ws-stock-qty
               subtract ws-stock-qty from it-item-allocated
           else
               move 0 to it-item-allocated
           end-if
           rewrite it-record
               invalid key
                   display "Stock Reservation Could Not Be Released: "
                       ws-stock-item
           end-rewrite
           close custItems
           .

      *      An item row written before stock was carried has never
      *      been counted and holds nothing.

       normalise-item-stock section.
           if it-item-on-hand not numeric
               move 0 to it-item-on-hand
           end-if
           if it-item-allocated not numeric
               move 0 to it-item-allocated
           end-if
           .

      *      The amended line gives back what it had reserved and
      *      reserves again at its new quantity; the order is held on
      *      back-order while this or any other of its lines is short.

       restock-amended-line section.
           if ws-line-stock = space
               exit section
           end-if
           move ws-line-item to ws-stock-item
           if ws-line-reserved
               move ws-line-old-qty to ws-stock-qty
               perform release-item-stock
           end-if
           if ws-line-qty = zero
               move space to ws-line-stock
           else
               move ws-line-qty to ws-stock-qty
               perform reserve-item-stock
               move ws-stock-flag to ws-line-stock
           end-if
           if ws-line-backordered
               or ws-other-backorders > 0
               set o-order-backordered to true
           else
               if o-order-backordered
                   set o-order-unpicked to true
               end-if
           end-if
           .

      *      A cancelled or closed order gives back whatever stock
      *      its lines still had reserved, and its back-ordered lines
      *      stop waiting for stock.

       release-order-stock section.
           if not (o-order-lines numeric and o-order-lines > 0)
               exit section
           end-if
           perform open-custordlines-io
           if ordlines-status-bad-open
               exit section
           end-if
           move "N" to ws-lines-eof-flag
           move o-order-num to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform release-one-line-stock until end-of-lines
           close custOrdLines
           .

       release-one-line-stock section.
           read custOrdLines next with lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       if ol-line-reserved
                           or ol-line-backordered
                           if ol-line-reserved
                               move ol-line-item to ws-stock-item
                               move ol-line-qty  to ws-stock-qty
                               perform release-item-stock
                           end-if
                           move space to ol-line-stock
                           rewrite ol-line-information
                               invalid key
                                   display "Order Line Could Not Be "
                                       "Updated: " ol-line-order " "
                                       ol-line-seq
                           end-rewrite
                       end-if
                   end-if
           end-read
           .

      *      Pages one order's lines the way list-orders pages a
      *      customer's orders: the client sends the order number and
      *      the last line number it already has (zero on the first
      *      call) and gets back the next line.

       list-order-lines section.
           move input-line-rec(1:length of ws-line-information)
               to ws-line-information
           if ws-line-order = spaces
               or ws-line-order = ws-control-key
               display "Order Number Required"
               set inline-status-error to true
               exit section
           end-if
           if ws-line-seq not numeric
               move 0 to ws-line-seq
           end-if
           open input custOrdLines
           if ordlines-status-bad-open
               display "No Order Lines On File"
               set inline-status-not-found to true
               exit section
           end-if
           move ws-line-key to ol-line-key
           start custOrdLines key is greater than ol-line-key
               invalid key
                   display "End Of Order Lines: " ws-line-order
                   set inline-status-not-found to true
                   close custOrdLines
                   exit section
           end-start
           read custOrdLines next with no lock
               at end
                   display "End Of Order Lines: " ws-line-order
                   set inline-status-not-found to true
               not at end
                   if ol-line-order not = ws-line-order
                       display "End Of Order Lines: " ws-line-order
                       set inline-status-not-found to true
                   else
                       move ol-line-information to ws-line-information
                       move ws-line-information to
                         input-line-rec(1:length of ws-line-information)
                       set inline-status-ok to true
                   end-if
           end-read
           close custOrdLines
           .

      *      Mirrors assign-next-record-num -- the next order number
      *      lives in an order control record keyed 00000000, carried
      *      in the customer-number field of that record.

       assign-next-order-num section.
           move ws-control-key to o-order-num
           read custOrders with lock
               invalid key
                   move 1 to ws-next-order-num
               not invalid key
                   move o-order-cust to ws-next-order-num
                   add 1 to ws-next-order-num
           end-read
           move ws-next-order-num to ws-order-num
           move ws-control-key to o-order-num
           move ws-next-order-num to o-order-cust-n
           move spaces to o-order-date o-order-status o-order-desc
           move zero to o-order-amount o-order-paid o-order-qty
                        o-order-lines
           rewrite o-order-information
               invalid key
                   write o-order-information
                       invalid key
                           display "Order Control Record Could Not Be "
                               "Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custOrders.dat until the first
      *      order is taken -- create it on that first open, the same
      *      first-time handling backup-custfile gives custFile.

       open-custorders-io section.
           open i-o custOrders
           if custorders-status-bad-open
               open output custOrders
               close custOrders
               open i-o custOrders
           end-if
           perform check-custorders-status
           .

       check-custorders-status section.
           evaluate true
               when custorders-status-ok
                   continue
               when custorders-status-eof
                   continue
               when custorders-status-locked
                   display "custOrders Record Locked - Status "
                       ws-custorders-status
                   set inord-status-error to true
               when custorders-status-bad-open
                   display "custOrders Open Failed - Status "
                       ws-custorders-status
                   set inord-status-error to true
               when other
                   display "custOrders I/O Error - Status "
                       ws-custorders-status
                   set inord-status-error to true
           end-evaluate
           .

      *      Pages through one customer's orders a record at a time the
      *      way browse-record pages the customer file: the client sends
      *      the customer number plus the last order number it already
      *      has (spaces on the first call) and gets back the next order
      *      belonging to that customer in order-number sequence.

       list-orders section.
           move inord-order-cust to ws-order-cust
           move inord-order-num  to ws-order-num
           move "N" to ws-orders-eof-flag
           move "N" to ws-order-found-flag
           open input custOrders
           if custorders-status-bad-open
               display "No Orders On File"
               set inord-status-not-found to true
               exit section
           end-if
           perform check-custorders-status
           if inord-status-error
               close custOrders
               exit section
           end-if
           move ws-order-num to o-order-num
           if ws-order-num = spaces
               move ws-control-key to o-order-num
           end-if
           start custOrders key is greater than o-order-num
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform scan-next-order
               until end-of-orders or order-found
           if order-found
               move o-order-information to ws-order-information
               move ws-order-information to
                   input-order-rec(1:length of ws-order-information)
               set inord-status-ok to true
           else
               display "End Of Orders"
               move spaces to
                   input-order-rec(1:length of ws-order-information)
               set inord-status-not-found to true
           end-if
           close custOrders
           .

       scan-next-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust = ws-order-cust
                       set order-found to true
                   end-if
           end-read
           .

      *      A customer with an order still open may not be deleted --
      *      removing the record would orphan the order and the billing
      *      behind it, so delete-record refuses until the orders are
      *      closed off.

       check-open-orders section.
           move "N" to ws-open-order-flag
           move "N" to ws-orders-eof-flag
           open input custOrders
           if custorders-status-bad-open
               exit section
           end-if
           move ws-record-num to o-order-cust
           start custOrders key is equal to o-order-cust
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform scan-open-order
               until end-of-orders or open-order-found
           close custOrders
           .

       scan-open-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = ws-record-num
                       set end-of-orders to true
                   else
                       if o-order-open
                           set open-order-found to true
                       end-if
                   end-if
           end-read
           .

      *      Looks an order up in custOrdArch.dat once the nightly
      *      custOrdArch run has moved it out of the live file -- a
      *      disputed order from years back can still be produced at
      *      the counter. With a customer number the function pages
      *      that customer's archived orders the way list-orders pages
      *      live ones (the order number sent back last time is the
      *      cursor, spaces on the first call); with only an order
      *      number it answers that one order.

       search-order-archive section.
           move inord-order-cust to ws-order-cust
           move inord-order-num  to ws-order-num
           if ws-order-cust = spaces and ws-order-num = spaces
               display "Archive Inquiry Rejected - Customer Or "
                   "Order Number Required"
               set inord-status-error to true
               exit section
           end-if
           move "N" to ws-ordarch-eof-flag
           move "N" to ws-ordarch-found-flag
           open input custOrdArch
           if ordarch-status-bad-open
               display "custOrdArch Not Found - Nothing Archived Yet"
               set inord-status-not-found to true
               exit section
           end-if
           perform match-archived-order until end-of-order-archive
           close custOrdArch
           if archived-order-found
               move ws-ordarch-hold to ws-order-information
               move ws-order-information to
                   input-order-rec(1:length of ws-order-information)
               set inord-status-ok to true
           else
               display "Order Not Found In Archive"
               move spaces to
                   input-order-rec(1:length of ws-order-information)
               set inord-status-not-found to true
           end-if
           .

      *      The archive is appended run after run, so one customer's
      *      orders are not adjacent in it -- the whole file is read
      *      and the best candidate kept rather than stopping at the
      *      first line past the cursor.

       match-archived-order section.
           read custOrdArch
               at end
                   set end-of-order-archive to true
               not at end
                   evaluate true
                       when ws-order-cust = spaces
                           if arco-order-num = ws-order-num
                               move arco-record to ws-ordarch-hold
                               set archived-order-found to true
                           end-if
                       when other
                           if arco-order-cust = ws-order-cust
                               and arco-order-num > ws-order-num
                               and (not archived-order-found
                                   or arco-order-num
                                       < aord-order-num)
                               move arco-record to ws-ordarch-hold
                               set archived-order-found to true
                           end-if
                   end-evaluate
           end-read
           .

      *      The counter's undo for a keyed order: an amend rewrites
      *      the amount and description of an order still open,
      *      leaving the number, owner and date alone. A blank
      *      description keeps what was there, so an amount-only fix
      *      never forces the clerk to retype the description.
      *      Before and after go to custAudit the way customer
      *      updates do.

       amend-order section.
           move input-order-rec(1:length of ws-order-information)
               to ws-order-information
           perform fetch-order-for-change
           if not order-found
               exit section
           end-if
           if not o-order-open
               display "Order Not Open - Cannot Be Amended: "
                   ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if

      *          The bank already has the debit for this order; it
      *          stays as collected until the money or the return
      *          comes back. An order already picked has gone out on
      *          its invoice -- goods that come back are credited
      *          with a return.

           if o-order-dd-awaiting
               display "Order Awaiting Direct Debit - Cannot Be "
                   "Amended: " ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           if o-order-picking
               display "Order Picked And Invoiced - Cannot Be "
                   "Amended: " ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           perform hold-order-ledger-values

      *          A lined order is amended a line at a time -- the item
      *          keyed picks the line, the quantity keyed is its new
      *          quantity, and the order amount follows from the
      *          lines. A single-item order from before lines were
      *          carried is still amended by amount.

           set record-valid to true
           if o-order-lines numeric
               and o-order-lines > 0
               perform reprice-amended-line
           else
               if ws-order-amount not numeric
                   display "Amend Rejected - Amount Must Be Numeric"
                   set record-invalid to true
               end-if
           end-if
           if record-invalid
               set inord-status-error to true
               close custOrders
               exit section
           end-if

      *          Money already taken against the order cannot be
      *          amended away -- cutting an order below what has been
      *          paid on it is a refund, not a keying fix.

           if ws-order-amount < ws-ledger-old-paid
               display "Amend Rejected - Amount Below Paid To Date: "
                   ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           perform hold-order-before-values
           if o-order-lines numeric
               and o-order-lines > 0
               perform restock-amended-line
           end-if
           perform normalise-order-vat
           if o-order-lines numeric
               and o-order-lines > 0
               if o-order-vat > ws-line-old-vat
                   subtract ws-line-old-vat from o-order-vat
               else
                   move 0 to o-order-vat
               end-if
               add ws-line-new-vat to o-order-vat
           else
               move o-order-vat-code to ws-vat-code
               move ws-order-amount  to ws-vat-gross
               perform split-vat
               move ws-vat-code   to o-order-vat-code
               move ws-vat-amount to o-order-vat
           end-if
           move ws-order-amount to o-order-amount
           compute o-order-net = o-order-amount - o-order-vat
           if ws-order-desc not = spaces
               and not (o-order-lines numeric and o-order-lines > 0)
               move ws-order-desc to o-order-desc
           end-if
           if o-order-lines numeric
               and o-order-lines > 0
               and ws-line-seq = 1
               move ws-line-qty to o-order-qty
           end-if
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Amended: " ws-order-num
                   set inord-status-error to true
               not invalid key
                   display "Order Amended: " ws-order-num
                   if o-order-lines numeric
                       and o-order-lines > 0
                       perform rewrite-amended-line
                   end-if
                   perform return-order-to-client
                   move "ORDAMEND"  to ws-audit-op
                   perform write-order-change-audit
                   perform post-amend-ledger-entry
           end-rewrite
           close custOrders
           .

      *      Finds the line carrying the item keyed and reprices it at
      *      the quantity keyed, at the unit price the line was taken
      *      at -- the customer keeps the price they were quoted. The
      *      new order amount is the old less the line's old total
      *      plus its new one. A line cut to nothing stays on file at
      *      zero, so the order's history still shows it.

       reprice-amended-line section.
           if ws-order-item = spaces
               display "Amend Rejected - Item Required On A Lined "
                   "Order: " ws-order-num
               set record-invalid to true
               exit section
           end-if
           if ws-order-qty not numeric
               display "Amend Rejected - Quantity Must Be Numeric"
               set record-invalid to true
               exit section
           end-if
           move "N" to ws-line-found-flag
           move "N" to ws-lines-eof-flag
           move 0 to ws-other-backorders
           open input custOrdLines
           if ordlines-status-bad-open
               display "Amend Rejected - No Order Lines On File"
               set record-invalid to true
               exit section
           end-if
           move o-order-num to ol-line-order
           move 0 to ol-line-seq
           start custOrdLines key is greater than ol-line-key
               invalid key
                   set end-of-lines to true
               not invalid key
                   continue
           end-start
           perform scan-amend-line until end-of-lines
           close custOrdLines
           if not order-line-found
               display "Amend Rejected - Item Not On Order: "
                   ws-order-item
               set record-invalid to true
               exit section
           end-if
           if ws-line-picked
               display "Amend Rejected - Line Already Picked: "
                   ws-order-item
               set record-invalid to true
               exit section
           end-if
           move ws-line-total to ws-line-old-total
           move ws-line-qty   to ws-line-old-qty
           compute ws-line-new-total = ws-line-price * ws-order-qty
               on size error
                   display "Amend Rejected - Quantity Too Large: "
                       ws-order-qty
                   set record-invalid to true
                   exit section
           end-compute
           compute ws-order-amount = o-order-amount
               - ws-line-old-total + ws-line-new-total
               on size error
                   display "Amend Rejected - Order Total Too Large: "
                       ws-order-num
                   set record-invalid to true
                   exit section
           end-compute
           move ws-order-qty      to ws-line-qty
           move ws-line-new-total to ws-line-total

      *          The line keeps the rate it was priced under; the VAT
      *          it held before comes off the order and its new VAT
      *          goes on.

           move ws-line-vat-code  to ws-vat-code
           if ws-line-vat numeric
               move ws-line-vat to ws-line-old-vat
           else
               move ws-line-old-total to ws-vat-gross
               perform split-vat
               move ws-vat-amount to ws-line-old-vat
           end-if
           move ws-line-new-total to ws-vat-gross
           perform split-vat
           move ws-vat-code   to ws-line-vat-code
           move ws-vat-amount to ws-line-vat
           move ws-vat-amount to ws-line-new-vat
           .

       scan-amend-line section.
           read custOrdLines next with no lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       if ol-line-item = ws-order-item
                           and not order-line-found
                           set order-line-found to true
                           move ol-line-information
                               to ws-line-information
                       else
                           if ol-line-backordered
                               add 1 to ws-other-backorders
                           end-if
                       end-if
                   end-if
           end-read
           .

       rewrite-amended-line section.
           open i-o custOrdLines
           if ordlines-status-bad-open
               display "Order Line Could Not Be Amended: "
                   ws-line-order " " ws-line-seq
               exit section
           end-if
           move ws-line-key to ol-line-key
           read custOrdLines with lock
               invalid key
                   display "Order Line Not Found: "
                       ws-line-order " " ws-line-seq
               not invalid key
                   move ws-line-information to ol-line-information
                   rewrite ol-line-information
                       invalid key
                           display "Order Line Could Not Be "
                               "Amended: " ws-line-order " "
                               ws-line-seq
                   end-rewrite
           end-read
           close custOrdLines
           .

      *      The amend posts only the difference -- a debit when the
      *      order went up, a reversal when it came down.

       post-amend-ledger-entry section.
           move o-order-cust to ws-ledger-cust
           move o-order-num  to ws-ledger-order
                                ws-ledger-ref
           evaluate true
               when o-order-amount > ws-ledger-old-amount
                   set ws-ledger-debit to true
                   compute ws-ledger-amount =
                       o-order-amount - ws-ledger-old-amount
                   perform post-ledger-entry
               when o-order-amount < ws-ledger-old-amount
                   set ws-ledger-reversal to true
                   compute ws-ledger-amount =
                       ws-ledger-old-amount - o-order-amount
                   perform post-ledger-entry
               when other
                   continue
           end-evaluate
           .

      *      A cancelled order keeps its row -- the billing dispute
      *      behind a cancellation needs the evidence -- but it stops
      *      counting as open, so it no longer blocks the customer's
      *      delete through check-open-orders.

       cancel-order section.
           move input-order-rec(1:length of ws-order-information)
               to ws-order-information
           perform fetch-order-for-change
           if not order-found
               exit section
           end-if
      *          An order already picked has been invoiced and its
      *          stock has left the shelf; it cannot simply be
      *          cancelled -- the goods come back as a return, on a
      *          credit note against the invoice.

           if not o-order-open
               or o-order-picking
               display "Order Not Open - Cannot Be Cancelled: "
                   ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if

      *          The bank already has the debit for this order; it
      *          stays as collected until the money or the return
      *          comes back.

           if o-order-dd-awaiting
               display "Order Awaiting Direct Debit - Cannot Be "
                   "Cancelled: " ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           perform hold-order-ledger-values
           perform hold-order-before-values
           set o-order-cancelled to true
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Cancelled: "
                       ws-order-num
                   set inord-status-error to true
               not invalid key
                   display "Order Cancelled: " ws-order-num
                   perform return-order-to-client
                   move "ORDCANCEL" to ws-audit-op
                   perform write-order-change-audit
                   perform post-cancel-ledger-entry
                   perform release-order-stock
                   perform give-back-order-points
           end-rewrite
           close custOrders
           .

      *      A cancel writes back what was still owed on the order; any
      *      money the customer had already paid against it is taken
      *      off the order and held on their account instead of
      *      vanishing with it. What was paid in points is not money
      *      -- the points themselves go back on the customer's
      *      balance instead (give-back-order-points).

       post-cancel-ledger-entry section.
           move o-order-cust to ws-ledger-cust
           move o-order-num  to ws-ledger-ref
           if ws-ledger-old-amount > ws-ledger-old-paid
               move o-order-num to ws-ledger-order
               set ws-ledger-reversal to true
               compute ws-ledger-amount =
                   ws-ledger-old-amount - ws-ledger-old-paid
               perform post-ledger-entry
           end-if
           move ws-ledger-old-paid to ws-pts-paid-cash
           if o-order-pts-value numeric
               if o-order-pts-value < ws-pts-paid-cash
                   subtract o-order-pts-value from ws-pts-paid-cash
               else
                   move 0 to ws-pts-paid-cash
               end-if
           end-if
           if ws-pts-paid-cash > 0
               move o-order-num to ws-ledger-order
               set ws-ledger-transfer to true
               move ws-pts-paid-cash to ws-ledger-amount
               perform post-ledger-entry
               move spaces to ws-ledger-order
               set ws-ledger-on-account to true
               move ws-pts-paid-cash to ws-ledger-amount
               perform post-ledger-entry
           end-if
           .

      *      The amount and paid-to-date the order carried before the
      *      change; an order older than paid-to-date counts as unpaid.

       hold-order-ledger-values section.
           move o-order-amount to ws-ledger-old-amount
           if o-order-paid numeric
               move o-order-paid to ws-ledger-old-paid
           else
               move 0 to ws-ledger-old-paid
           end-if
           .

      *      Close-out when the order is fulfilled and paid for --
      *      the step that was never possible online, leaving every
      *      order open forever. An order still owing is refused
      *      before an invoice number is taken: the outstanding
      *      balance is summed over open orders only, so closing it
      *      would drop what is owed from the statement, the aging
      *      and the credit check.

       close-order section.
           move input-order-rec(1:length of ws-order-information)
               to ws-order-information
           perform fetch-order-for-change
           if not order-found
               exit section
           end-if
           if not o-order-open
               display "Order Not Open - Cannot Be Closed: "
                   ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           perform weigh-order-settled
           if ws-order-settled < o-order-amount
               display "Order Not Paid In Full - Cannot Be Closed: "
                   ws-order-num
               set inord-status-error to true
               close custOrders
               exit section
           end-if
           perform hold-order-before-values
           set o-order-closed to true
           move "C" to ws-invoice-issued-on
           perform reserve-invoice-number
           perform stamp-points-earned
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Closed: " ws-order-num
                   set inord-status-error to true
                   perform release-invoice-number
               not invalid key
                   perform confirm-invoice-number
                   display "Order Closed: " ws-order-num
                   perform return-order-to-client
                   move "ORDCLOSE"  to ws-audit-op
                   perform write-order-change-audit
                   perform release-order-stock
                   perform earn-order-points
           end-rewrite
           close custOrders
           .

      *      An order is given its invoice number as it is dispatched
      *      or closed. The next number comes off the register's
      *      control row under lock and is stamped on the order before
      *      the order is rewritten; it is only written away once the
      *      order is safely rewritten (confirm-invoice-number), and an
      *      order that will not rewrite hands it back untouched
      *      (release-invoice-number) -- a failed update can never
      *      leave a hole in the series. An order already numbered
      *      keeps its number.

       reserve-invoice-number section.
           move "N" to ws-invoice-held-flag
           if o-order-invoice not = spaces
               and o-order-invoice not = low-values
               exit section
           end-if
           open i-o custInvoices
           if invoices-status-bad-open
               open output custInvoices
               close custInvoices
               open i-o custInvoices
           end-if
           if invoices-status-bad-open
               display "custInvoices Open Failed - Status "
                   ws-invoices-status
               move spaces to o-order-invoice o-order-inv-date
               exit section
           end-if
           move "Y" to ws-invoice-ctl-flag
           move ws-control-key to iv-inv-num
           read custInvoices with lock
               invalid key
                   move "N" to ws-invoice-ctl-flag
                   move 0 to ws-next-invoice-num
               not invalid key
                   if iv-inv-order-n numeric
                       move iv-inv-order-n to ws-next-invoice-num
                   else
                       move 0 to ws-next-invoice-num
                   end-if
           end-read
           add 1 to ws-next-invoice-num
           move ws-next-invoice-num to o-order-invoice
           move function current-date(1:8) to o-order-inv-date
           set invoice-number-held to true
           .

       confirm-invoice-number section.
           if not invoice-number-held
               exit section
           end-if
           move o-order-invoice       to iv-inv-num
           move o-order-num           to iv-inv-order
           move o-order-cust          to iv-inv-cust
           move o-order-inv-date      to iv-inv-date
           move ws-invoice-issued-on  to iv-inv-issued-on
           move space                 to iv-inv-print-flag
           move spaces                to iv-inv-print-date
           write iv-invoice-record
               invalid key
                   display "Invoice Register Row Could Not Be "
                       "Written: " o-order-invoice
           end-write
           move ws-control-key        to iv-inv-num
           move ws-next-invoice-num   to iv-inv-order-n
           move spaces to iv-inv-cust iv-inv-date iv-inv-issued-on
                          iv-inv-print-flag iv-inv-print-date
           if invoice-control-on-file
               rewrite iv-invoice-record
                   invalid key
                       display "Invoice Control Record Could Not "
                           "Be Updated"
               end-rewrite
           else
               write iv-invoice-record
                   invalid key
                       display "Invoice Control Record Could Not "
                           "Be Created"
               end-write
           end-if
           close custInvoices
           move "N" to ws-invoice-held-flag
           .

       release-invoice-number section.
           if not invoice-number-held
               exit section
           end-if
           close custInvoices
           move spaces to o-order-invoice o-order-inv-date
           move "N" to ws-invoice-held-flag
           .

      *      The shared front half of the three order-change
      *      functions: the order is fetched under lock by the number
      *      the client sent, with the control record fenced off the
      *      same way merge fences the customer one.

       fetch-order-for-change section.
           move "N" to ws-order-found-flag
           if ws-order-num = spaces
               or ws-order-num = ws-control-key
               display "Order Number Required"
               set inord-status-error to true
               exit section
           end-if
           perform open-custorders-io
           if inord-status-error
               exit section
           end-if
           move ws-order-num to o-order-num
           read custOrders with lock
               invalid key
                   display "Order Not Found: " ws-order-num
                   set inord-status-not-found to true
                   close custOrders
               not invalid key
                   set order-found to true
           end-read
           .

      *      The order's values as they stood before the change, in
      *      the same audit columns an ORDADD line uses for its after
      *      side.

       hold-order-before-values section.
           move o-order-cust   to ws-audit-key
           move o-order-num    to ws-audit-before-first
           move o-order-date   to ws-audit-before-last
           move o-order-desc   to ws-audit-before-address
           move o-order-amount to ws-audit-before-phone
           move o-order-status to ws-audit-before-consent
           .

       write-order-change-audit section.
           move o-order-num    to ws-audit-after-first
           move o-order-date   to ws-audit-after-last
           move o-order-desc   to ws-audit-after-address
           move o-order-amount to ws-audit-after-phone
           move o-order-status to ws-audit-after-consent
           move spaces         to ws-audit-before-email
                                  ws-audit-after-email
           perform write-audit-record
           .

       return-order-to-client section.
           move o-order-information to ws-order-information
           move ws-order-information to
               input-order-rec(1:length of ws-order-information)
           set inord-status-ok to true
           .

      *      What a closing order pays out: PTSPERPOUND points for
      *      every whole pound of it the customer paid for in money
      *      -- the part settled with points, or credited back on a
      *      return before it closed, earns nothing. Stamped on the
      *      order before it is rewritten, so the order and the
      *      points row always agree.

       stamp-points-earned section.
           if o-order-pts-redeemed not numeric
               move 0 to o-order-pts-redeemed
           end-if
           if o-order-pts-value not numeric
               move 0 to o-order-pts-value
           end-if
           if o-order-credited not numeric
               move 0 to o-order-credited
           end-if
           move 0 to ws-pts-moved
           if o-order-amount > o-order-pts-value + o-order-credited
               compute ws-pts-moved =
                   (o-order-amount - o-order-pts-value
                       - o-order-credited) * ws-pts-per-pound
           end-if
           move ws-pts-moved to o-order-pts-earned
           .

       earn-order-points section.
           move o-order-cust       to ws-pts-cust
           move o-order-num        to ws-pts-order
           move "E"                to ws-pts-type
           move o-order-pts-earned to ws-pts-moved
           perform post-points-movement
           .

      *      Points spent on an order that is then cancelled go back
      *      to the customer as a fresh lot, dated the day they come
      *      back.

       give-back-order-points section.
           if o-order-pts-redeemed not numeric
               or o-order-pts-redeemed = 0
               exit section
           end-if
           move o-order-cust         to ws-pts-cust
           move o-order-num          to ws-pts-order
           move "G"                  to ws-pts-type
           move o-order-pts-redeemed to ws-pts-moved
           perform post-points-movement
           .

      *      Goods returned take back the share of the order's points
      *      that the credit note is of what was left to credit, so
      *      crediting the last of an order takes back the last of
      *      its points. The order is stamped before it is rewritten;
      *      the points come off the balance afterwards, and never
      *      more than the customer has left to lose.

       stamp-points-returned section.
           move 0 to ws-pts-moved
           if o-order-pts-earned not numeric
               move 0 to o-order-pts-earned
           end-if
           if o-order-pts-earned = 0
               or o-order-amount not > ws-credited-before
               exit section
           end-if
           compute ws-pts-moved = o-order-pts-earned * ws-credit-total
               / (o-order-amount - ws-credited-before)
           if ws-pts-moved > o-order-pts-earned
               move o-order-pts-earned to ws-pts-moved
           end-if
           subtract ws-pts-moved from o-order-pts-earned
           .

       take-back-returned-points section.
           move o-order-cust to ws-pts-cust
           move o-order-num  to ws-pts-order
           move "X"          to ws-pts-type
           perform post-points-movement
           .

      *      The customer's points balance off their balance row --
      *      none when they have never earned a point.

       read-points-balance section.
           move 0 to ws-pts-balance
           open input custPoints
           if points-status-bad-open
               exit section
           end-if
           move ws-pts-cust to pt-pts-cust
           move 0 to pt-pts-seq
           read custPoints with no lock
               invalid key
                   continue
               not invalid key
                   move pt-pts-remaining to ws-pts-balance
           end-read
           close custPoints
           .

      *      One movement on the customer's points: the caller sets
      *      the customer, order, type and number of points. Earned
      *      and given-back points become a lot of their own; points
      *      spent or taken back are drawn from the oldest lots
      *      first, and never more than the balance holds. The
      *      balance row is written last, carrying the new balance
      *      and the last sequence used.

       post-points-movement section.
           if ws-pts-moved = 0
               exit section
           end-if
           perform open-custpoints-io
           if points-status-bad-open
               display "custPoints Open Failed - Status "
                   ws-points-status
               exit section
           end-if
           if ws-session-idx > 0
               and ws-session-idx <= ws-session-max
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx) to ws-pts-source
           else
               move "SYSTEM" to ws-pts-source
           end-if
           move "N" to ws-pts-balance-flag
           move 0 to ws-pts-balance ws-pts-last-seq
           move ws-pts-cust to pt-pts-cust
           move 0 to pt-pts-seq
           read custPoints with lock
               invalid key
                   continue
               not invalid key
                   set points-balance-on-file to true
                   move pt-pts-remaining to ws-pts-balance
                   move pt-pts-order-n   to ws-pts-last-seq
           end-read
           if not ws-pts-lot
               and ws-pts-moved > ws-pts-balance
               move ws-pts-balance to ws-pts-moved
           end-if
           if ws-pts-moved = 0
               close custPoints
               exit section
           end-if
           add 1 to ws-pts-last-seq
           move spaces          to pt-points-record
           move ws-pts-cust     to pt-pts-cust
           move ws-pts-last-seq to pt-pts-seq
           move ws-pts-type     to pt-pts-type
           move function current-date(1:8) to pt-pts-date
           move ws-pts-order    to pt-pts-order
           move ws-pts-moved    to pt-pts-points
           move ws-pts-source   to pt-pts-source
           if ws-pts-lot
               move ws-pts-moved to pt-pts-remaining
           else
               move 0 to pt-pts-remaining
           end-if
           write pt-points-record
               invalid key
                   display "Points Row Could Not Be Posted: "
                       ws-pts-cust " " ws-pts-last-seq
                   close custPoints
                   exit section
           end-write
           if ws-pts-lot
               add ws-pts-moved to ws-pts-balance
           else
               perform take-points-oldest-first
               subtract ws-pts-moved from ws-pts-balance
           end-if
           perform write-points-balance
           close custPoints
           .

       take-points-oldest-first section.
           move ws-pts-moved to ws-pts-to-take
           move "N" to ws-pts-eof-flag
           move ws-pts-cust to pt-pts-cust
           move 1 to pt-pts-seq
           start custPoints key is not less than pt-pts-key
               invalid key
                   set end-of-points to true
           end-start
           perform take-from-next-lot
               until end-of-points or ws-pts-to-take = 0
           .

       take-from-next-lot section.
           read custPoints next record
               at end
                   set end-of-points to true
                   exit section
           end-read
           if pt-pts-cust not = ws-pts-cust
               set end-of-points to true
               exit section
           end-if
           if not pt-pts-lot or pt-pts-remaining = 0
               exit section
           end-if
           if pt-pts-remaining > ws-pts-to-take
               move ws-pts-to-take to ws-pts-taken
           else
               move pt-pts-remaining to ws-pts-taken
           end-if
           subtract ws-pts-taken from pt-pts-remaining ws-pts-to-take
           rewrite pt-points-record
               invalid key
                   display "Points Row Could Not Be Updated: "
                       pt-pts-cust " " pt-pts-seq
           end-rewrite
           .

       write-points-balance section.
           move spaces          to pt-points-record
           move ws-pts-cust     to pt-pts-cust
           move 0               to pt-pts-seq
           set pt-pts-balance   to true
           move function current-date(1:8) to pt-pts-date
           move ws-pts-last-seq to pt-pts-order-n
           move 0               to pt-pts-points
           move ws-pts-balance  to pt-pts-remaining
           move ws-pts-source   to pt-pts-source
           if points-balance-on-file
               rewrite pt-points-record
                   invalid key
                       display "Points Balance Could Not Be Updated: "
                           ws-pts-cust
               end-rewrite
           else
               write pt-points-record
                   invalid key
                       display "Points Balance Could Not Be Written: "
                           ws-pts-cust
               end-write
           end-if
           .

      *      A brand-new install has no custPoints.dat until the first
      *      order closes -- create it on that first open.

       open-custpoints-io section.
           open i-o custPoints
           if points-status-bad-open
               open output custPoints
               close custPoints
               open i-o custPoints
           end-if
           .

      *      Goods brought back against an order that has gone out --
      *      picked and invoiced, or closed. The clerk sends the order,
      *      the line (zero for everything still returnable on the
      *      order), the quantity (zero for all of the line) and a
      *      reason code; every line credited becomes a row of one
      *      numbered credit note, the order records what has been
      *      credited so nothing is credited twice, picked stock goes
      *      back on the shelf, and the money comes off what the
      *      customer owes -- or, where they had already paid, is held
      *      on their account. An order not yet picked is changed with
      *      amend or cancel instead; a return is only for goods that
      *      have gone out and been invoiced. On an order still open the
      *      credit counts against what it owes (see
      *      weigh-order-settled).

       return-order-goods section.
           move input-crn-rec(1:length of ws-credit-information)
               to ws-credit-information
           perform validate-return
           if not return-valid
               set incrn-status-error to true
               exit section
           end-if
           open i-o custOrders
           if custorders-status-bad-open
               display "custOrders Open Failed - Status "
                   ws-custorders-status
               set incrn-status-error to true
               exit section
           end-if
           move "N" to ws-order-found-flag
           move ws-return-order to o-order-num
           read custOrders with lock
               invalid key
                   display "Order Not Found: " ws-return-order
                   set incrn-status-not-found to true
               not invalid key
                   set order-found to true
           end-read
           if not order-found
               close custOrders
               exit section
           end-if

      *          Goods can only come back once they have gone out --
      *          on an order picked and invoiced, or one closed. An
      *          order not yet picked is amended or cancelled.

           if not o-order-closed
               and not o-order-picking
               display "Order Not Yet Picked - Amend Or Cancel It "
                   "Instead: " ws-return-order
               set incrn-status-error to true
               close custOrders
               exit section
           end-if
           perform find-return-branch
           perform hold-order-before-values
           perform hold-order-ledger-values
           if o-order-credited not numeric
               move 0 to o-order-credited
           end-if
           move o-order-credited to ws-credited-before
           move 0 to ws-credit-rows ws-credit-qty ws-credit-total
                     ws-credit-vat
           perform reserve-credit-number
           if credits-status-bad-open
               set incrn-status-error to true
               close custOrders
               exit section
           end-if
           if o-order-lines numeric and o-order-lines > 0
               perform credit-order-lines
           else
               perform credit-order-header
           end-if
           if ws-credit-rows = 0
               display "Nothing Left To Credit On Order: "
                   ws-return-order
               set incrn-status-error to true
               close custCredits
               close custOrders
               exit section
           end-if
           perform confirm-credit-number
           perform stamp-points-returned
           add ws-credit-total to o-order-credited
           rewrite o-order-information
               invalid key
                   display "Order Credit Could Not Be Recorded: "
                       ws-return-order
           end-rewrite
           display "Credit Note Raised: " ws-next-credit-num
               " Order " ws-return-order
           perform post-return-ledger-entries
           perform take-back-returned-points
           perform write-return-audit
           perform return-credit-to-client
           close custOrders
           .

       validate-return section.
           move "Y" to ws-return-valid-flag
           move ws-crn-order to ws-return-order
           if ws-crn-order = spaces
               or ws-crn-order = ws-control-key
               display "Order Number Required"
               move "N" to ws-return-valid-flag
               exit section
           end-if
           if not ws-crn-reason-valid
               display "Return Rejected - Reason Code Not Known: "
                   ws-crn-reason
               move "N" to ws-return-valid-flag
               exit section
           end-if
           move ws-crn-reason to ws-return-reason
           if ws-crn-ord-line numeric
               move ws-crn-ord-line to ws-return-line
           else
               move 0 to ws-return-line
           end-if
           if ws-crn-qty numeric
               move ws-crn-qty to ws-return-qty
           else
               move 0 to ws-return-qty
           end-if
           .

      *      The customer's branch goes on the note, so the daily
      *      returns report reaches that branch's manager.

       find-return-branch section.
           move spaces to ws-return-branch
           perform ensure-custfile-open
           if input-status-error
               exit section
           end-if
           move o-order-cust to f-record-num
           read custFile with no lock
               invalid key
                   continue
               not invalid key
                   move f-branch to ws-return-branch
           end-read
           move ws-return-branch to ws-branch
           .

      *      The credit note number comes off the register's control
      *      row under lock, the way an invoice number does, and is
      *      only written back once at least one row has been
      *      credited under it -- a return that credits nothing
      *      leaves no hole in the series.

       reserve-credit-number section.
           move "N" to ws-credit-ctl-flag
           open i-o custCredits
           if credits-status-bad-open
               open output custCredits
               close custCredits
               open i-o custCredits
           end-if
           if credits-status-bad-open
               display "custCredits Open Failed - Status "
                   ws-credits-status
               exit section
           end-if
           move ws-control-key to cn-crn-num
           move 0 to cn-crn-line
           read custCredits with lock
               invalid key
                   move 1 to ws-next-credit-num
               not invalid key
                   set credit-control-on-file to true
                   compute ws-next-credit-num = cn-crn-order-n + 1
           end-read
           .

       confirm-credit-number section.
           move spaces to cn-credit-record
           move ws-control-key to cn-crn-num
           move 0 to cn-crn-line cn-crn-ord-line cn-crn-qty
                     cn-crn-amount cn-crn-vat
           move ws-next-credit-num to cn-crn-order-n
           if credit-control-on-file
               rewrite cn-credit-record
                   invalid key
                       display "Credit Note Control Record Could Not "
                           "Be Updated"
               end-rewrite
           else
               write cn-credit-record
                   invalid key
                       display "Credit Note Control Record Could Not "
                           "Be Created"
               end-write
           end-if
           close custCredits
           .

      *      One line asked for, or every line of the order still
      *      holding goods that have not come back.

       credit-order-lines section.
           perform open-custordlines-io
           if ordlines-status-bad-open
               exit section
           end-if
           move o-order-num to ol-line-order
           if ws-return-line > 0
               move ws-return-line to ol-line-seq
               read custOrdLines with lock
                   invalid key
                       display "Order Line Not Found: "
                           ws-return-order " " ws-return-line
                   not invalid key
                       perform credit-one-line
               end-read
           else
               move "N" to ws-lines-eof-flag
               move 0 to ol-line-seq
               start custOrdLines key is greater than ol-line-key
                   invalid key
                       set end-of-lines to true
                   not invalid key
                       continue
               end-start
               perform credit-next-line until end-of-lines
           end-if
           close custOrdLines
           .

       credit-next-line section.
           read custOrdLines next with lock
               at end
                   set end-of-lines to true
               not at end
                   if ol-line-order not = o-order-num
                       set end-of-lines to true
                   else
                       perform credit-one-line
                   end-if
           end-read
           .

      *      A line is credited at the unit price it was sold at; the
      *      whole of a line never returned before is credited at its
      *      line total, so the pennies the unit price was rounded to
      *      come back too. Nothing is ever credited past what is
      *      left uncredited on the order.

       credit-one-line section.
           if ol-line-returned not numeric
               move 0 to ol-line-returned
           end-if
           if ol-line-qty not numeric
               or ol-line-qty not > ol-line-returned
               if ws-return-line > 0
                   display "Order Line Already Fully Returned: "
                       ws-return-order " " ws-return-line
               end-if
               exit section
           end-if
           compute ws-credit-returnable =
               ol-line-qty - ol-line-returned
           if ws-return-line = 0
               or ws-return-qty = 0
               move ws-credit-returnable to ws-crn-qty
           else
               if ws-return-qty > ws-credit-returnable
                   display "Return Quantity Exceeds What Is Left On "
                       "Line: " ws-return-order " " ws-return-line
                   exit section
               end-if
               move ws-return-qty to ws-crn-qty
           end-if
           if ol-line-returned = 0
               and ws-crn-qty = ol-line-qty
               move ol-line-total to ws-crn-amount
           else
               compute ws-crn-amount rounded =
                   ol-line-price * ws-crn-qty
           end-if
           perform cap-credit-amount
           move ol-line-seq  to ws-crn-ord-line
           move ol-line-item to ws-crn-item
           move ol-line-desc to ws-crn-desc
           move ol-line-vat-code to ws-vat-code
           move ws-crn-amount    to ws-vat-gross
           perform split-vat
           move ws-vat-code   to ws-crn-vat-code
           move ws-vat-amount to ws-crn-vat
           add ws-crn-qty to ol-line-returned
           rewrite ol-line-information
               invalid key
                   display "Order Line Could Not Be Updated: "
                       ol-line-order " " ol-line-seq
                   exit section
           end-rewrite
           perform write-credit-row

      *          Only goods that were picked left the shelf -- a line
      *          closed without being picked never took stock out.

           if ol-line-picked
               move ol-line-item to ws-stock-item
               move ws-crn-qty   to ws-stock-qty
               perform restock-returned-item
           end-if
           .

      *      An order taken before lines were carried is credited
      *      whole from its header, once. It was never picked against
      *      the stock the item master now carries, so nothing goes
      *      back on the shelf for it.

       credit-order-header section.
           if ws-return-line > 1
               display "Order Has No Lines - Return The Whole "
                   "Order: " ws-return-order
               exit section
           end-if
           if o-order-amount not > ws-credited-before
               exit section
           end-if
           if o-order-qty not numeric
               or o-order-qty = zero
               move 1 to ws-crn-qty
           else
               move o-order-qty to ws-crn-qty
           end-if
           compute ws-crn-amount = o-order-amount - ws-credited-before
           move 0            to ws-crn-ord-line
           move o-order-item to ws-crn-item
           move o-order-desc to ws-crn-desc
           move o-order-vat-code to ws-vat-code
           move ws-crn-amount    to ws-vat-gross
           perform split-vat
           move ws-vat-code   to ws-crn-vat-code
           move ws-vat-amount to ws-crn-vat
           perform write-credit-row
           .

       cap-credit-amount section.
           if o-order-amount > ws-credited-before + ws-credit-total
               compute ws-credit-left = o-order-amount
                   - ws-credited-before - ws-credit-total
           else
               move 0 to ws-credit-left
           end-if
           if ws-crn-amount > ws-credit-left
               move ws-credit-left to ws-crn-amount
           end-if
           .

      *      The caller has filled in the line, item, quantity, amount
      *      and VAT; the rest of the row is the note's own.

       write-credit-row section.
           add 1 to ws-credit-rows
           move ws-next-credit-num to ws-crn-num-n
           move ws-credit-rows     to ws-crn-line
           move ws-return-order    to ws-crn-order
           move o-order-cust       to ws-crn-cust
           move function current-date(1:8) to ws-crn-date
           move ws-return-reason   to ws-crn-reason
           move ws-return-branch   to ws-crn-branch
           if ws-session-idx > 0
               and ws-session-idx <= ws-session-max
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx)
                   to ws-crn-operator
           else
               move "SYSTEM" to ws-crn-operator
           end-if
           move ws-credit-information to cn-credit-record
           write cn-credit-record
               invalid key
                   display "Credit Note Row Could Not Be Written: "
                       ws-crn-num " " ws-crn-line
           end-write
           add ws-crn-qty    to ws-credit-qty
           add ws-crn-amount to ws-credit-total
           add ws-crn-vat    to ws-credit-vat
           .

      *      Returned goods go back into what the warehouse holds;
      *      they were never reserved, so the allocation stands.

       restock-returned-item section.
           if ws-stock-item = spaces
               or ws-stock-qty = zero
               exit section
           end-if
           open i-o custItems
           if items-status-bad-open
               exit section
           end-if
           move ws-stock-item to it-item-code
           read custItems with lock
               invalid key
                   close custItems
                   exit section
           end-read
           perform normalise-item-stock
           add ws-stock-qty to it-item-on-hand
           rewrite it-record
               invalid key
                   display "Returned Stock Could Not Be Restored: "
                       ws-stock-item
           end-rewrite
           close custItems
           .

      *      The credit first writes back whatever was still owed on
      *      the order (an R row, as a cancel does); whatever it goes
      *      past that is money the customer had already paid for the
      *      goods, taken back off the order and held on their
      *      account (a T row with its matching A row). Every row
      *      carries the credit note number as its reference.

       post-return-ledger-entries section.
           move 0 to ws-credit-unpaid
           if ws-ledger-old-amount >
               ws-credited-before + ws-ledger-old-paid
               compute ws-credit-unpaid = ws-ledger-old-amount
                   - ws-credited-before - ws-ledger-old-paid
           end-if
           if ws-credit-total > ws-credit-unpaid
               move ws-credit-unpaid to ws-credit-written-back
               compute ws-credit-to-account =
                   ws-credit-total - ws-credit-unpaid
           else
               move ws-credit-total to ws-credit-written-back
               move 0 to ws-credit-to-account
           end-if
           move o-order-cust       to ws-ledger-cust
           move ws-next-credit-num to ws-ledger-ref
           if ws-credit-written-back > 0
               move o-order-num to ws-ledger-order
               set ws-ledger-reversal to true
               move ws-credit-written-back to ws-ledger-amount
               perform post-ledger-entry
           end-if
           if ws-credit-to-account > 0
               move o-order-num to ws-ledger-order
               set ws-ledger-transfer to true
               move ws-credit-to-account to ws-ledger-amount
               perform post-ledger-entry
               move spaces to ws-ledger-order
               set ws-ledger-on-account to true
               move ws-credit-to-account to ws-ledger-amount
               perform post-ledger-entry
           end-if
           .

      *      The after side of an ORDRETURN line carries the credit
      *      note number, the reason and the amount credited.

       write-return-audit section.
           move "ORDRETURN"        to ws-audit-op
           move o-order-num        to ws-audit-after-first
           move ws-next-credit-num to ws-audit-after-last
           move ws-return-reason   to ws-audit-after-address
           move ws-credit-total    to ws-audit-after-phone
           move o-order-status     to ws-audit-after-consent
           move spaces             to ws-audit-before-email
                                      ws-audit-after-email
           perform write-audit-record
           .

       return-credit-to-client section.
           move ws-next-credit-num to ws-crn-num-n
           move ws-credit-rows     to ws-crn-line
           move ws-return-order    to ws-crn-order
           move ws-return-line     to ws-crn-ord-line
           move ws-credit-qty      to ws-crn-qty
           move ws-credit-total    to ws-crn-amount
           move ws-credit-vat      to ws-crn-vat
           move ws-credit-information to
               input-crn-rec(1:length of ws-credit-information)
           set incrn-status-ok to true
           .

      *      Appends a stamped free-text note to a customer's contact
      *      history -- the next sequence number for the customer is
      *      found by reading past the notes already on file, so notes
      *      read back in the order the conversations happened.

       add-note section.
           move input-note-rec(1:length of ws-note-information)
               to ws-note-information
           perform validate-add-note
           if record-invalid
               set innote-status-error to true
               exit section
           end-if
           perform open-custnotes-io
           if innote-status-error
               exit section
           end-if
           perform assign-next-note-seq
           move ws-next-note-seq to ws-note-seq
           move function current-date to ws-note-stamp

      *          The taking operator is the server's to stamp, never
      *          the client's -- the diary report and the follow-up
      *          inquiry trust it to know whose callback a note is.

           if ws-session-idx > 0
               and ws-session-idx <= ws-session-max
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx)
                   to ws-note-operator
           else
               move "SYSTEM" to ws-note-operator
           end-if
           move ws-note-information to n-note-information
           write n-note-information
               invalid key
                   display "Note Key Invalid or Already Exists"
                   set innote-status-error to true
               not invalid key
                   display "Note Added: " ws-note-cust " "
                       ws-note-seq
                   move ws-note-information to
                       input-note-rec(1:length of ws-note-information)
                   set innote-status-ok to true
                   move "NOTE"          to ws-audit-op
                   move ws-note-cust    to ws-audit-key
                   move spaces          to ws-audit-before-first
                                           ws-audit-before-last
                                           ws-audit-before-address
                                           ws-audit-before-phone
                                           ws-audit-before-email
                                           ws-audit-before-consent
                                           ws-audit-after-first
                                           ws-audit-after-last
                                           ws-audit-after-phone
                                           ws-audit-after-email
                                           ws-audit-after-consent
                   move ws-note-text    to ws-audit-after-address
                   perform write-audit-record
           end-write
           close custNotes
           .

       validate-add-note section.
           set record-valid to true
           if ws-note-cust = spaces
               or ws-note-cust-n not numeric
               set record-invalid to true
               display "Note Rejected - Customer Number Must Be "
                   "Numeric"
               exit section
           end-if
           if ws-note-text = spaces
               set record-invalid to true
               display "Note Rejected - Note Text Required"
               exit section
           end-if
           if ws-note-followup not = spaces
               and ws-note-followup not numeric
               set record-invalid to true
               display "Note Rejected - Follow-Up Date Must Be "
                   "YYYYMMDD Or Blank"
               exit section
           end-if
           move ws-note-cust to ws-record-num
           perform verify-record-num
           if check-digit-bad
               set record-invalid to true
               display "Note Rejected - Customer Check Digit "
                   "Invalid: " ws-note-cust
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               set record-invalid to true
               exit section
           end-if
           move ws-note-cust to f-record-num
           read custFile with no lock
               invalid key
                   set record-invalid to true
                   display "Note Rejected - No Such Customer: "
                       ws-note-cust
           end-read
           .

       assign-next-note-seq section.
           move 1 to ws-next-note-seq
           move "N" to ws-notes-eof-flag
           move ws-note-cust to n-note-cust
           move 0 to n-note-seq
           start custNotes key is greater than n-note-key
               invalid key
                   set end-of-notes to true
               not invalid key
                   continue
           end-start
           perform scan-note-seq until end-of-notes
           .

       scan-note-seq section.
           read custNotes next with no lock
               at end
                   set end-of-notes to true
               not at end
                   if n-note-cust not = ws-note-cust
                       set end-of-notes to true
                   else
                       compute ws-next-note-seq = n-note-seq + 1
                   end-if
           end-read
           .

      *      A brand-new install has no custNotes.dat until the first
      *      note is taken -- create it on that first open, the same
      *      first-time handling open-custorders-io gives custOrders.

       open-custnotes-io section.
           open i-o custNotes
           if custnotes-status-bad-open
               open output custNotes
               close custNotes
               open i-o custNotes
           end-if
           perform check-custnotes-status
           .

       check-custnotes-status section.
           evaluate true
               when custnotes-status-ok
                   continue
               when custnotes-status-eof
                   continue
               when custnotes-status-locked
                   display "custNotes Record Locked - Status "
                       ws-custnotes-status
                   set innote-status-error to true
               when custnotes-status-bad-open
                   display "custNotes Open Failed - Status "
                       ws-custnotes-status
                   set innote-status-error to true
               when other
                   display "custNotes I/O Error - Status "
                       ws-custnotes-status
                   set innote-status-error to true
           end-evaluate
           .

      *      Pages through one customer's contact history a note at a
      *      time the way browse-record pages the customer file: the
      *      client sends the customer number plus the sequence number
      *      of the last note it already has (zero on the first call)
      *      and gets back the next note in conversation order.

       next-note section.
           move input-note-rec(1:length of ws-note-information)
               to ws-note-information
           move "N" to ws-notes-eof-flag
           move "N" to ws-note-found-flag
           open input custNotes
           if custnotes-status-bad-open
               display "No Notes On File"
               set innote-status-not-found to true
               exit section
           end-if
           perform check-custnotes-status
           if innote-status-error
               close custNotes
               exit section
           end-if
           move ws-note-cust to n-note-cust
           if ws-note-seq not numeric
               move 0 to ws-note-seq
           end-if
           move ws-note-seq to n-note-seq
           start custNotes key is greater than n-note-key
               invalid key
                   set end-of-notes to true
               not invalid key
                   perform read-next-note
           end-start
           if note-found
               move n-note-information to ws-note-information
               move ws-note-information to
                   input-note-rec(1:length of ws-note-information)
               set innote-status-ok to true
           else
               display "End Of Notes"
               move spaces to
                   input-note-rec(1:length of ws-note-information)
               set innote-status-not-found to true
           end-if
           close custNotes
           .

       read-next-note section.
           read custNotes next with no lock
               at end
                   set end-of-notes to true
               not at end
                   if n-note-cust = ws-note-cust
                       set note-found to true
                   else
                       set end-of-notes to true
                   end-if
           end-read
           .

      *      "My follow-ups due": pages every note carrying a
      *      follow-up date at or before today that this session's
      *      operator took, across all customers, in note-key order.
      *      The client sends the last note key it was shown (blank
      *      customer on the first call) and gets back the next due
      *      callback, so the counter works its own list instead of
      *      depending on memory.

       diary-next section.
           move input-note-rec(1:length of ws-note-information)
               to ws-note-information
           move "N" to ws-notes-eof-flag
           move "N" to ws-note-found-flag
           open input custNotes
           if custnotes-status-bad-open
               display "No Notes On File"
               set innote-status-not-found to true
               exit section
           end-if
           perform check-custnotes-status
           if innote-status-error
               close custNotes
               exit section
           end-if
           move function current-date(1:8) to ws-diary-today
           if ws-note-cust = spaces
               move low-values to n-note-cust
               move 0 to n-note-seq
           else
               move ws-note-cust to n-note-cust
               if ws-note-seq not numeric
                   move 0 to ws-note-seq
               end-if
               move ws-note-seq to n-note-seq
           end-if
           start custNotes key is greater than n-note-key
               invalid key
                   set end-of-notes to true
               not invalid key
                   perform scan-diary-note
                       until note-found or end-of-notes
           end-start
           if note-found
               move n-note-information to ws-note-information
               move ws-note-information to
                   input-note-rec(1:length of ws-note-information)
               set innote-status-ok to true
           else
               display "End Of Follow-Ups Due"
               move spaces to
                   input-note-rec(1:length of ws-note-information)
               set innote-status-not-found to true
           end-if
           close custNotes
           .

      *      Due means a real date at or before today; someone
      *      else's callbacks and notes with no follow-up pass by.

       scan-diary-note section.
           read custNotes next with no lock
               at end
                   set end-of-notes to true
               not at end
                   if n-note-followup not = spaces
                       and n-note-followup is numeric
                       and n-note-followup <= ws-diary-today
                       and n-note-operator
                           = ws-session-user(ws-session-idx)
                       set note-found to true
                   end-if
           end-read
           .

      *      Answers an inbound ring in one round trip through the
      *      summary view: the customer record, the count and open
      *      value of their orders, their note count and the newest
      *      audit activity date -- the three lookups the counter
      *      used to fire one after another before anyone could
      *      speak to the caller. The record itself answers under
      *      the same delete-pending and branch rules the search
      *      does.

       summary-inquiry section.
           perform verify-record-num
           if check-digit-bad
               display "Record Number Check Digit Invalid"
               set insum-status-error to true
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               set insum-status-error to true
               exit section
           end-if
           move ws-record-num to f-record-num
           move "N" to ws-lookup-found-flag
           if f-record-num not = ws-control-key
               read custFile with no lock
                   invalid key
                       continue
                   not invalid key
                       perform check-branch-visible
                       if not f-del-pending and branch-visible
                           set lookup-found to true
                       end-if
               end-read
           end-if
           if not lookup-found
               display "Record Not Found"
               move spaces to insum-firstname
                              insum-lastname
                              insum-last-active
                              insum-branch
                              insum-dlv-order
                              insum-dlv-consign
                              insum-dlv-date
                              insum-dlv-status
                              insum-parent
                              insum-parent-name
                              insum-subs
               move zero to insum-order-count
                            insum-sub-count
                            insum-open-value
                            insum-note-count
                            insum-in-transit
                            insum-points-bal
                            insum-open-cases
               set insum-status-not-found to true
               exit section
           end-if
           perform tally-customer-orders
           perform tally-customer-notes
           perform find-newest-activity
           move ws-record-num        to insum-cust-num
           move f-firstname          to insum-firstname
           move f-lastname           to insum-lastname
           move f-branch             to insum-branch
           move ws-summ-order-count  to insum-order-count
           move ws-summ-open-value   to insum-open-value
           move ws-summ-note-count   to insum-note-count
           move ws-summ-last-active  to insum-last-active
           move ws-summ-in-transit   to insum-in-transit
           move ws-summ-dlv-order    to insum-dlv-order
           move ws-summ-dlv-consign  to insum-dlv-consign
           move ws-summ-dlv-date     to insum-dlv-date
           move ws-summ-dlv-status   to insum-dlv-status
           move ws-record-num        to ws-pts-cust
           perform read-points-balance
           move ws-pts-balance       to insum-points-bal
           perform tally-customer-cases
           move ws-summ-open-cases   to insum-open-cases
           perform tally-customer-family
           set insum-status-ok to true
           display "Summary - Orders: " ws-summ-order-count
               " Open Value: " ws-summ-open-value
               " Notes: " ws-summ-note-count
           .

      *      A site names its parent; a parent lists its sites. This
      *      comes last in the summary -- the member scan moves
      *      custFile on from the customer's own record.

       tally-customer-family section.
           move spaces to insum-parent insum-parent-name insum-subs
           move 0 to insum-sub-count
           if f-parent not = spaces
               move f-parent to insum-parent
               move f-parent to f-record-num
               read custFile with no lock
                   invalid key
                       continue
                   not invalid key
                       move f-lastname to insum-parent-name
               end-read
               exit section
           end-if
           if not f-is-parent
               exit section
           end-if
           move 0 to ws-summ-sub-count
           move ws-record-num to ws-fam-head
           perform start-family-scan
           perform list-family-member until end-of-family
           move ws-summ-sub-count to insum-sub-count
           .

       list-family-member section.
           perform next-family-member
           if family-member-found
               add 1 to ws-summ-sub-count
               if ws-summ-sub-count <= 10
                   move f-record-num to insum-sub(ws-summ-sub-count)
               end-if
           end-if
           .

       start-family-scan section.
           move "N" to ws-family-eof-flag
           move ws-control-key to f-record-num
           start custFile key is greater than f-record-num
               invalid key
                   set end-of-family to true
           end-start
           .

       next-family-member section.
           move "N" to ws-family-found-flag
           read custFile next with no lock
               at end
                   set end-of-family to true
               not at end
                   if f-parent = ws-fam-head
                       and not f-del-pending
                       set family-member-found to true
                   end-if
           end-read
           .

      *      The customer's cases still open, waiting on them or not.

       tally-customer-cases section.
           move 0 to ws-summ-open-cases
           move "N" to ws-case-eof-flag
           open input custCases
           if cases-status-bad-open
               exit section
           end-if
           move ws-record-num to cs-case-cust
           start custCases key is equal to cs-case-cust
               invalid key
                   set end-of-cases to true
           end-start
           perform tally-one-case until end-of-cases
           close custCases
           .

       tally-one-case section.
           read custCases next with no lock
               at end
                   set end-of-cases to true
               not at end
                   if cs-case-cust not = ws-record-num
                       set end-of-cases to true
                   else
                       if cs-case-live
                           add 1 to ws-summ-open-cases
                       end-if
                   end-if
           end-read
           .

       tally-customer-orders section.
           move 0 to ws-summ-order-count
           move 0 to ws-summ-open-value
           move 0 to ws-summ-in-transit
           move spaces to ws-summ-dlv-order ws-summ-dlv-consign
                          ws-summ-dlv-date ws-summ-dlv-status
           move "N" to ws-orders-eof-flag
           open input custOrders
           if custorders-status-bad-open
               exit section
           end-if
           move ws-record-num to o-order-cust
           start custOrders key is equal to o-order-cust
               invalid key
                   set end-of-orders to true
               not invalid key
                   continue
           end-start
           perform tally-one-order until end-of-orders
           close custOrders
           .

       tally-one-order section.
           read custOrders next with no lock
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = ws-record-num
                       set end-of-orders to true
                   else
                       if o-order-num not = ws-control-key
                           add 1 to ws-summ-order-count
                           if o-order-open
                               perform add-summary-outstanding
                           end-if
                           perform note-summary-delivery
                       end-if
                   end-if
           end-read
           .

      *      The customer's orders come back in order-number order,
      *      so the last one picked is the newest to leave the
      *      warehouse. An order still at F that the carrier has not
      *      reported on is one the counter can only call in transit.

       note-summary-delivery section.
           if o-order-pick-date = spaces
               or o-order-pick-date = low-values
               exit section
           end-if
           move o-order-num        to ws-summ-dlv-order
           move o-order-consign    to ws-summ-dlv-consign
           move o-order-dlv-date   to ws-summ-dlv-date
           move o-order-dlv-status to ws-summ-dlv-status
           if o-order-picking and o-order-dlv-none
               add 1 to ws-summ-in-transit
           end-if
           .

      *      The open value is what is still owed on the open orders,
      *      not what they were raised for.

       add-summary-outstanding section.
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-summ-open-value = ws-summ-open-value
                   + o-order-amount - ws-order-settled
           end-if
           .

       tally-customer-notes section.
           move 0 to ws-summ-note-count
           move "N" to ws-notes-eof-flag
           open input custNotes
           if custnotes-status-bad-open
               exit section
           end-if
           move ws-record-num to n-note-cust
           move 0 to n-note-seq
           start custNotes key is greater than n-note-key
               invalid key
                   set end-of-notes to true
               not invalid key
                   continue
           end-start
           perform tally-one-note until end-of-notes
           close custNotes
           .

       tally-one-note section.
           read custNotes next with no lock
               at end
                   set end-of-notes to true
               not at end
                   if n-note-cust = ws-record-num
                       add 1 to ws-summ-note-count
                   else
                       set end-of-notes to true
                   end-if
           end-read
           .

      *      The trail is unsorted, so the newest activity date is
      *      the highest yyyymmdd seen for the record -- spaces sort
      *      below every digit, so a customer with no history comes
      *      back with the date blank.

       find-newest-activity section.
           move spaces to ws-summ-last-active
           move "N" to ws-hist-eof-flag
           open input custAudit
           if custaudit-status-bad-open
               exit section
           end-if
           perform scan-activity-line until end-of-history
           close custAudit
           .

       scan-activity-line section.
           read custAudit into ws-audit-line
               at end
                   set end-of-history to true
               not at end
                   if ws-audit-key = ws-record-num
                       and ws-audit-timestamp(1:8)
                           > ws-summ-last-active
                       move ws-audit-timestamp(1:8)
                           to ws-summ-last-active
                   end-if
           end-read
           .

      *      Answers the operator console's health call: session slots
      *      in use out of the table maximum, the record count on
      *      custFile, and the file status the last custFile operation
      *      finished with -- the numbers that otherwise only ever
      *      scroll past on the server console.

       health-inquiry section.
           move ws-custfile-status to ws-health-status-hold
           move 0 to ws-slots-in-use
           perform tally-session-slot
               varying ws-slot-idx from 1 by 1
               until ws-slot-idx > ws-session-max
           perform count-custfile
           move ws-slots-in-use       to inhlth-slots-used
           move ws-session-max        to inhlth-slots-max
           move ws-recon-count        to inhlth-rec-count
           move ws-health-status-hold to inhlth-last-status
           move ws-idle-timeout-seconds to inhlth-idle-timeout
           move ws-lockout-limit      to inhlth-lockout-tries
           move ws-pwd-max-days       to inhlth-pwd-max-days
           set inhlth-status-ok to true
           display "Health Inquiry - Slots: " ws-slots-in-use
               " Of " ws-session-max
               " Records: " ws-recon-count
           .

       tally-session-slot section.
           if ws-session-client-id(ws-slot-idx) not = 0
               add 1 to ws-slots-in-use
           end-if
           .

      *      A clean operator-driven stop: the final control totals go
      *      to the console the way program-initialise prints them, the
      *      stop is put on the audit trail, and the stop-server flag
      *      in the control block tells mfserver to come down instead
      *      of the process being killed mid-write.

       shutdown-server section.
           display "Shutdown Requested By Operator"
           perform count-custfile
           display "Final Control Total - Count: " ws-recon-count
               " Key Total: " ws-recon-total
           perform close-held-custfile
           move "SHUTDOWN"       to ws-audit-op
           move spaces           to ws-audit-key
                                    ws-audit-before-first
                                    ws-audit-before-last
                                    ws-audit-before-address
                                    ws-audit-before-phone
                                    ws-audit-before-email
                                    ws-audit-before-consent
                                    ws-audit-after-first
                                    ws-audit-after-last
                                    ws-audit-after-address
                                    ws-audit-after-phone
                                    ws-audit-after-email
                                    ws-audit-after-consent
           perform write-audit-record
           perform lower-serve-flag
           set inhlth-status-ok to true
           set stop-server to true
           display "Server Shutting Down"
           .

      *      Folds one duplicate record into another under supervision:
      *      the survivor's record number travels in the data block's
      *      record-num field and the number being merged away in the
      *      first eight bytes of the firstname field. The victim's
      *      orders and notes are re-pointed at the survivor, any blank
      *      survivor fields are filled from the victim, the victim's
      *      record is removed, and a MERGE audit line carries what was
      *      merged away. A victim that headed a family hands its sites
      *      to the survivor, which becomes their parent -- so the
      *      survivor cannot itself be a site of some other parent,
      *      families being one level deep. A survivor that was one of
      *      the victim's own sites is unlinked and heads the family.

       merge-record section.
           move ws-record-num       to ws-merge-survivor
           move ws-firstname(1:8)   to ws-merge-victim
           if ws-merge-survivor = spaces
               or ws-merge-victim = spaces
               or ws-record-num-n not numeric
               or ws-merge-victim-r not numeric
               display "Merge Rejected - Two Record Numbers Required"
               set input-status-error to true
               exit section
           end-if
           if ws-merge-survivor = ws-merge-victim
               display "Merge Rejected - Records Are The Same"
               set input-status-error to true
               exit section
           end-if

      *          The 00000000 control record carries the next-number
      *          seed -- merging it away (or into) would destroy
      *          record numbering for good.

           if ws-merge-survivor = ws-control-key
               or ws-merge-victim = ws-control-key
               display "Merge Rejected - Control Record Key"
               set input-status-error to true
               exit section
           end-if

      *          Both keyed-in numbers get the same check-digit proof
      *          the other keyed functions apply -- a transposed digit
      *          here destructively removes the wrong customer.

           perform verify-record-num
           if check-digit-bad
               display "Merge Rejected - Check Digit Invalid: "
                   ws-merge-survivor
               set input-status-error to true
               exit section
           end-if
           move ws-merge-victim to ws-record-num
           perform verify-record-num
           move ws-merge-survivor to ws-record-num
           if check-digit-bad
               display "Merge Rejected - Check Digit Invalid: "
                   ws-merge-victim
               set input-status-error to true
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               exit section
           end-if
           move ws-merge-victim to f-record-num
           read custFile with lock
               invalid key
                   display "Merge Rejected - Record Not Found: "
                       ws-merge-victim
                   set input-status-not-found to true
                   exit section
           end-read
           move f-record-information to ws-merge-hold
           move ws-merge-survivor to f-record-num
           read custFile with lock
               invalid key
                   display "Merge Rejected - Record Not Found: "
                       ws-merge-survivor
                   set input-status-not-found to true
                   exit section
           end-read
           if mrg-is-parent
               and f-parent not = spaces
               and f-parent not = ws-merge-victim
               display "Merge Rejected - Survivor Is A Site Of "
                   f-parent " - Cannot Take Over The Victim's Sites"
               set input-status-error to true
               exit section
           end-if
           perform hold-family-link
           if f-parent = ws-merge-victim
               move spaces to f-parent
               move space  to f-bill-parent
           end-if
           if mrg-is-parent and f-group-limit = space
               move mrg-group-limit to f-group-limit
           end-if
           if f-address = spaces
               move mrg-address to f-address
           end-if
           if f-phone = spaces
               move mrg-phone     to f-phone
               move mrg-phone-bad to f-phone-bad
           end-if
           if f-email = spaces
               move mrg-email     to f-email
               move mrg-email-bad to f-email-bad
           end-if
           if (f-phone-bad not = spaces or f-email-bad not = spaces)
               and f-bounce-date = spaces
               move mrg-bounce-date to f-bounce-date
           end-if
           if f-consent = spaces
               move mrg-consent to f-consent
           end-if
           rewrite f-record-information
               invalid key
                   display "Merge Rejected - Survivor Could Not Be "
                       "Updated"
                   set input-status-error to true
                   exit section
           end-rewrite
           if f-parent not = ws-fam-was-parent
               or f-group-limit not = ws-fam-was-group
               perform write-family-audit
           end-if
           move f-record-information to ws-record-information
           move ws-merge-victim to f-record-num
           read custFile with lock
               invalid key
                   continue
               not invalid key
                   delete custFile
                       invalid key
                           display "Merge - Victim Could Not Be "
                               "Removed: " ws-merge-victim
                   end-delete
           end-read
           perform transfer-victim-orders
           perform transfer-victim-notes
           perform transfer-victim-ledger
           perform transfer-victim-cases
           perform transfer-victim-standing
           perform transfer-victim-quotes
           perform transfer-victim-points
           perform transfer-victim-mandate
           perform transfer-victim-webxref
           perform transfer-victim-sites
           display "Record Merged: " ws-merge-victim " Into "
               ws-merge-survivor
           move ws-record-num  to input-record-num
           move ws-firstname   to input-firstname
           move ws-lastname    to input-lastname
           move ws-address     to input-address
           move ws-phone       to input-phone
           move ws-email       to input-email
           move ws-consent     to input-consent
           set input-status-ok to true
           move "MERGE"          to ws-audit-op
           move ws-merge-victim  to ws-audit-key
           move mrg-firstname    to ws-audit-before-first
           move mrg-lastname     to ws-audit-before-last
           move mrg-address      to ws-audit-before-address
           move mrg-phone        to ws-audit-before-phone
           move mrg-email        to ws-audit-before-email
           move mrg-consent      to ws-audit-before-consent
           move ws-merge-survivor to ws-audit-after-first
           move ws-lastname      to ws-audit-after-last
           move ws-address       to ws-audit-after-address
           move ws-phone         to ws-audit-after-phone
           move ws-email         to ws-audit-after-email
           move ws-consent       to ws-audit-after-consent
           perform write-audit-record
           .

      *      The victim's sites now name the survivor as their parent.
      *      The survivor is marked a family head if any came across,
      *      and a parent the victim was itself a site of stops being a
      *      head if the victim was its last site.

       transfer-victim-sites section.
           move "N" to ws-family-any-flag
           move ws-merge-victim to ws-fam-head
           perform start-family-scan
           perform move-one-victim-site until end-of-family
           if family-has-members
               move ws-merge-survivor to ws-fam-head
               perform mark-family-head
           end-if
           if mrg-parent not = spaces
               move mrg-parent to ws-fam-head
               perform check-family-head
           end-if
           .

       move-one-victim-site section.
           perform next-family-member
           if not family-member-found
               exit section
           end-if
           read custFile with lock
               invalid key
                   exit section
           end-read
           perform hold-family-link
           move ws-merge-survivor to f-parent
           rewrite f-record-information
               invalid key
                   display "Merge - Site Could Not Be Re-pointed: "
                       f-record-num
                   exit section
           end-rewrite
           perform write-family-audit
           set family-has-members to true
           .

      *      Each pass restarts the alternate-key position because the
      *      rewrite that re-points an order at the survivor moves it
      *      out of the victim's key chain.

       transfer-victim-orders section.
           move "N" to ws-orders-eof-flag
           open i-o custOrders
           if custorders-status-bad-open
               exit section
           end-if
           perform move-one-victim-order until end-of-orders
           close custOrders
           .

       move-one-victim-order section.
           move ws-merge-victim to o-order-cust
           move "N" to ws-order-found-flag
           start custOrders key is equal to o-order-cust
               invalid key
                   set end-of-orders to true
                   exit section
           end-start
           perform scan-victim-order
               until end-of-orders or order-found
           if order-found
               move ws-merge-survivor to o-order-cust
               rewrite o-order-information
                   invalid key
                       display "Merge - Order Could "
                           "Not Be Moved: " o-order-num
                       set end-of-orders to true
               end-rewrite
           end-if
           .

      *      The order control record keyed 00000000 carries the next
      *      order number in its customer field -- when the victim's
      *      record number happens to equal that counter the control
      *      record sits on the victim's key chain, and re-pointing it
      *      would corrupt order numbering for good. It is passed
      *      over, never moved.

       scan-victim-order section.
           read custOrders next
               at end
                   set end-of-orders to true
               not at end
                   if o-order-cust not = ws-merge-victim
                       set end-of-orders to true
                   else
                       if o-order-num not = ws-control-key
                           set order-found to true
                       end-if
                   end-if
           end-read
           .

      *      The victim's complaint cases go across the same way --
      *      restarting on the victim's key chain each pass and
      *      passing over the control record, which carries the last
      *      case number in its customer field.

       transfer-victim-cases section.
           move "N" to ws-case-eof-flag
           open i-o custCases
           if cases-status-bad-open
               exit section
           end-if
           perform move-one-victim-case until end-of-cases
           close custCases
           .

       move-one-victim-case section.
           move ws-merge-victim to cs-case-cust
           move "N" to ws-case-found-flag
           start custCases key is equal to cs-case-cust
               invalid key
                   set end-of-cases to true
                   exit section
           end-start
           perform scan-victim-case
               until end-of-cases or case-found
           if case-found
               move ws-merge-survivor to cs-case-cust
               rewrite cs-case-record
                   invalid key
                       display "Merge - Case Could "
                           "Not Be Moved: " cs-case-num
                       set end-of-cases to true
               end-rewrite
           end-if
           .

       scan-victim-case section.
           read custCases next
               at end
                   set end-of-cases to true
               not at end
                   if cs-case-cust not = ws-merge-victim
                       set end-of-cases to true
                   else
                       if cs-case-num not = ws-control-key
                           set case-found to true
                       end-if
                   end-if
           end-read
           .

      *      The victim's standing orders go across too, so the nightly
      *      run keeps raising them against the surviving record.

       transfer-victim-standing section.
           move "N" to ws-stand-eof-flag
           open i-o custStanding
           if standing-status-bad-open
               exit section
           end-if
           perform move-one-victim-standing until end-of-standing
           close custStanding
           .

       move-one-victim-standing section.
           move ws-merge-victim to so-stand-cust
           move "N" to ws-stand-found-flag
           start custStanding key is equal to so-stand-cust
               invalid key
                   set end-of-standing to true
                   exit section
           end-start
           perform scan-victim-standing
               until end-of-standing or standing-found
           if standing-found
               move ws-merge-survivor to so-stand-cust
               rewrite so-stand-record
                   invalid key
                       display "Merge - Standing Order Could "
                           "Not Be Moved: " so-stand-num
                       set end-of-standing to true
               end-rewrite
           end-if
           .

       scan-victim-standing section.
           read custStanding next
               at end
                   set end-of-standing to true
               not at end
                   if so-stand-cust not = ws-merge-victim
                       set end-of-standing to true
                   else
                       if so-stand-num not = ws-control-key
                           set standing-found to true
                       end-if
                   end-if
           end-read
           .

       transfer-victim-quotes section.
           move "N" to ws-quote-eof-flag
           open i-o custQuotes
           if quotes-status-bad-open
               exit section
           end-if
           perform move-one-victim-quote until end-of-quotes
           close custQuotes
           .

       move-one-victim-quote section.
           move ws-merge-victim to qt-quote-cust
           move "N" to ws-quote-found-flag
           start custQuotes key is equal to qt-quote-cust
               invalid key
                   set end-of-quotes to true
                   exit section
           end-start
           perform scan-victim-quote
               until end-of-quotes or quote-found
           if quote-found
               move ws-merge-survivor to qt-quote-cust
               rewrite qt-quote-record
                   invalid key
                       display "Merge - Quote Could Not Be Moved: "
                           qt-quote-num
                       set end-of-quotes to true
               end-rewrite
           end-if
           .

       scan-victim-quote section.
           read custQuotes next
               at end
                   set end-of-quotes to true
               not at end
                   if qt-quote-cust not = ws-merge-victim
                       set end-of-quotes to true
                   else
                       if qt-quote-num not = ws-control-key
                           set quote-found to true
                       end-if
                   end-if
           end-read
           .

      *      A note's customer number is part of its primary key, so a
      *      victim note is carried across by hand: held, removed, and
      *      rewritten under the survivor's next sequence number.

       transfer-victim-notes section.
           move "N" to ws-merge-notes-flag
           open i-o custNotes
           if custnotes-status-bad-open
               exit section
           end-if
           perform move-one-victim-note until victim-notes-done
           close custNotes
           .

       move-one-victim-note section.
           move ws-merge-victim to n-note-cust
           move 0 to n-note-seq
           start custNotes key is greater than n-note-key
               invalid key
                   set victim-notes-done to true
                   exit section
               not invalid key
                   continue
           end-start
           read custNotes next
               at end
                   set victim-notes-done to true
                   exit section
           end-read
           if n-note-cust not = ws-merge-victim
               set victim-notes-done to true
               exit section
           end-if
           move n-note-information to ws-note-information
           delete custNotes
               invalid key
                   display "Merge - Note Could Not Be Moved: "
                       n-note-key
                   set victim-notes-done to true
                   exit section
           end-delete
           move ws-merge-survivor to ws-note-cust
           perform assign-next-note-seq
           move ws-next-note-seq to ws-note-seq
           move ws-note-information to n-note-information
           write n-note-information
               invalid key
                   display "Merge - Note Could Not Be Rewritten"
                   set victim-notes-done to true
           end-write
           .

      *      The victim's ledger rows follow its orders, so the money it
      *      held on account is not stranded under a number that no
      *      longer exists. The ledger sequence is unique across every
      *      customer, so a row keeps its sequence when it moves.

       transfer-victim-ledger section.
           move "N" to ws-ledger-eof-flag
           open i-o custLedger
           if custledger-status-bad-open
               exit section
           end-if
           perform move-one-victim-ledger-row until end-of-ledger
           close custLedger
           .

       move-one-victim-ledger-row section.
           move ws-merge-victim to lg-ledger-cust
           move 0 to lg-ledger-seq
           start custLedger key is not less than lg-ledger-key
               invalid key
                   set end-of-ledger to true
                   exit section
           end-start
           read custLedger next
               at end
                   set end-of-ledger to true
                   exit section
           end-read
           if lg-ledger-cust not = ws-merge-victim
               set end-of-ledger to true
               exit section
           end-if
           move lg-ledger-information to ws-ledger-information
           delete custLedger
               invalid key
                   display "Merge - Ledger Row Could Not Be Moved: "
                       lg-ledger-seq
                   set end-of-ledger to true
                   exit section
           end-delete
           move ws-merge-survivor to ws-ledger-cust
           move ws-ledger-information to lg-ledger-information
           write lg-ledger-information
               invalid key
                   display "Merge - Ledger Row Could Not Be Rewritten"
                   set end-of-ledger to true
           end-write
           .

      *      The victim's points go across so a return against one of
      *      its moved orders takes back points the survivor actually
      *      holds. Like a note, a points row has the customer in its
      *      key, so each row is held, removed and written again under
      *      the survivor's next sequence -- after the survivor's own
      *      rows, keeping what is left of each lot -- and the
      *      victim's balance is added to the survivor's balance row.

       transfer-victim-points section.
           perform open-custpoints-io
           if points-status-bad-open
               exit section
           end-if
           move ws-merge-victim to pt-pts-cust
           move 0 to pt-pts-seq
           read custPoints with lock
               invalid key
                   close custPoints
                   exit section
           end-read
           move pt-pts-remaining to ws-merge-pts-balance
           delete custPoints
               invalid key
                   display "Merge - Points Balance Could Not Be "
                       "Moved: " ws-merge-victim
                   close custPoints
                   exit section
           end-delete
           move "N" to ws-pts-balance-flag
           move 0 to ws-pts-balance ws-pts-last-seq
           move ws-merge-survivor to pt-pts-cust
           move 0 to pt-pts-seq
           read custPoints with lock
               invalid key
                   continue
               not invalid key
                   set points-balance-on-file to true
                   move pt-pts-remaining to ws-pts-balance
                   move pt-pts-order-n   to ws-pts-last-seq
           end-read
           move "N" to ws-pts-eof-flag
           perform move-one-victim-points-row until end-of-points
           add ws-merge-pts-balance to ws-pts-balance
           move ws-merge-survivor to ws-pts-cust
           if ws-session-idx > 0
               and ws-session-idx <= ws-session-max
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx) to ws-pts-source
           else
               move "SYSTEM" to ws-pts-source
           end-if
           perform write-points-balance
           close custPoints
           move spaces               to ws-audit-line
           move "MERGEPTS"           to ws-audit-op
           move ws-merge-survivor    to ws-audit-key
           move ws-merge-victim      to ws-audit-before-first
           move ws-merge-survivor    to ws-audit-after-first
           move ws-merge-pts-balance to ws-audit-before-phone
           move ws-pts-balance       to ws-audit-after-phone
           perform write-merge-move-audit
           .

       move-one-victim-points-row section.
           move ws-merge-victim to pt-pts-cust
           move 1 to pt-pts-seq
           start custPoints key is not less than pt-pts-key
               invalid key
                   set end-of-points to true
                   exit section
           end-start
           read custPoints next
               at end
                   set end-of-points to true
                   exit section
           end-read
           if pt-pts-cust not = ws-merge-victim
               set end-of-points to true
               exit section
           end-if
           move pt-points-record to ws-merge-pts-row
           delete custPoints
               invalid key
                   display "Merge - Points Row Could Not Be Moved: "
                       pt-pts-seq
                   set end-of-points to true
                   exit section
           end-delete
           add 1 to ws-pts-last-seq
           move ws-merge-survivor to mpt-pts-cust
           move ws-pts-last-seq   to mpt-pts-seq
           move ws-merge-pts-row  to pt-points-record
           write pt-points-record
               invalid key
                   display "Merge - Points Row Could Not Be Rewritten"
                   set end-of-points to true
           end-write
           .

      *      One mandate per customer, keyed by the customer, so the
      *      victim's mandate is written again under the survivor's
      *      number and the collection and returns runs match it to
      *      the moved orders. Where the survivor already has a live
      *      mandate that one stands and the victim's row is removed;
      *      the trail line carries its reference so the office can
      *      cancel it with the bank. A live victim mandate replaces a
      *      survivor mandate that is pending or cancelled.

       transfer-victim-mandate section.
           open i-o custMandates
           if mandates-status-bad-open
               exit section
           end-if
           move ws-merge-victim to md-mand-cust
           read custMandates with lock
               invalid key
                   close custMandates
                   exit section
           end-read
           move md-mandate-record to ws-merge-mandate
           delete custMandates
               invalid key
                   display "Merge - Mandate Could Not Be Moved: "
                       ws-merge-victim
                   close custMandates
                   exit section
           end-delete
           move spaces            to ws-audit-line
           move "MERGEMAND"       to ws-audit-op
           move ws-merge-survivor to ws-audit-key
           move ws-merge-victim   to ws-audit-before-first
           move mmd-mand-ref      to ws-audit-before-address
           move mmd-mand-status   to ws-audit-before-consent
           move "N" to ws-merge-mand-flag
           move ws-merge-survivor to md-mand-cust
           read custMandates with lock
               invalid key
                   continue
               not invalid key
                   set survivor-mandate-on-file to true
           end-read
           evaluate true
               when not survivor-mandate-on-file
                   move ws-merge-survivor to mmd-mand-cust
                   move ws-merge-mandate  to md-mandate-record
                   write md-mandate-record
                       invalid key
                           display "Merge - Mandate Could Not Be "
                               "Rewritten: " ws-merge-survivor
                   end-write
               when md-mand-live or not mmd-mand-live
                   continue
               when other
                   move ws-merge-survivor to mmd-mand-cust
                   move ws-merge-mandate  to md-mandate-record
                   rewrite md-mandate-record
                       invalid key
                           display "Merge - Mandate Could Not Be "
                               "Rewritten: " ws-merge-survivor
                   end-rewrite
           end-evaluate
           move ws-merge-survivor to ws-audit-after-first
           move md-mand-ref       to ws-audit-after-address
           move md-mand-status    to ws-audit-after-consent
           close custMandates
           perform write-merge-move-audit
           .

      *      The victim's web-shop accounts are re-pointed at the
      *      survivor so the order load keeps accepting their baskets.
      *      The customer is an alternate key, so each pass restarts
      *      on the victim's key chain, as with the orders.

       transfer-victim-webxref section.
           move "N" to ws-webxref-eof-flag
           open i-o custWebXref
           if webxref-status-bad-open
               exit section
           end-if
           perform move-one-victim-webxref until end-of-webxref
           close custWebXref
           .

       move-one-victim-webxref section.
           move ws-merge-victim to wx-webx-cust
           move "N" to ws-webxref-found-flag
           start custWebXref key is equal to wx-webx-cust
               invalid key
                   set end-of-webxref to true
                   exit section
           end-start
           perform scan-victim-webxref
               until end-of-webxref or webxref-found
           if webxref-found
               move ws-merge-survivor to wx-webx-cust
               rewrite wx-webx-information
                   invalid key
                       display "Merge - Web Account Could Not Be "
                           "Moved: " wx-webx-web-id
                       set end-of-webxref to true
                       exit section
               end-rewrite
               move spaces            to ws-audit-line
               move "MERGEWEB"        to ws-audit-op
               move ws-merge-survivor to ws-audit-key
               move ws-merge-victim   to ws-audit-before-first
               move ws-merge-survivor to ws-audit-after-first
               move wx-webx-web-id    to ws-audit-before-address
                                         ws-audit-after-address
               perform write-merge-move-audit
           end-if
           .

       scan-victim-webxref section.
           read custWebXref next
               at end
                   set end-of-webxref to true
               not at end
                   if wx-webx-cust not = ws-merge-victim
                       set end-of-webxref to true
                   else
                       set webxref-found to true
                   end-if
           end-read
           .

      *      Each row carried across is put on the trail under the
      *      survivor's number, victim and survivor in the first-name
      *      columns, so the survivor's history shows what it took
      *      over. The line is cleared afterwards for the merge's own
      *      trail line.

       write-merge-move-audit section.
           perform write-audit-record
           move spaces to ws-audit-line
           .

      *      Serves one record's change history back to the clients a
      *      line at a time through the history view of the data block:
      *      the trail is scanned for lines carrying the requested
      *      record number, the first inhist-skip of them are passed
      *      over, and the next one comes back with its before/after
      *      values compacted into the detail field.

       history-inquiry section.
           if ws-record-num = spaces
               or ws-record-num-n not numeric
               display "History Rejected - Record Number Required"
               set inhist-status-error to true
               exit section
           end-if
           if inhist-skip is numeric
               move inhist-skip to ws-hist-skip
           else
               move 0 to ws-hist-skip
           end-if
           move 0 to ws-hist-seen
           move "N" to ws-hist-found-flag

      *          The monthly roll cuts the trail into generations, so
      *          the oldest history lives in the oldest cut -- the
      *          generations are walked front to back before the live
      *          trail, and the skip count carries straight across, so
      *          the caller pages one unbroken history.

           perform load-generation-list
           perform scan-history-generation
               varying ws-gen-idx from 1 by 1
               until ws-gen-idx > ws-gen-used
                   or history-line-found
           if not history-line-found
               move "N" to ws-hist-eof-flag
               open input custAudit
               if custaudit-status-bad-open
                   if ws-gen-used = 0
                       display "No Audit Trail On File"
                       set inhist-status-not-found to true
                       exit section
                   end-if
               else
                   perform scan-history-line
                       until end-of-history or history-line-found
                   close custAudit
               end-if
           end-if
           move ws-record-num to inhist-cust-num
           move ws-hist-skip  to inhist-skip
           if history-line-found
               set inhist-status-ok to true
           else
               display "End Of History"
               move spaces to inhist-timestamp
                              inhist-op
                              inhist-detail
               set inhist-status-not-found to true
           end-if
           .

       scan-history-line section.
           read custAudit into ws-audit-line
               at end
                   set end-of-history to true
               not at end
                   if ws-audit-key = ws-record-num
                       add 1 to ws-hist-seen
                       if ws-hist-seen > ws-hist-skip
                           set history-line-found to true
                           move ws-audit-timestamp to inhist-timestamp
                           move ws-audit-op        to inhist-op
                           perform build-history-detail
                       end-if
                   end-if
           end-read
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

       scan-history-generation section.
           move ws-gen-name(ws-gen-idx) to ws-hist-gen-name
           move "N" to ws-hist-eof-flag
           open input custAuditGen
           if auditgen-status-bad-open
               exit section
           end-if
           perform scan-history-gen-line
               until end-of-history or history-line-found
           close custAuditGen
           .

       scan-history-gen-line section.
           read custAuditGen into ws-audit-line
               at end
                   set end-of-history to true
               not at end
                   if ws-audit-key = ws-record-num
                       add 1 to ws-hist-seen
                       if ws-hist-seen > ws-hist-skip
                           set history-line-found to true
                           move ws-audit-timestamp to inhist-timestamp
                           move ws-audit-op        to inhist-op
                           perform build-history-detail
                       end-if
                   end-if
           end-read
           .

      *      Squeezes the before/after pairs into the 50-byte detail
      *      field: an update shows only the fields that changed, any
      *      other operation shows the name the line was written with.
      *      A long change simply truncates -- the full trail is still
      *      on custAudit.dat for anyone who needs every byte.

       build-history-detail section.
           move spaces to inhist-detail
           move 1 to ws-hist-ptr
           if ws-audit-op = "UPDATE"
               if ws-audit-before-first not = ws-audit-after-first
                   string "F:"
                           function trim(ws-audit-before-first)
                           ">"
                           function trim(ws-audit-after-first)
                           " "
                       delimited by size
                       into inhist-detail
                       with pointer ws-hist-ptr
                       on overflow continue
                   end-string
               end-if
               if ws-audit-before-last not = ws-audit-after-last
                   string "L:"
                           function trim(ws-audit-before-last)
                           ">"
                           function trim(ws-audit-after-last)
                           " "
                       delimited by size
                       into inhist-detail
                       with pointer ws-hist-ptr
                       on overflow continue
                   end-string
               end-if
               if ws-audit-before-address not = ws-audit-after-address
                   string "A:"
                           function trim(ws-audit-before-address)
                           ">"
                           function trim(ws-audit-after-address)
                           " "
                       delimited by size
                       into inhist-detail
                       with pointer ws-hist-ptr
                       on overflow continue
                   end-string
               end-if
               if ws-audit-before-phone not = ws-audit-after-phone
                   string "P:"
                           function trim(ws-audit-before-phone)
                           ">"
                           function trim(ws-audit-after-phone)
                           " "
                       delimited by size
                       into inhist-detail
                       with pointer ws-hist-ptr
                       on overflow continue
                   end-string
               end-if
               if ws-audit-before-email not = ws-audit-after-email
                   string "E:"
                           function trim(ws-audit-before-email)
                           ">"
                           function trim(ws-audit-after-email)
                           " "
                       delimited by size
                       into inhist-detail
                       with pointer ws-hist-ptr
                       on overflow continue
                   end-string
               end-if
               if ws-audit-before-consent not = ws-audit-after-consent
                   string "C:"
                           ws-audit-before-consent
                           ">"
                           ws-audit-after-consent
                       delimited by size
                       into inhist-detail
                       with pointer ws-hist-ptr
                       on overflow continue
                   end-string
               end-if
           else
               string function trim(ws-audit-after-first)
                       " "
                       function trim(ws-audit-after-last)
                   delimited by size
                   into inhist-detail
                   with pointer ws-hist-ptr
                   on overflow continue
               end-string
           end-if
           .

      *      Pages the report catalogue an entry at a time through the
      *      report view: the client sends how many entries it has
      *      already been shown (zero on the first call) and gets
      *      back the next kept report -- name, run date and the
      *      generation file name the page call asks for.

       list-report-catalogue section.
           if inrpt-skip is numeric
               move inrpt-skip to ws-rpt-skip
           else
               move 0 to ws-rpt-skip
           end-if
           move 0 to ws-rpt-seen
           move "N" to ws-rptcat-eof-flag
           move "N" to ws-rptcat-found-flag
           open input custRptCat
           if rptcat-status-bad-open
               display "No Report Catalogue On File"
               set inrpt-status-not-found to true
               exit section
           end-if
           perform scan-catalogue-entry
               until end-of-rpt-catalogue or catalogue-entry-found
           close custRptCat
           move ws-rpt-skip to inrpt-skip
           if catalogue-entry-found
               move rch-rpt-name to inrpt-name
               move rch-rpt-date to inrpt-date
               move rch-rpt-file to inrpt-file
               move spaces       to inrpt-text
               string "Lines: "     delimited by size
                      rch-rpt-lines delimited by size
                   into inrpt-text
               end-string
               set inrpt-status-ok to true
           else
               display "End Of Report Catalogue"
               move spaces to inrpt-name
                              inrpt-date
                              inrpt-file
                              inrpt-text
               set inrpt-status-not-found to true
           end-if
           .

       scan-catalogue-entry section.
           read custRptCat into ws-cat-hold
               at end
                   set end-of-rpt-catalogue to true
               not at end
                   add 1 to ws-rpt-seen
                   if ws-rpt-seen > ws-rpt-skip
                       set catalogue-entry-found to true
                   end-if
           end-read
           .

      *      Serves one line of a kept report back to the client: the
      *      generation file name comes straight off a catalogue
      *      reply, and the client sends how many lines it has been
      *      shown (zero on the first call).

       page-report-lines section.
           if inrpt-file = spaces
               display "Report Page Rejected - Report File Required"
               set inrpt-status-error to true
               exit section
           end-if
           if inrpt-skip is numeric
               move inrpt-skip to ws-rpt-skip
           else
               move 0 to ws-rpt-skip
           end-if

      *          Only a file the catalogue names may be opened -- the
      *          name arrives from the client, and without this proof
      *          a creative operator could page any file on the
      *          server box through this function.

           perform prove-report-in-catalogue
           if not report-file-known
               display "Report Not In Catalogue: " inrpt-file
               set inrpt-status-not-found to true
               exit section
           end-if
           move inrpt-file to ws-rpt-gen-name
           move 0 to ws-rpt-seen
           move "N" to ws-rptgen-eof-flag
           move "N" to ws-rptline-found-flag
           open input custRptGen
           if rptgen-status-bad-open
               display "Report Generation Missing: " ws-rpt-gen-name
               set inrpt-status-not-found to true
               exit section
           end-if
           perform scan-report-line
               until end-of-report or report-line-found
           close custRptGen
           move ws-rpt-skip to inrpt-skip
           if report-line-found
               move rptgen-record to inrpt-text
               set inrpt-status-ok to true
           else
               display "End Of Report"
               move spaces to inrpt-text
               set inrpt-status-not-found to true
           end-if
           .

       scan-report-line section.
           read custRptGen
               at end
                   set end-of-report to true
               not at end
                   add 1 to ws-rpt-seen
                   if ws-rpt-seen > ws-rpt-skip
                       set report-line-found to true
                   end-if
           end-read
           .

       prove-report-in-catalogue section.
           move "N" to ws-rptfile-known-flag
           move "N" to ws-rptcat-eof-flag
           open input custRptCat
           if rptcat-status-bad-open
               exit section
           end-if
           perform match-report-file until end-of-rpt-catalogue
           close custRptCat
           .

       match-report-file section.
           read custRptCat into ws-cat-hold
               at end
                   set end-of-rpt-catalogue to true
               not at end
                   if rch-rpt-file = inrpt-file
                       set report-file-known to true
                   end-if
           end-read
           .

      *      Pages the receipts held in suspense: the client sends the
      *      last item number it has been shown (spaces on the first
      *      call) and gets back the next item still unworked, so the
      *      clerk works the list in the order the money arrived.

       next-suspense-item section.
           move input-susp-rec(1:length of ws-susp-information)
               to ws-susp-information
           move "N" to ws-susp-eof-flag
           move "N" to ws-susp-found-flag
           open input custSusp
           if custsusp-status-bad-open
               display "No Suspense Items On File"
               set insusp-status-not-found to true
               exit section
           end-if
           if ws-susp-id = spaces
               or ws-susp-id-n not numeric
               move ws-control-key to sp-susp-id
           else
               move ws-susp-id to sp-susp-id
           end-if
           start custSusp key is greater than sp-susp-id
               invalid key
                   set end-of-suspense to true
               not invalid key
                   continue
           end-start
           perform scan-suspense-item
               until end-of-suspense or susp-item-found
           close custSusp
           if susp-item-found
               move sp-susp-information to ws-susp-information
               move ws-susp-information to
                   input-susp-rec(1:length of ws-susp-information)
               set insusp-status-ok to true
           else
               display "End Of Suspense Items"
               set insusp-status-not-found to true
           end-if
           .

       scan-suspense-item section.
           read custSusp next with no lock
               at end
                   set end-of-suspense to true
               not at end
                   if sp-susp-unworked
                       set susp-item-found to true
                   end-if
           end-read
           .

      *      Works one suspense item: O allocates the receipt to an
      *      open order exactly as the receipts run would have, C
      *      holds it on a customer's account, R marks it as a refund
      *      owed to the payer. Only an unworked item can be worked,
      *      and every allocation goes on the audit trail as
      *      SUSPALLOC.

       allocate-suspense-item section.
           move input-susp-rec(1:length of ws-susp-information)
               to ws-susp-information
           if ws-susp-id = spaces
               or ws-susp-id = ws-control-key
               display "Suspense Item Number Required"
               set insusp-status-error to true
               exit section
           end-if
           if not ws-susp-worked
               display "Suspense Allocation Rejected - State Must Be "
                   "O, C Or R"
               set insusp-status-error to true
               exit section
           end-if
           open i-o custSusp
           if custsusp-status-bad-open
               display "No Suspense Items On File"
               set insusp-status-not-found to true
               exit section
           end-if
           move ws-susp-id to sp-susp-id
           read custSusp with lock
               invalid key
                   display "Suspense Item Not Found: " ws-susp-id
                   set insusp-status-not-found to true
                   close custSusp
                   exit section
           end-read
           if not sp-susp-unworked
               display "Suspense Item Already Worked: " ws-susp-id
               set insusp-status-error to true
               close custSusp
               exit section
           end-if
           move "N" to ws-susp-alloc-flag
           move spaces to ws-susp-cust
           evaluate true
               when ws-susp-to-order
                   perform allocate-susp-to-order
               when ws-susp-to-account
                   perform allocate-susp-to-account
               when ws-susp-refund
                   move spaces to ws-susp-alloc-to
                   set susp-alloc-ok to true
           end-evaluate
           if not susp-alloc-ok
               set insusp-status-error to true
               close custSusp
               exit section
           end-if
           move ws-susp-state    to sp-susp-state
           move ws-susp-alloc-to to sp-susp-alloc-to
           move function current-date(1:8) to sp-susp-worked-date
           if ws-session-idx > 0
               and ws-session-idx <= ws-session-max
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx)
                   to sp-susp-worked-by
           else
               move "SYSTEM" to sp-susp-worked-by
           end-if
           rewrite sp-susp-information
               invalid key
                   display "Suspense Item Could Not Be Updated: "
                       ws-susp-id
                   set insusp-status-error to true
               not invalid key
                   display "Suspense Item Worked: " ws-susp-id
                   perform write-susp-alloc-audit
                   move sp-susp-information to ws-susp-information
                   move ws-susp-information to
                       input-susp-rec(1:length of ws-susp-information)
                   set insusp-status-ok to true
           end-rewrite
           close custSusp
           .

      *      The receipt pays down what is still owed on the order the
      *      clerk names, closing it when paid-to-date and any credit
      *      reach the amount; anything over is held on the customer's
      *      account.

       allocate-susp-to-order section.
           if ws-susp-alloc-to = spaces
               or ws-susp-alloc-to-n not numeric
               or ws-susp-alloc-to = ws-control-key
               display "Suspense Allocation Rejected - Order Number "
                   "Required"
               exit section
           end-if
           open i-o custOrders
           if custorders-status-bad-open
               display "custOrders Open Failed - Status "
                   ws-custorders-status
               exit section
           end-if
           move ws-susp-alloc-to to o-order-num
           read custOrders with lock
               invalid key
                   display "Suspense Allocation Rejected - No Such "
                       "Order: " ws-susp-alloc-to
                   close custOrders
                   exit section
           end-read
           if not o-order-open
               display "Suspense Allocation Rejected - Order Not "
                   "Open: " ws-susp-alloc-to
               close custOrders
               exit section
           end-if
           perform hold-order-before-values
           if o-order-paid not numeric
               move 0 to o-order-paid
           end-if
           move o-order-paid to ws-susp-before-paid
           perform weigh-order-settled
           if o-order-amount > ws-order-settled
               compute ws-susp-outstanding =
                   o-order-amount - ws-order-settled
           else
               move 0 to ws-susp-outstanding
           end-if
           if sp-susp-amount > ws-susp-outstanding
               move ws-susp-outstanding to ws-susp-applied
               compute ws-susp-excess =
                   sp-susp-amount - ws-susp-outstanding
           else
               move sp-susp-amount to ws-susp-applied
               move 0 to ws-susp-excess
           end-if
           add ws-susp-applied to o-order-paid
           perform weigh-order-settled
           if ws-order-settled not < o-order-amount
               set o-order-closed to true
               move "C" to ws-invoice-issued-on
               perform reserve-invoice-number
               perform stamp-points-earned
           end-if
           rewrite o-order-information
               invalid key
                   display "Order Could Not Be Updated: " o-order-num
                   perform release-invoice-number
               not invalid key
                   perform confirm-invoice-number
                   set susp-alloc-ok to true
                   move o-order-cust to ws-susp-cust
                   perform write-susp-order-audit
                   perform post-susp-order-ledger-rows
                   if o-order-closed
                       perform earn-order-points
                   end-if
           end-rewrite
           close custOrders
           .

      *      The order's own trail line, as the receipts run writes it
      *      -- ORDCLOSE when the receipt paid it off, ORDPAY with the
      *      paid-to-date before and after in the phone columns when
      *      it leaves a balance still owed.

       write-susp-order-audit section.
           move o-order-num    to ws-audit-after-first
           move o-order-date   to ws-audit-after-last
           move o-order-desc   to ws-audit-after-address
           move o-order-status to ws-audit-after-consent
           move spaces         to ws-audit-before-email
                                  ws-audit-after-email
           if o-order-closed
               move "ORDCLOSE"     to ws-audit-op
               move o-order-amount to ws-audit-after-phone
           else
               move "ORDPAY"       to ws-audit-op
               move ws-susp-before-paid to ws-audit-before-phone
               move o-order-paid   to ws-audit-after-phone
           end-if
           perform write-audit-record
           .

       post-susp-order-ledger-rows section.
           move o-order-cust to ws-ledger-cust
           move sp-susp-ref  to ws-ledger-ref
           if ws-susp-applied > 0
               move o-order-num to ws-ledger-order
               set ws-ledger-credit to true
               move ws-susp-applied to ws-ledger-amount
               perform post-ledger-entry
           end-if
           if ws-susp-excess > 0
               move spaces to ws-ledger-order
               set ws-ledger-on-account to true
               move ws-susp-excess to ws-ledger-amount
               perform post-ledger-entry
           end-if
           .

      *      Money the clerk can put to a customer but not to any one
      *      order is held on their account -- the same A row an
      *      overpayment makes.

       allocate-susp-to-account section.
           if ws-susp-alloc-to = spaces
               or ws-susp-alloc-to-n not numeric
               or ws-susp-alloc-to = ws-control-key
               display "Suspense Allocation Rejected - Customer "
                   "Number Required"
               exit section
           end-if
           move ws-susp-alloc-to to ws-record-num
           perform verify-record-num
           if check-digit-bad
               display "Suspense Allocation Rejected - Customer "
                   "Check Digit Invalid: " ws-susp-alloc-to
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               exit section
           end-if
           move ws-susp-alloc-to to f-record-num
           read custFile with no lock
               invalid key
                   display "Suspense Allocation Rejected - No Such "
                       "Customer: " ws-susp-alloc-to
                   exit section
           end-read
           move ws-susp-alloc-to to ws-susp-cust
           move ws-susp-alloc-to to ws-ledger-cust
           move spaces           to ws-ledger-order
           move sp-susp-ref      to ws-ledger-ref
           set ws-ledger-on-account to true
           move sp-susp-amount   to ws-ledger-amount
           perform post-ledger-entry
           set susp-alloc-ok to true
           .

      *      The SUSPALLOC line, keyed on the customer the money landed
      *      with: the item number, banking date, reason and receipt
      *      reference, amount and unworked state before; what it was
      *      allocated to, the day it was worked and its new state
      *      after.

       write-susp-alloc-audit section.
           move "SUSPALLOC"      to ws-audit-op
           move ws-susp-cust     to ws-audit-key
           move spaces           to ws-audit-before-address
                                    ws-audit-before-email
                                    ws-audit-after-email
           move sp-susp-id       to ws-audit-before-first
           move sp-susp-date     to ws-audit-before-last
           string sp-susp-reason delimited by size
                  " "            delimited by size
                  sp-susp-ref    delimited by size
               into ws-audit-before-address
           end-string
           move ws-audit-before-address to ws-audit-after-address
           move sp-susp-amount   to ws-audit-before-phone
                                    ws-audit-after-phone
           move "U"              to ws-audit-before-consent
           move sp-susp-alloc-to to ws-audit-after-first
           move sp-susp-worked-date to ws-audit-after-last
           move sp-susp-state    to ws-audit-after-consent
           perform write-audit-record
           .

      *      Online account-manager assignment. The manager must be an
      *      active operator on custOperators.dat; a blank id takes
      *      the manager off and leaves the customer to the branch.
      *      Each change goes on the trail as ACCTMGR with the old
      *      and new operator ids in the first-name columns, so a
      *      reassignment can be traced back to who had the customer.

       assign-account-manager section.
           perform verify-record-num
           if check-digit-bad
               display "Record Number Check Digit Invalid"
               set input-status-error to true
               exit section
           end-if
           move input-acct-mgr to ws-mgr-new
           if ws-mgr-new not = spaces
               perform check-manager-operator
               if not manager-usable
                   display "Account Manager Rejected - Not An Active "
                       "Operator: " ws-mgr-new
                   set input-status-error to true
                   exit section
               end-if
           end-if
           perform ensure-custfile-open
           if input-status-error
               exit section
           end-if
           move ws-record-num to f-record-num
           read custFile with lock
               invalid key
                   if custfile-status-locked
                       display "Record Locked by Another User"
                       set input-status-error to true
                   else
                       display "Record Not Found"
                       set input-status-not-found to true
                   end-if
                   exit section
           end-read
           perform check-branch-visible
           if f-del-pending or not branch-visible
               display "Record Not Found"
               set input-status-not-found to true
               exit section
           end-if
           move f-branch   to ws-branch
           move f-acct-mgr to ws-mgr-old
           if ws-mgr-new = ws-mgr-old
               display "Account Manager Unchanged: " ws-record-num
               set input-status-ok to true
               exit section
           end-if
           move ws-mgr-new to f-acct-mgr
           rewrite f-record-information
               invalid key
                   display "Record Could Not Be Updated"
                   set input-status-error to true
               not invalid key
                   display "Account Manager Set: " ws-record-num
                       " " ws-mgr-new
                   set input-status-ok to true
                   perform write-manager-audit
           end-rewrite
           .

      *      A customer can only be put with someone who can sign on
      *      and look after them -- a disabled or locked operator is
      *      refused along with an id nobody holds.

       check-manager-operator section.
           move "N" to ws-mgr-flag
           perform open-custoper-io
           if custoper-status-bad-open
               exit section
           end-if
           move ws-mgr-new to op-oper-id
           read custOperators
               invalid key
                   continue
               not invalid key
                   if op-oper-active
                       set manager-usable to true
                   end-if
           end-read
           close custOperators
           .

       write-manager-audit section.
           move "ACCTMGR"     to ws-audit-op
           move ws-record-num to ws-audit-key
           move spaces        to ws-audit-before-last
                                 ws-audit-before-address
                                 ws-audit-before-phone
                                 ws-audit-before-email
                                 ws-audit-before-consent
                                 ws-audit-after-last
                                 ws-audit-after-address
                                 ws-audit-after-phone
                                 ws-audit-after-email
                                 ws-audit-after-consent
           move ws-mgr-old to ws-audit-before-first
           move ws-mgr-new to ws-audit-after-first
           perform write-audit-record
           .

      *      Online parent-link maintenance, for a supervisor: the
      *      customer keyed is linked to the parent account keyed (a
      *      blank parent unlinks it), with whether its orders are
      *      billed to the parent and, on a customer with no parent,
      *      whether its credit limit caps its whole family. Families
      *      are one level deep -- a parent cannot itself be a site,
      *      nor a customer with sites of its own be linked under
      *      another. The parent is marked as a family head while it
      *      has any site, and the change goes on the trail as
      *      PARENT with the old and new parent in the first-name
      *      columns and the two flags in the consent columns.

       set-parent-link section.
           perform verify-record-num
           if check-digit-bad
               display "Record Number Check Digit Invalid"
               set input-status-error to true
               exit section
           end-if
           move input-parent       to ws-fam-new
           move input-bill-parent  to ws-fam-bill
           move input-group-limit  to ws-fam-group
           if ws-fam-bill not = "Y"
               move space to ws-fam-bill
           end-if
           if ws-fam-group not = "Y"
               move space to ws-fam-group
           end-if
           if ws-fam-new = ws-record-num
               display "A Customer Cannot Be Its Own Parent"
               set input-status-error to true
               exit section
           end-if
           if ws-fam-new = spaces
               move space to ws-fam-bill
           else
               move space to ws-fam-group
           end-if
           perform ensure-custfile-open
           if input-status-error
               exit section
           end-if
           if ws-fam-new not = spaces
               move ws-fam-new to f-record-num
               read custFile with no lock
                   invalid key
                       display "Parent Account Not Found: "
                           ws-fam-new
                       set input-status-not-found to true
                       exit section
               end-read
               perform check-branch-visible
               if f-del-pending or not branch-visible
                   display "Parent Account Not Found: " ws-fam-new
                   set input-status-not-found to true
                   exit section
               end-if
               if f-parent not = spaces
                   display "Parent Account Is Itself A Site Of "
                       f-parent
                   set input-status-error to true
                   exit section
               end-if
           end-if
           move ws-record-num to f-record-num
           read custFile with lock
               invalid key
                   if custfile-status-locked
                       display "Record Locked by Another User"
                       set input-status-error to true
                   else
                       display "Record Not Found"
                       set input-status-not-found to true
                   end-if
                   exit section
           end-read
           perform check-branch-visible
           if f-del-pending or not branch-visible
               display "Record Not Found"
               set input-status-not-found to true
               exit section
           end-if
           if f-is-parent and ws-fam-new not = spaces
               display "Customer Has Sites Of Its Own - Cannot Be "
                   "Linked Under Another Parent"
               set input-status-error to true
               exit section
           end-if
           move f-branch      to ws-branch
           move f-parent      to ws-fam-old
           move f-bill-parent to ws-fam-old-bill
           move f-group-limit to ws-fam-old-group
           if ws-fam-new   = ws-fam-old
               and ws-fam-bill  = ws-fam-old-bill
               and ws-fam-group = ws-fam-old-group
               display "Parent Link Unchanged: " ws-record-num
               set input-status-ok to true
               exit section
           end-if
           move ws-fam-new   to f-parent
           move ws-fam-bill  to f-bill-parent
           move ws-fam-group to f-group-limit
           rewrite f-record-information
               invalid key
                   display "Record Could Not Be Updated"
                   set input-status-error to true
                   exit section
           end-rewrite
           display "Parent Link Set: " ws-record-num " " ws-fam-new
           set input-status-ok to true
           perform write-parent-audit
           if ws-fam-new not = ws-fam-old
               if ws-fam-new not = spaces
                   move ws-fam-new to ws-fam-head
                   perform mark-family-head
               end-if
               if ws-fam-old not = spaces
                   move ws-fam-old to ws-fam-head
                   perform check-family-head
               end-if
           end-if
           .

       mark-family-head section.
           move ws-fam-head to f-record-num
           read custFile with lock
               invalid key
                   exit section
           end-read
           if f-is-parent
               exit section
           end-if
           perform hold-family-link
           set f-is-parent to true
           rewrite f-record-information
               invalid key
                   display "Family Head Could Not Be Marked: "
                       ws-fam-head
                   exit section
           end-rewrite
           perform write-family-audit
           .

      *      A parent whose last site has just left stops being a
      *      family head.

       check-family-head section.
           move "N" to ws-family-any-flag
           perform start-family-scan
           perform look-for-family-member until end-of-family
           if family-has-members
               exit section
           end-if
           move ws-fam-head to f-record-num
           read custFile with lock
               invalid key
                   exit section
           end-read
           if not f-is-parent
               exit section
           end-if
           perform hold-family-link
           move space to f-family-head
           rewrite f-record-information
               invalid key
                   display "Family Head Could Not Be Cleared: "
                       ws-fam-head
                   exit section
           end-rewrite
           perform write-family-audit
           .

       hold-family-link section.
           move f-parent      to ws-fam-was-parent
           move f-bill-parent to ws-fam-was-bill
           move f-group-limit to ws-fam-was-group
           move f-family-head to ws-fam-was-head
           .

      *      A family link changed as a side effect -- a site handed
      *      to a merge survivor, a head marked or cleared -- goes on
      *      the trail as PARENT under the record changed, in the
      *      shape the parent-link call writes, so a roll-forward and
      *      the changed-customer feed both see it. The family-head
      *      byte, before and after, rides in the third consent
      *      column. The line carries the record's own branch.

       write-family-audit section.
           move ws-branch to ws-fam-branch-hold
           move f-branch  to ws-branch
           move spaces            to ws-audit-line
           move "PARENT"          to ws-audit-op
           move f-record-num      to ws-audit-key
           move ws-fam-was-parent to ws-audit-before-first
           move f-parent          to ws-audit-after-first
           move ws-fam-was-bill   to ws-audit-before-consent(1:1)
           move ws-fam-was-group  to ws-audit-before-consent(2:1)
           move ws-fam-was-head   to ws-audit-before-consent(3:1)
           move f-bill-parent     to ws-audit-after-consent(1:1)
           move f-group-limit     to ws-audit-after-consent(2:1)
           move f-family-head     to ws-audit-after-consent(3:1)
           perform write-audit-record
           move spaces to ws-audit-line
           move ws-fam-branch-hold to ws-branch
           .

       look-for-family-member section.
           perform next-family-member
           if family-member-found
               set family-has-members to true
               set end-of-family to true
           end-if
           .

       write-parent-audit section.
           move "PARENT"      to ws-audit-op
           move ws-record-num to ws-audit-key
           move spaces        to ws-audit-before-last
                                 ws-audit-before-address
                                 ws-audit-before-phone
                                 ws-audit-before-email
                                 ws-audit-before-consent
                                 ws-audit-after-last
                                 ws-audit-after-address
                                 ws-audit-after-phone
                                 ws-audit-after-email
                                 ws-audit-after-consent
           move ws-fam-old to ws-audit-before-first
           move ws-fam-new to ws-audit-after-first
           move ws-fam-old-bill  to ws-audit-before-consent(1:1)
           move ws-fam-old-group to ws-audit-before-consent(2:1)
           move ws-fam-bill  to ws-audit-after-consent(1:1)
           move ws-fam-group to ws-audit-after-consent(2:1)
           perform write-audit-record
           .

      *      Online credit-limit maintenance. A cut, a first limit on
      *      a customer who had none, or a modest increase lands at
      *      once, on the trail as CREDLIMIT with the old and new
      *      limit in the phone columns the way an override shows
      *      them; a larger increase, or taking the limit off
      *      altogether, waits in custApproval.dat for a second
      *      operator and the call answers pending.

       set-credit-limit section.
           perform verify-record-num
           if check-digit-bad
               display "Record Number Check Digit Invalid"
               set input-status-error to true
               exit section
           end-if
           if input-credit-limit not numeric
               display "Credit Limit Must Be Numeric"
               set input-status-error to true
               exit section
           end-if
           move input-credit-limit to ws-appr-new-hold
           perform ensure-custfile-open
           if input-status-error
               exit section
           end-if
           move ws-record-num to f-record-num
           read custFile with lock
               invalid key
                   if custfile-status-locked
                       display "Record Locked by Another User"
                       set input-status-error to true
                   else
                       display "Record Not Found"
                       set input-status-not-found to true
                   end-if
                   exit section
           end-read
           perform check-branch-visible
           if f-del-pending or not branch-visible
               display "Record Not Found"
               set input-status-not-found to true
               exit section
           end-if
           move f-branch to ws-branch
           if f-credit-limit numeric
               move f-credit-limit to ws-appr-old-hold
           else
               move 0 to ws-appr-old-hold
           end-if
           if ws-appr-new-hold = ws-appr-old-hold
               display "Credit Limit Unchanged: " ws-record-num
               set input-status-ok to true
               exit section
           end-if
           perform judge-limit-approval
           if approval-needed
               perform lodge-limit-approval
               exit section
           end-if
           move ws-appr-new-hold to f-credit-limit
           rewrite f-record-information
               invalid key
                   display "Record Could Not Be Updated"
                   set input-status-error to true
               not invalid key
                   display "Credit Limit Set: " ws-record-num
                   set input-status-ok to true
                   perform write-limit-audit
           end-rewrite
           .

      *      Zero means no limit at all, so putting a first limit on
      *      a customer is a tightening and never waits; taking one
      *      off is the biggest increase there is and always does.

       judge-limit-approval section.
           move "N" to ws-appr-needed-flag
           if ws-appr-old-hold = 0
               exit section
           end-if
           if ws-appr-new-hold = 0
               set approval-needed to true
               exit section
           end-if
           compute ws-appr-increase =
               ws-appr-new-hold - ws-appr-old-hold
           if ws-appr-increase > ws-appr-limit-amount
               set approval-needed to true
           end-if
           .

       lodge-limit-approval section.
           move spaces to ws-appr-information
           set ws-appr-limit to true
           move ws-appr-old-hold to ws-appr-old-limit
           move ws-appr-new-hold to ws-appr-new-limit
           perform lodge-approval-request
           if input-status-pending
               move ws-appr-old-hold to input-credit-limit
           end-if
           .

       lodge-name-approval section.
           move spaces to ws-appr-information
           set ws-appr-name to true
           move zero to ws-appr-old-limit ws-appr-new-limit
           move ws-firstname to ws-appr-firstname
           move ws-lastname  to ws-appr-lastname
           move ws-address   to ws-appr-address
           perform lodge-approval-request
           .

      *      One request per customer at a time -- a second one
      *      lodged while the first still waits would leave the
      *      approver passing the wrong one. The customer record is
      *      the one update-record or set-credit-limit has just read,
      *      and nothing on it changes until the approval.

       lodge-approval-request section.
           move ws-record-num to ws-appr-cust
           move f-branch      to ws-appr-branch
           set ws-appr-pending to true
           move function current-date(1:8) to ws-appr-lodged
           if ws-session-idx > 0
               and ws-session-user(ws-session-idx) not = spaces
               move ws-session-user(ws-session-idx)
                   to ws-appr-lodged-by
           else
               move "SYSTEM" to ws-appr-lodged-by
           end-if
           perform open-approval-io
           if approval-status-bad-open
               display "custApproval Open Failed - Status "
                   ws-approval-status
               set input-status-error to true
               exit section
           end-if
           perform check-approval-waiting
           if approval-already-waiting
               display "Change Rejected - An Approval Is Already "
                   "Waiting For " ws-record-num
               set input-status-error to true
               close custApproval
               exit section
           end-if
           perform assign-next-approval-num
           move ws-appr-next-num to ws-appr-id-n
           move ws-appr-information to ap-approval-information
           write ap-approval-information
               invalid key
                   display "Approval Request Could Not Be Written"
                   set input-status-error to true
               not invalid key
                   display "Change Waiting For Approval: " ws-appr-id
                       " Customer " ws-record-num
                   set input-status-pending to true
                   perform write-lodge-audit
           end-write
           close custApproval
           .

       check-approval-waiting section.
           move "N" to ws-appr-waiting-flag
           move "N" to ws-appr-eof-flag
           move ws-record-num to ap-appr-cust
           start custApproval key is equal to ap-appr-cust
               invalid key
                   exit section
           end-start
           perform scan-customer-approval
               until end-of-approvals or approval-already-waiting
           .

       scan-customer-approval section.
           read custApproval next with no lock
               at end
                   set end-of-approvals to true
               not at end
                   if ap-appr-cust not = ws-record-num
                       set end-of-approvals to true
                   else
                       if ap-appr-pending
                           perform check-approval-lapsed
                           if not approval-lapsed
                               set approval-already-waiting to true
                           end-if
                       end-if
                   end-if
           end-read
           .

       assign-next-approval-num section.
           move ws-control-key to ap-appr-id
           read custApproval with lock
               invalid key
                   move 1 to ws-appr-next-num
               not invalid key
                   if ap-appr-cust numeric
                       move ap-appr-cust to ws-appr-next-num
                       add 1 to ws-appr-next-num
                   else
                       move 1 to ws-appr-next-num
                   end-if
           end-read
           move spaces to ap-approval-information
           move ws-control-key to ap-appr-id
           move ws-appr-next-num to ap-appr-cust
           move zero to ap-appr-old-limit ap-appr-new-limit
           rewrite ap-approval-information
               invalid key
                   write ap-approval-information
                       invalid key
                           display "Approval Control Record Could "
                               "Not Be Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custApproval.dat until the
      *      first change is sent for approval -- create it then.

       open-approval-io section.
           open i-o custApproval
           if approval-status-bad-open
               open output custApproval
               close custApproval
               open i-o custApproval
           end-if
           .

      *      The lodging goes on the trail as APPRLODGE: the record as
      *      it stands in the before columns, the change asked for in
      *      the after columns (a limit in the phone columns, as
      *      CREDLIMIT carries it), and the approval number in the
      *      before-email column so the decision can be traced back.

       write-lodge-audit section.
           move "APPRLODGE"   to ws-audit-op
           move ws-record-num to ws-audit-key
           move f-firstname   to ws-audit-before-first
           move f-lastname    to ws-audit-before-last
           move f-address     to ws-audit-before-address
           move f-phone       to ws-audit-before-phone
                                 ws-audit-after-phone
           move ws-appr-id    to ws-audit-before-email
           move f-email       to ws-audit-after-email
           move f-consent     to ws-audit-before-consent
                                 ws-audit-after-consent
           if ws-appr-limit
               move f-firstname to ws-audit-after-first
               move f-lastname  to ws-audit-after-last
               move f-address   to ws-audit-after-address
               move ws-appr-old-limit to ws-audit-before-phone
               move ws-appr-new-limit to ws-audit-after-phone
           else
               move ws-appr-firstname to ws-audit-after-first
               move ws-appr-lastname  to ws-audit-after-last
               move ws-appr-address   to ws-audit-after-address
           end-if
           perform write-audit-record
           .

       write-limit-audit section.
           move "CREDLIMIT"   to ws-audit-op
           move ws-record-num to ws-audit-key
           move spaces        to ws-audit-before-first
                                 ws-audit-before-last
                                 ws-audit-before-address
                                 ws-audit-before-email
                                 ws-audit-before-consent
                                 ws-audit-after-first
                                 ws-audit-after-last
                                 ws-audit-after-address
                                 ws-audit-after-email
                                 ws-audit-after-consent
           move ws-appr-old-hold to ws-audit-before-phone
           move ws-appr-new-hold to ws-audit-after-phone
           perform write-audit-record
           .

      *      Pages the requests still waiting, oldest number first: the
      *      client sends the last approval number it has shown and
      *      gets back the next one its operator's branch may decide.
      *      A lapsed request is passed over -- it can no longer be
      *      approved.

       next-approval-request section.
           move input-appr-rec(1:length of ws-appr-information)
               to ws-appr-information
           move "N" to ws-appr-eof-flag
           move "N" to ws-appr-found-flag
           open input custApproval
           if approval-status-bad-open
               display "No Approvals On File"
               set inappr-status-not-found to true
               exit section
           end-if
           if ws-appr-id = spaces
               or ws-appr-id-n not numeric
               move ws-control-key to ap-appr-id
           else
               move ws-appr-id to ap-appr-id
           end-if
           start custApproval key is greater than ap-appr-id
               invalid key
                   set end-of-approvals to true
               not invalid key
                   continue
           end-start
           perform scan-approval-request
               until end-of-approvals or approval-found
           close custApproval
           if approval-found
               move ap-approval-information to ws-appr-information
               move ws-appr-information to
                   input-appr-rec(1:length of ws-appr-information)
               set inappr-status-ok to true
           else
               display "End Of Approvals"
               set inappr-status-not-found to true
           end-if
           .

       scan-approval-request section.
           read custApproval next with no lock
               at end
                   set end-of-approvals to true
               not at end
                   if ap-appr-pending
                       perform check-approval-lapsed
                       perform check-approval-visible
                       if approval-visible and not approval-lapsed
                           set approval-found to true
                       end-if
                   end-if
           end-read
           .

      *      Head office decides for every branch; a branch approver
      *      decides for their own branch's customers and legacy
      *      records whose branch was never filled in, the same rule
      *      the lookups follow.

       check-approval-visible section.
           set approval-visible to true
           if session-head-office(ws-session-idx)
               or ap-appr-branch = spaces
               exit section
           end-if
           if ap-appr-branch not = ws-session-branch(ws-session-idx)
               move "N" to ws-appr-visible-flag
           end-if
           .

      *      A request APPRDAYS or more days old has lapsed: it can no
      *      longer be approved, and the nightly custApprExp run marks
      *      it expired on the file and the trail.

       check-approval-lapsed section.
           move "N" to ws-appr-lapsed-flag
           if ap-appr-lodged not numeric
               exit section
           end-if
           move ap-appr-lodged to ws-appr-lodged-num
           move function current-date(1:8) to ws-appr-today-num
           compute ws-appr-lodged-int =
               function integer-of-date(ws-appr-lodged-num)
           compute ws-appr-today-int =
               function integer-of-date(ws-appr-today-num)
           if ws-appr-today-int - ws-appr-lodged-int
               not < ws-appr-days
               set approval-lapsed to true
           end-if
           .

      *      Approves a waiting request and applies it to the
      *      customer. The four-eyes rule is the point: the operator
      *      who keyed the change may not approve it, whatever their
      *      level. The applied change goes on the trail in its usual
      *      shape, stamped with both operators.

       approve-request section.
           perform fetch-approval-for-decision
           if not approval-found
               exit section
           end-if
           if ap-appr-lodged-by = ws-session-user(ws-session-idx)
               display "Approval Refused - A Second Operator Must "
                   "Approve: " ap-appr-id
               set inappr-status-error to true
               close custApproval
               exit section
           end-if
           move ap-appr-lodged-by to ws-appr-requester
           move ws-session-user(ws-session-idx) to ws-appr-decider
           perform apply-approved-change
           if inappr-status-error
               close custApproval
               exit section
           end-if
           set ap-appr-approved to true
           perform record-approval-decision
           .

      *      Rejects a waiting request; nothing on the customer
      *      changes. The operator who keyed it may withdraw it this
      *      way too.

       reject-request section.
           perform fetch-approval-for-decision
           if not approval-found
               exit section
           end-if
           move ap-appr-lodged-by to ws-appr-requester
           move ws-session-user(ws-session-idx) to ws-appr-decider
           set ap-appr-rejected to true
           perform record-approval-decision
           if inappr-status-ok
               perform write-reject-audit
           end-if
           .

      *      Reads the request named in the call with a lock and
      *      proves it can still be decided. When it can, the file is
      *      left open for the decision; otherwise it is closed and
      *      the call answered.

       fetch-approval-for-decision section.
           move "N" to ws-appr-found-flag
           move input-appr-rec(1:length of ws-appr-information)
               to ws-appr-information
           if ws-appr-id = spaces
               or ws-appr-id-n not numeric
               or ws-appr-id = ws-control-key
               display "Approval Number Required"
               set inappr-status-error to true
               exit section
           end-if
           open i-o custApproval
           if approval-status-bad-open
               display "No Approvals On File"
               set inappr-status-not-found to true
               exit section
           end-if
           move ws-appr-id to ap-appr-id
           read custApproval with lock
               invalid key
                   if approval-status-locked
                       display "Approval Being Decided Elsewhere: "
                           ws-appr-id
                       set inappr-status-error to true
                   else
                       display "Approval Not Found: " ws-appr-id
                       set inappr-status-not-found to true
                   end-if
                   close custApproval
                   exit section
           end-read
           perform check-approval-visible
           if not approval-visible
               display "Approval Not Found: " ws-appr-id
               set inappr-status-not-found to true
               close custApproval
               exit section
           end-if
           if not ap-appr-pending
               display "Approval Already Decided: " ws-appr-id
               set inappr-status-error to true
               close custApproval
               exit section
           end-if
           perform check-approval-lapsed
           if approval-lapsed
               display "Approval Has Lapsed: " ws-appr-id
               set inappr-status-error to true
               close custApproval
               exit section
           end-if
           set approval-found to true
           .

       apply-approved-change section.
           perform ensure-custfile-open
           if not custfile-held
               set inappr-status-error to true
               exit section
           end-if
           move ap-appr-cust to f-record-num
           move ap-appr-cust to ws-record-num
           read custFile with lock
               invalid key
                   display "Approval Refused - Customer Not On File: "
                       ap-appr-cust
                   set inappr-status-error to true
                   exit section
           end-read
           if f-del-pending
               display "Approval Refused - Customer Pending Delete: "
                   ap-appr-cust
               set inappr-status-error to true
               exit section
           end-if
           move f-branch to ws-branch
           if ap-appr-limit
               perform apply-approved-limit
           else
               perform apply-approved-name
           end-if
           .

       apply-approved-limit section.
           if f-credit-limit numeric
               move f-credit-limit to ws-appr-old-hold
           else
               move 0 to ws-appr-old-hold
           end-if
           move ap-appr-new-limit to ws-appr-new-hold
           move ws-appr-new-hold  to f-credit-limit
           rewrite f-record-information
               invalid key
                   display "Record Could Not Be Updated"
                   set inappr-status-error to true
               not invalid key
                   display "Approved Credit Limit Set: " ws-record-num
                   move ws-appr-requester to ws-audit-operator
                   move ws-appr-decider   to ws-audit-approver
                   perform write-limit-audit
           end-rewrite
           .

      *      The approved name and address land exactly as an update
      *      would have landed them, returned-mail rule included.

       apply-approved-name section.
           move f-firstname to ws-audit-before-first
           move f-lastname  to ws-audit-before-last
           move f-address   to ws-audit-before-address
           move f-phone     to ws-audit-before-phone
           move f-email     to ws-audit-before-email
           move f-consent   to ws-audit-before-consent
           if f-mail-undeliverable
               and ap-appr-address not = f-address
               move spaces to f-mail-rtn-flag
                              f-mail-rtn-date
           end-if
           move ap-appr-firstname to f-firstname
           move ap-appr-lastname  to f-lastname
           move ap-appr-address   to f-address
           rewrite f-record-information
               invalid key
                   display "Record Could Not Be Updated"
                   set inappr-status-error to true
               not invalid key
                   display "Approved Name And Address Set: "
                       ws-record-num
                   move "UPDATE"      to ws-audit-op
                   move ws-record-num to ws-audit-key
                   move f-firstname   to ws-audit-after-first
                   move f-lastname    to ws-audit-after-last
                   move f-address     to ws-audit-after-address
                   move f-phone       to ws-audit-after-phone
                   move f-email       to ws-audit-after-email
                   move f-consent     to ws-audit-after-consent
                   move ws-appr-requester to ws-audit-operator
                   move ws-appr-decider   to ws-audit-approver
                   perform write-audit-record
           end-rewrite
           .

       record-approval-decision section.
           move function current-date(1:8) to ap-appr-decided
           move ws-appr-decider to ap-appr-decided-by
           rewrite ap-approval-information
               invalid key
                   display "Approval Could Not Be Updated: "
                       ap-appr-id
                   set inappr-status-error to true
               not invalid key
                   display "Approval Decided: " ap-appr-id
                       " State " ap-appr-state
                   move ap-approval-information to ws-appr-information
                   move ws-appr-information to
                       input-appr-rec(1:length of ws-appr-information)
                   set inappr-status-ok to true
           end-rewrite
           close custApproval
           .

       write-reject-audit section.
           move "APPRREJECT"  to ws-audit-op
           move ws-appr-cust  to ws-audit-key
           move ws-appr-branch to ws-branch
           move spaces        to ws-audit-before-first
                                 ws-audit-before-last
                                 ws-audit-before-address
                                 ws-audit-before-phone
                                 ws-audit-before-consent
                                 ws-audit-after-first
                                 ws-audit-after-last
                                 ws-audit-after-address
                                 ws-audit-after-phone
                                 ws-audit-after-email
                                 ws-audit-after-consent
           move ws-appr-id    to ws-audit-before-email
           move ws-appr-requester to ws-audit-operator
           move ws-appr-decider   to ws-audit-approver
           perform write-audit-record
           .

      *      Opens a complaint case against a customer, and against
      *      one of their orders when the complaint is about it. The
      *      operator taking the call owns the case unless another
      *      active operator is named, and the customer is owed an
      *      answer CASEDAYS days from today unless an earlier or
      *      later date is agreed with them on the call.

       open-case section.
           move input-case-rec(1:length of ws-case-information)
               to ws-case-information
           move function current-date(1:8) to ws-case-today
           perform validate-open-case
           if record-invalid
               set incase-status-error to true
               exit section
           end-if
           perform open-custcases-io
           if cases-status-bad-open
               display "custCases Open Failed - Status "
                   ws-cases-status
               set incase-status-error to true
               exit section
           end-if
           perform assign-next-case-num
           move ws-case-next-num to ws-case-num-n
           move f-branch         to ws-case-branch ws-branch
           set ws-case-open      to true
           move ws-case-today    to ws-case-opened ws-case-updated
           move ws-session-user(ws-session-idx) to ws-case-opened-by
           move spaces           to ws-case-closed-on ws-case-outcome
           move ws-case-information to cs-case-record
           write cs-case-record
               invalid key
                   display "Case Could Not Be Written: " ws-case-num
                   set incase-status-error to true
               not invalid key
                   display "Case Opened: " ws-case-num " For "
                       ws-case-cust
                   move ws-case-information to
                       input-case-rec(1:length of ws-case-information)
                   set incase-status-ok to true
                   move spaces to ws-case-old-owner
                                  ws-case-old-status
                                  ws-case-old-due
                                  ws-case-old-category
                                  ws-case-old-summary
                                  ws-case-old-order
                   move "CASEOPEN" to ws-audit-op
                   perform write-case-audit
           end-write
           close custCases
           .

       validate-open-case section.
           set record-valid to true
           if ws-case-cust = spaces
               or ws-case-cust not numeric
               set record-invalid to true
               display "Case Rejected - Customer Number Must Be "
                   "Numeric"
               exit section
           end-if
           move ws-case-cust to ws-record-num
           perform verify-record-num
           if check-digit-bad
               set record-invalid to true
               display "Case Rejected - Customer Check Digit "
                   "Invalid: " ws-case-cust
               exit section
           end-if
           if not ws-case-category-valid
               set record-invalid to true
               display "Case Rejected - Category Must Be BILL DLVY "
                   "PROD SERV STAF Or OTHR"
               exit section
           end-if
           if ws-case-summary = spaces
               set record-invalid to true
               display "Case Rejected - Summary Required"
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               set record-invalid to true
               exit section
           end-if
           move ws-case-cust to f-record-num
           read custFile with no lock
               invalid key
                   set record-invalid to true
                   display "Case Rejected - No Such Customer: "
                       ws-case-cust
                   exit section
           end-read
           perform check-branch-visible
           if f-del-pending or not branch-visible
               set record-invalid to true
               display "Case Rejected - No Such Customer: "
                   ws-case-cust
               exit section
           end-if
           if ws-case-order not = spaces
               perform check-case-order
               if record-invalid
                   exit section
               end-if
           end-if
           if ws-case-owner = spaces
               move ws-session-user(ws-session-idx) to ws-case-owner
           else
               perform check-case-owner
               if record-invalid
                   exit section
               end-if
           end-if
           if ws-case-due = spaces
               move ws-case-today to ws-case-date-num
               compute ws-case-date-int =
                   function integer-of-date(ws-case-date-num)
                   + ws-case-days
               compute ws-case-date-num =
                   function date-of-integer(ws-case-date-int)
               move ws-case-date-num to ws-case-due
           else
               perform check-case-due
           end-if
           .

      *      The order complained about must be on file and must be
      *      this customer's.

       check-case-order section.
           open input custOrders
           if custorders-status-bad-open
               set record-invalid to true
               display "Case Rejected - No Such Order: " ws-case-order
               exit section
           end-if
           move ws-case-order to o-order-num
           read custOrders with no lock
               invalid key
                   set record-invalid to true
                   display "Case Rejected - No Such Order: "
                       ws-case-order
               not invalid key
                   if o-order-cust not = ws-case-cust
                       set record-invalid to true
                       display "Case Rejected - Order " ws-case-order
                           " Is Not This Customer's"
                   end-if
           end-read
           close custOrders
           .

      *      A case can only be given to an operator who can log in
      *      and answer it.

       check-case-owner section.
           open input custOperators
           if custoper-status-bad-open
               set record-invalid to true
               display "Case Rejected - No Such Operator: "
                   ws-case-owner
               exit section
           end-if
           move ws-case-owner to op-oper-id
           read custOperators with no lock
               invalid key
                   set record-invalid to true
                   display "Case Rejected - No Such Operator: "
                       ws-case-owner
               not invalid key
                   if not op-oper-active
                       set record-invalid to true
                       display "Case Rejected - Operator Not Active: "
                           ws-case-owner
                   end-if
           end-read
           close custOperators
           .

      *      A keyed response date must be a real date and must not
      *      already have passed.

       check-case-due section.
           if ws-case-due not numeric
               set record-invalid to true
               display "Case Rejected - Due Date Must Be YYYYMMDD"
               exit section
           end-if
           move ws-case-due to ws-case-date-num
           if function test-date-yyyymmdd(ws-case-date-num) not = 0
               set record-invalid to true
               display "Case Rejected - Due Date Is Not A Real Date: "
                   ws-case-due
               exit section
           end-if
           if ws-case-due < ws-case-today
               set record-invalid to true
               display "Case Rejected - Due Date Has Passed: "
                   ws-case-due
           end-if
           .

       assign-next-case-num section.
           move ws-control-key to cs-case-num
           read custCases with lock
               invalid key
                   move 1 to ws-case-next-num
               not invalid key
                   if cs-case-cust numeric
                       move cs-case-cust to ws-case-next-num
                       add 1 to ws-case-next-num
                   else
                       move 1 to ws-case-next-num
                   end-if
           end-read
           move spaces to cs-case-record
           move ws-control-key to cs-case-num
           move ws-case-next-num to cs-case-cust
           rewrite cs-case-record
               invalid key
                   write cs-case-record
                       invalid key
                           display "Case Control Record Could "
                               "Not Be Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custCases.dat until the first
      *      complaint is taken -- create it then.

       open-custcases-io section.
           open i-o custCases
           if cases-status-bad-open
               open output custCases
               close custCases
               open i-o custCases
           end-if
           .

      *      Changes what a live case is about and where it stands:
      *      any of category, order, summary, due date and status
      *      (open, or waiting on the customer) sent non-blank is
      *      taken, the rest left as they are. An order or due date
      *      sent back as it already stands is not checked again --
      *      a case already past its date can still be updated.

       update-case section.
           perform fetch-case-for-change
           if not case-found
               exit section
           end-if
           move "Y" to ws-case-valid-flag
           if ws-case-category not = spaces
               if ws-case-category-valid
                   move ws-case-category to cs-case-category
               else
                   move "N" to ws-case-valid-flag
                   display "Case Update Rejected - Category Must Be "
                       "BILL DLVY PROD SERV STAF Or OTHR"
               end-if
           end-if
           if ws-case-status not = space
               if ws-case-live
                   move ws-case-status to cs-case-status
               else
                   move "N" to ws-case-valid-flag
                   display "Case Update Rejected - Status Must Be "
                       "O Or W; Close The Case To Finish It"
               end-if
           end-if
           if ws-case-summary not = spaces
               move ws-case-summary to cs-case-summary
           end-if
           if ws-case-order not = spaces
               and ws-case-order not = cs-case-order and case-valid
               move cs-case-cust to ws-case-cust
               set record-valid to true
               perform check-case-order
               if record-invalid
                   move "N" to ws-case-valid-flag
               else
                   move ws-case-order to cs-case-order
               end-if
           end-if
           if ws-case-due not = spaces
               and ws-case-due not = cs-case-due and case-valid
               set record-valid to true
               perform check-case-due
               if record-invalid
                   move "N" to ws-case-valid-flag
               else
                   move ws-case-due to cs-case-due
               end-if
           end-if
           if not case-valid
               set incase-status-error to true
               close custCases
               exit section
           end-if
           move "CASEUPD" to ws-audit-op
           perform record-case-change
           .

      *      Hands a live case to another active operator.

       reassign-case section.
           perform fetch-case-for-change
           if not case-found
               exit section
           end-if
           if ws-case-owner = spaces
               display "Case Reassign Rejected - New Owner Required"
               set incase-status-error to true
               close custCases
               exit section
           end-if
           if ws-case-owner = cs-case-owner
               display "Case Reassign Rejected - Already Owned By "
                   ws-case-owner
               set incase-status-error to true
               close custCases
               exit section
           end-if
           set record-valid to true
           perform check-case-owner
           if record-invalid
               set incase-status-error to true
               close custCases
               exit section
           end-if
           move ws-case-owner to cs-case-owner
           move "CASEASSIGN" to ws-audit-op
           perform record-case-change
           .

      *      Closes a live case with what was done about it -- a case
      *      is never closed without an outcome.

       close-case section.
           perform fetch-case-for-change
           if not case-found
               exit section
           end-if
           if ws-case-outcome = spaces
               display "Case Close Rejected - Outcome Required"
               set incase-status-error to true
               close custCases
               exit section
           end-if
           move ws-case-outcome to cs-case-outcome
           set cs-case-closed   to true
           move ws-case-today   to cs-case-closed-on
           move "CASECLOSE" to ws-audit-op
           perform record-case-change
           .

      *      Reads the case named in the call with a lock and proves
      *      it can still be worked: on file, in the operator's branch
      *      (head office sees them all) and not closed. When it can,
      *      the file is left open and the before-values held for the
      *      trail; otherwise it is closed and the call answered.

       fetch-case-for-change section.
           move "N" to ws-case-found-flag
           move input-case-rec(1:length of ws-case-information)
               to ws-case-information
           move function current-date(1:8) to ws-case-today
           if ws-case-num = spaces
               or ws-case-num-n not numeric
               or ws-case-num = ws-control-key
               display "Case Number Required"
               set incase-status-error to true
               exit section
           end-if
           open i-o custCases
           if cases-status-bad-open
               display "No Cases On File"
               set incase-status-not-found to true
               exit section
           end-if
           move ws-case-num to cs-case-num
           read custCases with lock
               invalid key
                   if cases-status-locked
                       display "Case Being Worked Elsewhere: "
                           ws-case-num
                       set incase-status-error to true
                   else
                       display "Case Not Found: " ws-case-num
                       set incase-status-not-found to true
                   end-if
                   close custCases
                   exit section
           end-read
           perform check-case-visible
           if not case-visible
               display "Case Not Found: " ws-case-num
               set incase-status-not-found to true
               close custCases
               exit section
           end-if
           if not cs-case-live
               display "Case Already Closed: " ws-case-num
               set incase-status-error to true
               close custCases
               exit section
           end-if
           move cs-case-owner    to ws-case-old-owner
           move cs-case-status   to ws-case-old-status
           move cs-case-due      to ws-case-old-due
           move cs-case-category to ws-case-old-category
           move cs-case-summary  to ws-case-old-summary
           move cs-case-order    to ws-case-old-order
           set case-found to true
           .

      *      Head office works every branch's cases; a branch operator
      *      works their own branch's, the same rule the lookups
      *      follow.

       check-case-visible section.
           set case-visible to true
           if session-head-office(ws-session-idx)
               or cs-case-branch = spaces
               exit section
           end-if
           if cs-case-branch not = ws-session-branch(ws-session-idx)
               move "N" to ws-case-visible-flag
           end-if
           .

       record-case-change section.
           move ws-case-today to cs-case-updated
           rewrite cs-case-record
               invalid key
                   display "Case Could Not Be Updated: " cs-case-num
                   set incase-status-error to true
               not invalid key
                   display "Case Updated: " cs-case-num
                       " Status " cs-case-status
                   move cs-case-record to ws-case-information
                   move ws-case-information to
                       input-case-rec(1:length of ws-case-information)
                   set incase-status-ok to true
                   move ws-case-branch to ws-branch
                   perform write-case-audit
           end-rewrite
           close custCases
           .

      *      A case goes on the trail under the customer's number:
      *      the case number in both first-name columns, the owner in
      *      the last-name columns, category, summary and order in the
      *      address columns, the due date in the phone columns, the
      *      status in the consent columns and, once closed, the
      *      outcome in the after-email column.

       write-case-audit section.
           move ws-case-cust     to ws-audit-key
           move ws-case-num      to ws-audit-before-first
                                    ws-audit-after-first
           move ws-case-old-owner to ws-audit-before-last
           move ws-case-owner    to ws-audit-after-last
           move spaces           to ws-case-audit-text
           move ws-case-old-category to ws-case-aud-category
           move ws-case-old-summary  to ws-case-aud-summary
           move ws-case-old-order    to ws-case-aud-order
           if ws-case-old-category = spaces
               move spaces to ws-audit-before-address
           else
               move ws-case-audit-text to ws-audit-before-address
           end-if
           move ws-case-category to ws-case-aud-category
           move ws-case-summary  to ws-case-aud-summary
           move ws-case-order    to ws-case-aud-order
           move ws-case-audit-text to ws-audit-after-address
           move ws-case-old-due  to ws-audit-before-phone
           move ws-case-due      to ws-audit-after-phone
           move spaces           to ws-audit-before-email
           move ws-case-outcome  to ws-audit-after-email
           move ws-case-old-status to ws-audit-before-consent
           move ws-case-status   to ws-audit-after-consent
           perform write-audit-record
           .

      *      Pages cases, lowest number first, after the last case
      *      number the client has shown (spaces on the first call).
      *      With a customer number it pages that customer's cases,
      *      closed ones included; with none it pages the cases still
      *      live that the operator owns -- their own work list.

       next-case section.
           move input-case-rec(1:length of ws-case-information)
               to ws-case-information
           move "N" to ws-case-eof-flag
           move "N" to ws-case-found-flag
           if ws-case-num = spaces
               or ws-case-num-n not numeric
               move ws-control-key to ws-case-cursor
           else
               move ws-case-num to ws-case-cursor
           end-if
           if ws-case-cust not = spaces
               and ws-case-cust not numeric
               display "Case Page Rejected - Customer Number Must "
                   "Be Numeric"
               set incase-status-error to true
               exit section
           end-if
           open input custCases
           if cases-status-bad-open
               display "No Cases On File"
               set incase-status-not-found to true
               exit section
           end-if
           if ws-case-cust = spaces
               move ws-case-cursor to cs-case-num
               start custCases key is greater than cs-case-num
                   invalid key
                       set end-of-cases to true
               end-start
           else
               move ws-case-cust to cs-case-cust
               start custCases key is equal to cs-case-cust
                   invalid key
                       set end-of-cases to true
               end-start
           end-if
           perform scan-next-case until end-of-cases or case-found
           close custCases
           if case-found
               move cs-case-record to ws-case-information
               move ws-case-information to
                   input-case-rec(1:length of ws-case-information)
               set incase-status-ok to true
           else
               display "End Of Cases"
               set incase-status-not-found to true
           end-if
           .

       scan-next-case section.
           read custCases next with no lock
               at end
                   set end-of-cases to true
                   exit section
           end-read
           if ws-case-cust = spaces
               if cs-case-live
                   and cs-case-owner = ws-session-user(ws-session-idx)
                   set case-found to true
               end-if
               exit section
           end-if
           if cs-case-cust not = ws-case-cust
               set end-of-cases to true
               exit section
           end-if
           if cs-case-num not > ws-case-cursor
               exit section
           end-if
           perform check-case-visible
           if case-visible
               set case-found to true
           end-if
           .

      *      Sets up a standing order against a customer. An item-coded
      *      one is priced at today's price times the quantity unless
      *      an amount is agreed on the call, and that amount is what
      *      every order raised from it is for; the customer's credit
      *      is judged each night an order falls due, not now.

       add-standing-order section.
           move input-stand-rec(1:length of ws-stand-information)
               to ws-stand-information
           move function current-date(1:8) to ws-stand-today
           perform validate-standing-order
           if record-invalid
               set instand-status-error to true
               exit section
           end-if
           perform open-custstanding-io
           if standing-status-bad-open
               display "custStanding Open Failed - Status "
                   ws-standing-status
               set instand-status-error to true
               exit section
           end-if
           perform assign-next-stand-num
           move ws-stand-next-num to ws-stand-num-n
           move f-branch          to ws-stand-branch ws-branch
           set ws-stand-active    to true
           move ws-stand-next-due(7:2) to ws-stand-due-day
           move ws-stand-today    to ws-stand-set-up ws-stand-updated
           move ws-session-user(ws-session-idx) to ws-stand-set-up-by
           move spaces            to ws-stand-last-raised
                                     ws-stand-last-order
                                     ws-stand-held-date
                                     ws-stand-held-reason
           move 0                 to ws-stand-raised-count
           move ws-stand-information to so-stand-record
           write so-stand-record
               invalid key
                   display "Standing Order Could Not Be Written: "
                       ws-stand-num
                   set instand-status-error to true
               not invalid key
                   display "Standing Order Set Up: " ws-stand-num
                       " For " ws-stand-cust
                   move ws-stand-information to
                       input-stand-rec(1:length of ws-stand-information)
                   set instand-status-ok to true
                   move spaces to ws-stand-old-status ws-stand-old-due
                   move "STANDADD" to ws-audit-op
                   perform write-stand-audit
           end-write
           close custStanding
           .

       validate-standing-order section.
           set record-valid to true
           if ws-stand-cust = spaces
               or ws-stand-cust not numeric
               set record-invalid to true
               display "Standing Order Rejected - Customer Number "
                   "Must Be Numeric"
               exit section
           end-if
           move ws-stand-cust to ws-record-num
           perform verify-record-num
           if check-digit-bad
               set record-invalid to true
               display "Standing Order Rejected - Customer Check "
                   "Digit Invalid: " ws-stand-cust
               exit section
           end-if
           if not ws-stand-freq-valid
               set record-invalid to true
               display "Standing Order Rejected - Frequency Must Be "
                   "W F M Or Q"
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               set record-invalid to true
               exit section
           end-if
           move ws-stand-cust to f-record-num
           read custFile with no lock
               invalid key
                   set record-invalid to true
                   display "Standing Order Rejected - No Such "
                       "Customer: " ws-stand-cust
                   exit section
           end-read
           perform check-branch-visible
           if f-del-pending or not branch-visible
               set record-invalid to true
               display "Standing Order Rejected - No Such Customer: "
                   ws-stand-cust
               exit section
           end-if
           if ws-stand-qty not numeric
               or ws-stand-qty = zero
               move 1 to ws-stand-qty
           end-if
           if ws-stand-amount not numeric
               move zero to ws-stand-amount
           end-if
           if ws-stand-item not = spaces
               perform check-stand-item
               if record-invalid
                   exit section
               end-if
           end-if
           if ws-stand-desc = spaces
               set record-invalid to true
               display "Standing Order Rejected - Item Or "
                   "Description Required"
               exit section
           end-if
           if ws-stand-amount = zero
               set record-invalid to true
               display "Standing Order Rejected - Amount Required"
               exit section
           end-if
           if ws-stand-next-due = spaces
               move ws-stand-today to ws-stand-next-due
           else
               move ws-stand-next-due to ws-stand-new-due
               perform check-stand-due
               if record-invalid
                   exit section
               end-if
           end-if
           if ws-stand-end-date not = spaces
               perform check-stand-end-date
           end-if
           .

      *      The item must be one still sold; it gives the order its
      *      description and, when no amount is agreed, its price.

       check-stand-item section.
           open input custItems
           if items-status-bad-open
               set record-invalid to true
               display "Standing Order Rejected - No Such Item: "
                   ws-stand-item
               exit section
           end-if
           move ws-stand-item to it-item-code
           read custItems with no lock
               invalid key
                   set record-invalid to true
                   display "Standing Order Rejected - No Such Item: "
                       ws-stand-item
               not invalid key
                   if not it-item-is-active
                       set record-invalid to true
                       display "Standing Order Rejected - Item No "
                           "Longer Sold: " ws-stand-item
                   else
                       move it-item-desc to ws-stand-desc
                       if ws-stand-amount = zero
                           compute ws-stand-amount =
                               it-item-price * ws-stand-qty
                               on size error
                                   set record-invalid to true
                                   display "Standing Order Rejected "
                                       "- Quantity Too Large"
                           end-compute
                       end-if
                   end-if
           end-read
           close custItems
           .

      *      A keyed due date must be a real date and must not already
      *      have passed -- the caller puts it in ws-stand-new-due.

       check-stand-due section.
           if ws-stand-new-due not numeric
               set record-invalid to true
               display "Standing Order Rejected - Due Date Must Be "
                   "YYYYMMDD"
               exit section
           end-if
           move ws-stand-new-due to ws-stand-date-num
           if function test-date-yyyymmdd(ws-stand-date-num) not = 0
               set record-invalid to true
               display "Standing Order Rejected - Due Date Is Not A "
                   "Real Date: " ws-stand-new-due
               exit section
           end-if
           if ws-stand-new-due < ws-stand-today
               set record-invalid to true
               display "Standing Order Rejected - Due Date Has "
                   "Passed: " ws-stand-new-due
           end-if
           .

       check-stand-end-date section.
           if ws-stand-end-date not numeric
               set record-invalid to true
               display "Standing Order Rejected - End Date Must Be "
                   "YYYYMMDD"
               exit section
           end-if
           move ws-stand-end-date to ws-stand-date-num
           if function test-date-yyyymmdd(ws-stand-date-num) not = 0
               set record-invalid to true
               display "Standing Order Rejected - End Date Is Not A "
                   "Real Date: " ws-stand-end-date
               exit section
           end-if
           if ws-stand-end-date < ws-stand-next-due
               set record-invalid to true
               display "Standing Order Rejected - End Date Is "
                   "Before The First Due Date"
           end-if
           .

       assign-next-stand-num section.
           move ws-control-key to so-stand-num
           read custStanding with lock
               invalid key
                   move 1 to ws-stand-next-num
               not invalid key
                   if so-stand-cust numeric
                       move so-stand-cust to ws-stand-next-num
                       add 1 to ws-stand-next-num
                   else
                       move 1 to ws-stand-next-num
                   end-if
           end-read
           move spaces to so-stand-record
           move ws-control-key to so-stand-num
           move ws-stand-next-num to so-stand-cust
           rewrite so-stand-record
               invalid key
                   write so-stand-record
                       invalid key
                           display "Standing Order Control Record "
                               "Could Not Be Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custStanding.dat until the
      *      first standing order is set up -- create it then.

       open-custstanding-io section.
           open i-o custStanding
           if standing-status-bad-open
               open output custStanding
               close custStanding
               open i-o custStanding
           end-if
           .

      *      Stops orders being raised until the standing order is
      *      resumed; the due date stays where it was.

       suspend-standing-order section.
           perform fetch-stand-for-change
           if not standing-found
               exit section
           end-if
           if so-stand-suspended
               display "Standing Order Already Suspended: "
                   so-stand-num
               set instand-status-error to true
               close custStanding
               exit section
           end-if
           set so-stand-suspended to true
           move "STANDSUSP" to ws-audit-op
           perform record-stand-change
           .

      *      Starts a suspended standing order again. A new due date
      *      may be agreed on the call; otherwise the dates missed
      *      while it was suspended are skipped, not made up, and the
      *      next one from today on is taken. One that has run past
      *      its end date meanwhile is ended instead.

       resume-standing-order section.
           perform fetch-stand-for-change
           if not standing-found
               exit section
           end-if
           if not so-stand-suspended
               display "Standing Order Is Not Suspended: "
                   so-stand-num
               set instand-status-error to true
               close custStanding
               exit section
           end-if
           move ws-stand-next-due to ws-stand-new-due
           move so-stand-record to ws-stand-information
           if ws-stand-new-due not = spaces
               set record-valid to true
               perform check-stand-due
               if record-invalid
                   set instand-status-error to true
                   close custStanding
                   exit section
               end-if
               move ws-stand-new-due to ws-stand-next-due
               move ws-stand-new-due(7:2) to ws-stand-due-day
           else
               perform advance-stand-due
                   until ws-stand-next-due not < ws-stand-today
           end-if
           if ws-stand-end-date not = spaces
               and ws-stand-next-due > ws-stand-end-date
               display "Standing Order Has Passed Its End Date - "
                   "End It Instead: " so-stand-num
               set instand-status-error to true
               close custStanding
               exit section
           end-if
           move ws-stand-next-due to so-stand-next-due
           move ws-stand-due-day  to so-stand-due-day
           set so-stand-active to true
           move spaces to so-stand-held-date so-stand-held-reason
           move "STANDRESUM" to ws-audit-op
           perform record-stand-change
           .

      *      Ends a standing order for good -- nothing more is raised
      *      from it, and the day it was ended becomes its end date.

       end-standing-order section.
           perform fetch-stand-for-change
           if not standing-found
               exit section
           end-if
           set so-stand-ended to true
           move ws-stand-today to so-stand-end-date
           move spaces to so-stand-held-date so-stand-held-reason
           move "STANDEND" to ws-audit-op
           perform record-stand-change
           .

      *      Reads the standing order named in the call with a lock
      *      and proves it can still be worked: on file, in the
      *      operator's branch (head office sees them all) and not
      *      ended. When it can, the file is left open and the
      *      before-values held for the trail; otherwise it is closed
      *      and the call answered.

       fetch-stand-for-change section.
           move "N" to ws-stand-found-flag
           move input-stand-rec(1:length of ws-stand-information)
               to ws-stand-information
           move function current-date(1:8) to ws-stand-today
           if ws-stand-num = spaces
               or ws-stand-num-n not numeric
               or ws-stand-num = ws-control-key
               display "Standing Order Number Required"
               set instand-status-error to true
               exit section
           end-if
           open i-o custStanding
           if standing-status-bad-open
               display "No Standing Orders On File"
               set instand-status-not-found to true
               exit section
           end-if
           move ws-stand-num to so-stand-num
           read custStanding with lock
               invalid key
                   if standing-status-locked
                       display "Standing Order Being Worked "
                           "Elsewhere: " ws-stand-num
                       set instand-status-error to true
                   else
                       display "Standing Order Not Found: "
                           ws-stand-num
                       set instand-status-not-found to true
                   end-if
                   close custStanding
                   exit section
           end-read
           perform check-stand-visible
           if not standing-visible
               display "Standing Order Not Found: " ws-stand-num
               set instand-status-not-found to true
               close custStanding
               exit section
           end-if
           if so-stand-ended
               display "Standing Order Already Ended: " ws-stand-num
               set instand-status-error to true
               close custStanding
               exit section
           end-if
           move so-stand-status   to ws-stand-old-status
           move so-stand-next-due to ws-stand-old-due
           set standing-found to true
           .

       check-stand-visible section.
           set standing-visible to true
           if session-head-office(ws-session-idx)
               or so-stand-branch = spaces
               exit section
           end-if
           if so-stand-branch not = ws-session-branch(ws-session-idx)
               move "N" to ws-stand-visible-flag
           end-if
           .

       record-stand-change section.
           move ws-stand-today to so-stand-updated
           rewrite so-stand-record
               invalid key
                   display "Standing Order Could Not Be Updated: "
                       so-stand-num
                   set instand-status-error to true
               not invalid key
                   display "Standing Order Updated: " so-stand-num
                       " Status " so-stand-status
                   move so-stand-record to ws-stand-information
                   move ws-stand-information to
                       input-stand-rec(1:length of ws-stand-information)
                   set instand-status-ok to true
                   move ws-stand-branch to ws-branch
                   perform write-stand-audit
           end-rewrite
           close custStanding
           .

      *      Moves the due date on by one period. Weeks and fortnights
      *      are counted in days; months and quarters land on the
      *      standing order's own day of the month, or the last day
      *      of a month too short to have it. custStandOrd moves the
      *      date on the same way and the two must be kept in step.

       advance-stand-due section.
           move ws-stand-next-due to ws-stand-date-num
           evaluate true
               when ws-stand-weekly
                   compute ws-stand-date-int =
                       function integer-of-date(ws-stand-date-num) + 7
                   compute ws-stand-date-num =
                       function date-of-integer(ws-stand-date-int)
               when ws-stand-fortnightly
                   compute ws-stand-date-int =
                       function integer-of-date(ws-stand-date-num) + 14
                   compute ws-stand-date-num =
                       function date-of-integer(ws-stand-date-int)
               when ws-stand-quarterly
                   move 3 to ws-stand-add-months
                   perform add-stand-months
               when other
                   move 1 to ws-stand-add-months
                   perform add-stand-months
           end-evaluate
           move ws-stand-date-num to ws-stand-next-due
           .

       add-stand-months section.
           add ws-stand-add-months to ws-stand-date-mm
           if ws-stand-date-mm > 12
               subtract 12 from ws-stand-date-mm
               add 1 to ws-stand-date-yyyy
           end-if
           if ws-stand-due-day numeric
               and ws-stand-due-day > 0
               and ws-stand-due-day < 32
               move ws-stand-due-day to ws-stand-date-dd
           end-if
           perform step-back-stand-day
               until function test-date-yyyymmdd(ws-stand-date-num) = 0
           .

       step-back-stand-day section.
           subtract 1 from ws-stand-date-dd
           .

      *      A standing order goes on the trail under the customer's
      *      number: its number in both first-name columns, the item
      *      in the after-last column, frequency, quantity, amount and
      *      description in the after-address column, the due date
      *      in the phone columns, the end date in the after-email
      *      column and the status in the consent columns.

       write-stand-audit section.
           move ws-stand-cust    to ws-audit-key
           move ws-stand-num     to ws-audit-before-first
                                    ws-audit-after-first
           move spaces           to ws-audit-before-last
           move ws-stand-item    to ws-audit-after-last
           move spaces           to ws-stand-audit-text
           move ws-stand-freq    to ws-stand-aud-freq
           move ws-stand-qty     to ws-stand-aud-qty
           move ws-stand-amount  to ws-stand-aud-amount
           move ws-stand-desc    to ws-stand-aud-desc
           move spaces           to ws-audit-before-address
           move ws-stand-audit-text to ws-audit-after-address
           move ws-stand-old-due to ws-audit-before-phone
           move ws-stand-next-due to ws-audit-after-phone
           move spaces           to ws-audit-before-email
           move ws-stand-end-date to ws-audit-after-email
           move ws-stand-old-status to ws-audit-before-consent
           move ws-stand-status  to ws-audit-after-consent
           perform write-audit-record
           .

      *      Pages standing orders, lowest number first, after the
      *      last number the client has shown (spaces on the first
      *      call). With a customer number it pages that customer's
      *      standing orders, ended ones included; with none it pages
      *      the live ones the nightly run is holding back -- the
      *      counter's list of customers to call.

       next-standing-order section.
           move input-stand-rec(1:length of ws-stand-information)
               to ws-stand-information
           move "N" to ws-stand-eof-flag
           move "N" to ws-stand-found-flag
           if ws-stand-num = spaces
               or ws-stand-num-n not numeric
               move ws-control-key to ws-stand-cursor
           else
               move ws-stand-num to ws-stand-cursor
           end-if
           if ws-stand-cust not = spaces
               and ws-stand-cust not numeric
               display "Standing Order Page Rejected - Customer "
                   "Number Must Be Numeric"
               set instand-status-error to true
               exit section
           end-if
           open input custStanding
           if standing-status-bad-open
               display "No Standing Orders On File"
               set instand-status-not-found to true
               exit section
           end-if
           if ws-stand-cust = spaces
               move ws-stand-cursor to so-stand-num
               start custStanding key is greater than so-stand-num
                   invalid key
                       set end-of-standing to true
               end-start
           else
               move ws-stand-cust to so-stand-cust
               start custStanding key is equal to so-stand-cust
                   invalid key
                       set end-of-standing to true
               end-start
           end-if
           perform scan-next-standing
               until end-of-standing or standing-found
           close custStanding
           if standing-found
               move so-stand-record to ws-stand-information
               move ws-stand-information to
                   input-stand-rec(1:length of ws-stand-information)
               set instand-status-ok to true
           else
               display "End Of Standing Orders"
               set instand-status-not-found to true
           end-if
           .

       scan-next-standing section.
           read custStanding next with no lock
               at end
                   set end-of-standing to true
                   exit section
           end-read
           if ws-stand-cust = spaces
               if so-stand-live
                   and so-stand-held-date not = spaces
                   perform check-stand-visible
                   if standing-visible
                       set standing-found to true
                   end-if
               end-if
               exit section
           end-if
           if so-stand-cust not = ws-stand-cust
               set end-of-standing to true
               exit section
           end-if
           if so-stand-num not > ws-stand-cursor
               exit section
           end-if
           perform check-stand-visible
           if standing-visible
               set standing-found to true
           end-if
           .

      *      Raises a quote for a customer with no lines on it yet --
      *      the lines are added one call at a time, each priced from
      *      the item master as it is added.

       add-quote section.
           move inqt-header to ws-quote-information
           move function current-date(1:8) to ws-quote-today
           perform validate-add-quote
           if record-invalid
               set inqt-status-error to true
               exit section
           end-if
           perform open-custquotes-io
           if quotes-status-bad-open
               display "custQuotes Open Failed - Status "
                   ws-quotes-status
               set inqt-status-error to true
               exit section
           end-if
           perform assign-next-quote-num
           move ws-quote-next-num to ws-quote-num-n
           move f-branch          to ws-quote-branch ws-branch
           set ws-quote-open      to true
           move ws-quote-today    to ws-quote-date ws-quote-updated
           move ws-session-user(ws-session-idx) to ws-quote-raised-by
           move 0                 to ws-quote-lines ws-quote-amount
                                     ws-quote-vat
           move spaces            to ws-quote-order
                                     ws-quote-closed-date
                                     ws-quote-closed-by
                                     ws-quote-print-flag
                                     ws-quote-print-date
           move ws-quote-information to qt-quote-record
           write qt-quote-record
               invalid key
                   display "Quote Could Not Be Written: " ws-quote-num
                   set inqt-status-error to true
               not invalid key
                   display "Quote Raised: " ws-quote-num
                       " For " ws-quote-cust
                   move ws-quote-information to inqt-header
                   set inqt-status-ok to true
                   move space to ws-quote-old-status
                   move 0 to ws-quote-old-amount
                   move "QUOTEADD" to ws-audit-op
                   perform write-quote-audit
           end-write
           close custQuotes
           .

       validate-add-quote section.
           set record-valid to true
           if ws-quote-cust = spaces
               or ws-quote-cust not numeric
               set record-invalid to true
               display "Quote Rejected - Customer Number Must Be "
                   "Numeric"
               exit section
           end-if
           move ws-quote-cust to ws-record-num
           perform verify-record-num
           if check-digit-bad
               set record-invalid to true
               display "Quote Rejected - Customer Check Digit "
                   "Invalid: " ws-quote-cust
               exit section
           end-if
           perform ensure-custfile-open
           if input-status-error
               set record-invalid to true
               exit section
           end-if
           move ws-quote-cust to f-record-num
           read custFile with no lock
               invalid key
                   set record-invalid to true
                   display "Quote Rejected - No Such Customer: "
                       ws-quote-cust
                   exit section
           end-read
           perform check-branch-visible
           if f-del-pending or not branch-visible
               set record-invalid to true
               display "Quote Rejected - No Such Customer: "
                   ws-quote-cust
               exit section
           end-if
           if ws-quote-valid-until = spaces
               move ws-quote-today to ws-quote-date-num
               compute ws-quote-date-int =
                   function integer-of-date(ws-quote-date-num)
                   + ws-quote-days
               compute ws-quote-date-num =
                   function date-of-integer(ws-quote-date-int)
               move ws-quote-date-num to ws-quote-valid-until
               exit section
           end-if
           if ws-quote-valid-until not numeric
               set record-invalid to true
               display "Quote Rejected - Valid Until Date Must Be "
                   "YYYYMMDD"
               exit section
           end-if
           move ws-quote-valid-until to ws-quote-date-num
           if function test-date-yyyymmdd(ws-quote-date-num) not = 0
               set record-invalid to true
               display "Quote Rejected - Valid Until Date Is Not A "
                   "Real Date: " ws-quote-valid-until
               exit section
           end-if
           if ws-quote-valid-until < ws-quote-today
               set record-invalid to true
               display "Quote Rejected - Valid Until Date Has "
                   "Passed: " ws-quote-valid-until
           end-if
           .

       assign-next-quote-num section.
           move ws-control-key to qt-quote-num
           read custQuotes with lock
               invalid key
                   move 1 to ws-quote-next-num
               not invalid key
                   if qt-quote-cust numeric
                       move qt-quote-cust to ws-quote-next-num
                       add 1 to ws-quote-next-num
                   else
                       move 1 to ws-quote-next-num
                   end-if
           end-read
           move spaces to qt-quote-record
           move ws-control-key to qt-quote-num
           move ws-quote-next-num to qt-quote-cust
           rewrite qt-quote-record
               invalid key
                   write qt-quote-record
                       invalid key
                           display "Quote Control Record Could Not "
                               "Be Created"
                   end-write
           end-rewrite
           .

      *      A brand-new install has no custQuotes.dat or
      *      custQuoteLines.dat until the first quote is raised --
      *      create them then.

       open-custquotes-io section.
           open i-o custQuotes
           if quotes-status-bad-open
               open output custQuotes
               close custQuotes
               open i-o custQuotes
           end-if
           .

       open-custqlines-io section.
           open i-o custQuoteLines
           if qlines-status-bad-open
               open output custQuoteLines
               close custQuoteLines
               open i-o custQuoteLines
           end-if
           if qlines-status-bad-open
               display "custQuoteLines Open Failed - Status "
                   ws-qlines-status
           end-if
           .

      *      Adds a line to an open quote that is still good: the item
      *      and quantity, priced from the item master and the
      *      customer's price agreement exactly as an order line is
      *      priced, or a free-text line with its own description and
      *      total. The quote's totals go up by the line. Nothing is
      *      reserved and nothing goes on the ledger -- a quote is
      *      not an order until it is converted.

       add-quote-line section.
           move inqt-detail to ws-qline-information
           move ws-qline-quote to inqt-quote-num
           perform fetch-quote-for-change
           if not quote-found
               exit section
           end-if
           set record-valid to true
           evaluate true
               when not qt-quote-open
                   display "Quote Not Open For New Lines: "
                       qt-quote-num
                   set record-invalid to true
               when qt-quote-valid-until < ws-quote-today
                   display "Quote Has Expired - Quote Afresh: "
                       qt-quote-num
                   set record-invalid to true
               when qt-quote-lines = 999
                   display "Quote Line Rejected - Quote Already Has "
                       "999 Lines: " qt-quote-num
                   set record-invalid to true
           end-evaluate
           if record-valid
               perform price-quote-line
           end-if
           if record-invalid
               set inqt-status-error to true
               close custQuotes
               exit section
           end-if
           compute qt-quote-amount = qt-quote-amount + ws-order-amount
               on size error
                   display "Quote Line Rejected - Quote Total Too "
                       "Large: " qt-quote-num
                   set inqt-status-error to true
                   close custQuotes
                   exit section
           end-compute
           add ws-vat-amount to qt-quote-vat
           add 1 to qt-quote-lines
           move qt-quote-num       to ws-qline-quote
           move qt-quote-lines     to ws-qline-seq
           move ws-order-item      to ws-qline-item
           move ws-order-desc      to ws-qline-desc
           move ws-order-qty       to ws-qline-qty
           move ws-order-amount    to ws-qline-total
           compute ws-qline-price rounded =
               ws-order-amount / ws-order-qty
           move ws-vat-code        to ws-qline-vat-code
           move ws-vat-amount      to ws-qline-vat
           move ws-price-list-unit to ws-qline-list-price
           move ws-price-agr-item  to ws-qline-agr-item
           move ws-price-agr-start to ws-qline-agr-start
           move "QUOTELINE" to ws-audit-op
           perform record-quote-change
           if inqt-status-ok
               perform write-added-quote-line
           end-if
           .

      *      The line is priced through the same sections that price
      *      an order line, working in the order fields.

       price-quote-line section.
           if ws-qline-qty not numeric
               or ws-qline-qty = zero
               move 1 to ws-qline-qty
           end-if
           if ws-qline-total not numeric
               move 0 to ws-qline-total
           end-if
           move qt-quote-cust  to ws-order-cust
           move ws-qline-item  to ws-order-item
           move ws-qline-qty   to ws-order-qty
           move ws-qline-desc  to ws-order-desc
           move ws-qline-total to ws-order-amount
           perform price-order-from-item
           if record-invalid
               exit section
           end-if
           if ws-order-item = spaces
               and (ws-order-desc = spaces
                   or ws-order-amount = zero)
               display "Quote Line Rejected - Item, Or Description "
                   "And Total, Required"
               set record-invalid to true
               exit section
           end-if
           perform apply-price-agreement
           move ws-order-vat-code to ws-vat-code
           move ws-order-amount   to ws-vat-gross
           perform split-vat
           .

       write-added-quote-line section.
           perform open-custqlines-io
           if qlines-status-bad-open
               set inqt-status-error to true
               exit section
           end-if
           move ws-qline-information to ql-qline-record
           write ql-qline-record
               invalid key
                   display "Quote Line Could Not Be Written: "
                       ws-qline-quote " " ws-qline-seq
                   set inqt-status-error to true
               not invalid key
                   display "Quote Line Added: " ws-qline-quote " "
                       ws-qline-seq
                   move ws-qline-information to inqt-detail
           end-write
           close custQuoteLines
           .

      *      Pages one quote's lines the way list-order-lines pages an
      *      order's: the client sends the quote number in the line
      *      with the last line number it already has (zero on the
      *      first call) and gets back the next line.

       list-quote-lines section.
           move inqt-detail to ws-qline-information
           if ws-qline-quote = spaces
               or ws-qline-quote = ws-control-key
               display "Quote Number Required"
               set inqt-status-error to true
               exit section
           end-if
           if ws-qline-seq not numeric
               move 0 to ws-qline-seq
           end-if
           open input custQuoteLines
           if qlines-status-bad-open
               display "No Quote Lines On File"
               set inqt-status-not-found to true
               exit section
           end-if
           move ws-qline-key to ql-qline-key
           start custQuoteLines key is greater than ql-qline-key
               invalid key
                   display "End Of Quote Lines: " ws-qline-quote
                   set inqt-status-not-found to true
                   close custQuoteLines
                   exit section
           end-start
           read custQuoteLines next with no lock
               at end
                   display "End Of Quote Lines: " ws-qline-quote
                   set inqt-status-not-found to true
               not at end
                   if ql-qline-quote not = ws-qline-quote
                       display "End Of Quote Lines: " ws-qline-quote
                       set inqt-status-not-found to true
                   else
                       move ql-qline-record to inqt-detail
                       set inqt-status-ok to true
                   end-if
           end-read
           close custQuoteLines
           .

      *      Asks for the quote to be printed -- the nightly
      *      custQuotePrint run prints it and files a copy the report
      *      viewer can page. Any quote may be printed again, whatever
      *      became of it, for the customer who asks what they were
      *      quoted.

       request-quote-print section.
           perform fetch-quote-for-change
           if not quote-found
               exit section
           end-if
           set qt-quote-print-wanted to true
           move spaces to qt-quote-print-date
           move "QUOTEPRINT" to ws-audit-op
           perform record-quote-change
           .

      *      The customer has said no -- the quote is closed and counts
      *      against the conversion rate of the operator and branch
      *      that raised it.

       decline-quote section.
           perform fetch-quote-for-change
           if not quote-found
               exit section
           end-if
           if not qt-quote-open
               display "Quote Not Open: " qt-quote-num
               set inqt-status-error to true
               close custQuotes
               exit section
           end-if
           set qt-quote-declined to true
           move ws-quote-today to qt-quote-closed-date
           move ws-session-user(ws-session-idx) to qt-quote-closed-by
           move "QUOTEDECL" to ws-audit-op
           perform record-quote-change
           .

      *      Turns an accepted quote into an order at the quoted
      *      prices: an order line for each quote line, stock reserved
      *      for each, the customer's credit limit applied the way
      *      add-order applies it, the order debited to the ledger
      *      and confirmed to the customer. The quote is marked
      *      converted with the order's number. A quote past its
      *      validity date is not converted -- the prices may no
      *      longer stand, and the job is quoted afresh.

       convert-quote section.
           perform fetch-quote-for-change
           if not quote-found
               exit section
           end-if
           set record-valid to true
           evaluate true
               when not qt-quote-open
                   display "Quote Not Open: " qt-quote-num
                   set record-invalid to true
               when qt-quote-valid-until < ws-quote-today
                   display "Quote Has Expired - Quote Afresh: "
                       qt-quote-num
                   set record-invalid to true
               when qt-quote-lines not numeric
                   or qt-quote-lines = 0
                   display "Quote Has No Lines: " qt-quote-num
                   set record-invalid to true
           end-evaluate
           if record-valid
               perform check-quote-customer
           end-if
           if record-invalid
               set inqt-status-error to true
               close custQuotes
               exit section
           end-if
           move spaces to ws-order-information
           move qt-quote-cust   to ws-order-cust
           move qt-quote-amount to ws-order-amount
           move 0 to ws-order-pts-redeemed ws-order-pts-value
                     ws-order-pts-earned
           perform check-credit-limit
           if credit-exceeded
               if session-admin(ws-session-idx)
                   display "Credit Limit Overridden By Supervisor: "
                       ws-order-cust
                   perform write-override-audit
               else
                   display "Quote Not Converted - Credit Limit "
                       "Exceeded: " ws-order-cust
                   set inqt-status-error to true
                   close custQuotes
                   exit section
               end-if
           end-if
           open input custQuoteLines
           if qlines-status-bad-open
               display "Quote Not Converted - No Quote Lines On File"
               set inqt-status-error to true
               close custQuotes
               exit section
           end-if
           perform open-custorders-io
           if not custorders-status-ok
               set inqt-status-error to true
               close custQuoteLines custQuotes
               exit section
           end-if
           perform build-quote-order
           move ws-order-information to o-order-information
           write o-order-information
               invalid key
                   display "Order Key Invalid or Already Exists"
                   set inqt-status-error to true
                   close custOrders custQuoteLines custQuotes
                   exit section
           end-write
           display "Order Added: " ws-order-num
           perform write-quote-order-lines
           close custQuoteLines
           if ws-quote-backorders > 0
               set ws-order-backordered to true
               move ws-order-information to o-order-information
               rewrite o-order-information
                   invalid key
                       display "Order Could Not Be Updated: "
                           ws-order-num
               end-rewrite
               display "Order Back-Ordered - Awaiting Stock: "
                   ws-order-num
           end-if
           close custOrders
           perform record-quote-order
           set qt-quote-converted to true
           move ws-order-num   to qt-quote-order
           move ws-quote-today to qt-quote-closed-date
           move ws-session-user(ws-session-idx) to qt-quote-closed-by
           move "QUOTECONV" to ws-audit-op
           perform record-quote-change
           .

      *      The customer must still be on file and not on their way
      *      out, as for any new order.

       check-quote-customer section.
           perform ensure-custfile-open
           if input-status-error
               set record-invalid to true
               exit section
           end-if
           move qt-quote-cust to f-record-num
           read custFile with no lock
               invalid key
                   set record-invalid to true
               not invalid key
                   if f-del-pending
                       set record-invalid to true
                   end-if
           end-read
           if record-invalid
               display "Quote Not Converted - Customer Gone Or "
                   "Marked For Delete: " qt-quote-cust
           end-if
           .

      *      The order header is the quote's totals, what the job is
      *      and, as on every order, the first line's item, quantity
      *      and VAT code.

       build-quote-order section.
           perform assign-next-order-num
           move ws-quote-today to ws-order-date
           set ws-order-unpicked to true
           move qt-quote-desc  to ws-order-desc
           move qt-quote-lines to ws-order-lines
           move qt-quote-vat   to ws-order-vat
           compute ws-order-net = ws-order-amount - ws-order-vat
           move 0 to ws-order-paid ws-order-credited
                     ws-order-dd-tries ws-order-dd-amount
           move 1 to ws-order-qty
           move "S" to ws-order-vat-code
           move qt-quote-num to ql-qline-quote
           move 1 to ql-qline-seq
           read custQuoteLines with no lock
               invalid key
                   continue
               not invalid key
                   move ql-qline-item to ws-order-item
                   move ql-qline-qty  to ws-order-qty
                   if ql-qline-vat-code not = space
                       move ql-qline-vat-code to ws-order-vat-code
                   end-if
                   if ws-order-desc = spaces
                       move ql-qline-desc to ws-order-desc
                   end-if
           end-read
           .

       write-quote-order-lines section.
           move 0 to ws-quote-backorders
           perform open-custordlines-io
           move "N" to ws-qline-eof-flag
           move qt-quote-num to ql-qline-quote
           move 0 to ql-qline-seq
           start custQuoteLines key is greater than ql-qline-key
               invalid key
                   set end-of-quote-lines to true
           end-start
           perform write-quote-order-line until end-of-quote-lines
           if not ordlines-status-bad-open
               close custOrdLines
           end-if
           .

      *      Each line reserves its own stock as add-order-line does;
      *      one the warehouse cannot cover holds the whole order back
      *      from picking.

       write-quote-order-line section.
           read custQuoteLines next with no lock
               at end
                   set end-of-quote-lines to true
                   exit section
           end-read
           if ql-qline-quote not = qt-quote-num
               set end-of-quote-lines to true
               exit section
           end-if
           move ql-qline-item to ws-stock-item
           move ql-qline-qty  to ws-stock-qty
           perform reserve-item-stock
           if stock-backordered
               add 1 to ws-quote-backorders
           end-if
           if ordlines-status-bad-open
               exit section
           end-if
           move ws-order-num        to ol-line-order
           move ql-qline-seq        to ol-line-seq
           move ql-qline-item       to ol-line-item
           move ql-qline-desc       to ol-line-desc
           move ql-qline-qty        to ol-line-qty
           move ql-qline-price      to ol-line-price
           move ql-qline-total      to ol-line-total
           move ws-stock-flag       to ol-line-stock
           move ql-qline-vat-code   to ol-line-vat-code
           move ql-qline-vat        to ol-line-vat
           move 0                   to ol-line-returned
           move ql-qline-list-price to ol-line-list-price
           move ql-qline-agr-item   to ol-line-agr-item
           move ql-qline-agr-start  to ol-line-agr-start
           write ol-line-information
               invalid key
                   display "Order Line Could Not Be Written: "
                       ws-order-num " " ql-qline-seq
           end-write
           .

      *      The order the quote became goes on the ledger, the trail
      *      and the customer's confirmation exactly as one keyed
      *      through add-order does.

       record-quote-order section.
           move ws-order-cust   to ws-ledger-cust
           move ws-order-num    to ws-ledger-order
                                   ws-ledger-ref
           move ws-order-amount to ws-ledger-amount
           set ws-ledger-debit to true
           perform post-ledger-entry
           move qt-quote-branch to ws-branch
           move "ORDADD"        to ws-audit-op
           move ws-order-cust   to ws-audit-key
           move spaces          to ws-audit-before-first
                                   ws-audit-before-last
                                   ws-audit-before-address
                                   ws-audit-before-phone
                                   ws-audit-before-email
                                   ws-audit-before-consent
           move spaces          to ws-audit-after-email
                                   ws-audit-after-consent
           move ws-order-num    to ws-audit-after-first
           move ws-order-date   to ws-audit-after-last
           move ws-order-desc   to ws-audit-after-address
           move ws-order-amount to ws-audit-after-phone
           perform write-audit-record
           set ws-nfy-confirm   to true
           move ws-order-num    to ws-nfy-order
           move ws-order-cust   to ws-nfy-cust
           move ws-order-date   to ws-nfy-ord-date
           move ws-order-amount to ws-nfy-amount
           move spaces          to ws-nfy-invoice
           perform write-order-notification
           .

      *      Reads the quote named in the call with a lock and proves
      *      it is on file and in the operator's branch (head office
      *      sees them all). When it is, the file is left open and the
      *      before-values held for the trail; otherwise it is closed
      *      and the call answered. What may be done to it in the
      *      state it is in is the caller's to judge.

       fetch-quote-for-change section.
           move "N" to ws-quote-found-flag
           move function current-date(1:8) to ws-quote-today
           if inqt-quote-num = spaces
               or inqt-quote-num-n not numeric
               or inqt-quote-num = ws-control-key
               display "Quote Number Required"
               set inqt-status-error to true
               exit section
           end-if
           open i-o custQuotes
           if quotes-status-bad-open
               display "No Quotes On File"
               set inqt-status-not-found to true
               exit section
           end-if
           move inqt-quote-num to qt-quote-num
           read custQuotes with lock
               invalid key
                   if quotes-status-locked
                       display "Quote Being Worked Elsewhere: "
                           inqt-quote-num
                       set inqt-status-error to true
                   else
                       display "Quote Not Found: " inqt-quote-num
                       set inqt-status-not-found to true
                   end-if
                   close custQuotes
                   exit section
           end-read
           perform check-quote-visible
           if not quote-visible
               display "Quote Not Found: " inqt-quote-num
               set inqt-status-not-found to true
               close custQuotes
               exit section
           end-if
           move qt-quote-status to ws-quote-old-status
           move qt-quote-amount to ws-quote-old-amount
           set quote-found to true
           .

       check-quote-visible section.
           set quote-visible to true
           if session-head-office(ws-session-idx)
               or qt-quote-branch = spaces
               exit section
           end-if
           if qt-quote-branch not = ws-session-branch(ws-session-idx)
               move "N" to ws-quote-visible-flag
           end-if
           .

       record-quote-change section.
           move ws-quote-today to qt-quote-updated
           rewrite qt-quote-record
               invalid key
                   display "Quote Could Not Be Updated: " qt-quote-num
                   set inqt-status-error to true
               not invalid key
                   display "Quote Updated: " qt-quote-num
                       " Status " qt-quote-status
                   move qt-quote-record to ws-quote-information
                   move ws-quote-information to inqt-header
                   set inqt-status-ok to true
                   move ws-quote-branch to ws-branch
                   perform write-quote-audit
           end-rewrite
           close custQuotes
           .

      *      A quote goes on the trail under the customer's number:
      *      its number in both first-name columns, the order it
      *      became in the after-last column, what the job is in the
      *      after-address column, the quote total before and after
      *      in the phone columns, the validity date in the
      *      after-email column and the status in the consent
      *      columns.

       write-quote-audit section.
           move ws-quote-cust    to ws-audit-key
           move ws-quote-num     to ws-audit-before-first
                                    ws-audit-after-first
           move spaces           to ws-audit-before-last
           move ws-quote-order   to ws-audit-after-last
           move spaces           to ws-audit-before-address
           move ws-quote-desc    to ws-audit-after-address
           move ws-quote-old-amount to ws-audit-before-phone
           move ws-quote-amount  to ws-audit-after-phone
           move spaces           to ws-audit-before-email
           move ws-quote-valid-until to ws-audit-after-email
           move ws-quote-old-status to ws-audit-before-consent
           move ws-quote-status  to ws-audit-after-consent
           perform write-audit-record
           .

      *      Pages quotes, lowest number first, after the last number
      *      the client has shown (spaces on the first call). With a
      *      customer number it pages that customer's quotes, closed
      *      ones included; with none it pages the open quotes of the
      *      operator's branch -- the counter's list of customers
      *      still to answer.

       next-quote section.
           move inqt-header to ws-quote-information
           move "N" to ws-quote-eof-flag
           move "N" to ws-quote-found-flag
           if ws-quote-num = spaces
               or ws-quote-num-n not numeric
               move ws-control-key to ws-quote-cursor
           else
               move ws-quote-num to ws-quote-cursor
           end-if
           if ws-quote-cust not = spaces
               and ws-quote-cust not numeric
               display "Quote Page Rejected - Customer Number Must "
                   "Be Numeric"
               set inqt-status-error to true
               exit section
           end-if
           open input custQuotes
           if quotes-status-bad-open
               display "No Quotes On File"
               set inqt-status-not-found to true
               exit section
           end-if
           if ws-quote-cust = spaces
               move ws-quote-cursor to qt-quote-num
               start custQuotes key is greater than qt-quote-num
                   invalid key
                       set end-of-quotes to true
               end-start
           else
               move ws-quote-cust to qt-quote-cust
               start custQuotes key is equal to qt-quote-cust
                   invalid key
                       set end-of-quotes to true
               end-start
           end-if
           perform scan-next-quote
               until end-of-quotes or quote-found
           close custQuotes
           if quote-found
               move qt-quote-record to ws-quote-information
               move ws-quote-information to inqt-header
               set inqt-status-ok to true
           else
               display "End Of Quotes"
               set inqt-status-not-found to true
           end-if
           .

       scan-next-quote section.
           read custQuotes next with no lock
               at end
                   set end-of-quotes to true
                   exit section
           end-read
           if ws-quote-cust = spaces
               if qt-quote-open
                   perform check-quote-visible
                   if quote-visible
                       set quote-found to true
                   end-if
               end-if
               exit section
           end-if
           if qt-quote-cust not = ws-quote-cust
               set end-of-quotes to true
               exit section
           end-if
           if qt-quote-num not > ws-quote-cursor
               exit section
           end-if
           perform check-quote-visible
           if quote-visible
               set quote-found to true
           end-if
           .


      *      Looks a customer up in custArchive.dat by record number
      *      or, when no number is given, by last name -- once the
      *      archive run has moved a record out of custFile this is the
