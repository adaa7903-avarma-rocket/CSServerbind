
       file section.
       fd custPendGs.
       01 pend-record pic x(291).

       fd custPendGsK.
       01 keep-record pic x(291).

      *      mfclisrv.cpy must be included in the working storage
      *      section of the client program and in the linkage
       01 ws-ord-menu-choice  pic x.
       01 ws-note-menu-choice pic x.
       01 ws-rpt-menu-choice  pic x.
       01 ws-susp-menu-choice pic x.
       01 ws-appr-menu-choice pic x.
       01 ws-case-menu-choice pic x.

       01 ws-subscreen-exit-flag pic x.
           88 subscreen-done value "Y".
       01 ws-order-information.
           copy "custord.cpy" replacing ==:PREFIX:== by ==ws==.

      *      The order line on screen -- the line number is the
      *      paging cursor through the order shown.

       01 ws-line-information.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==ws==.

      *      A return against the order shown: the reason keyed for
      *      it, and the credit note the server raised for it.

       01 ws-credit-information.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-note-information.
           copy "custnote.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-rpt-cat-skip pic 9(6) value 0.
       01 ws-rpt-shown pic x(70).

      *      The suspense item on screen -- the item number is the
      *      paging cursor, and the state and order/customer fields
      *      are where the clerk keys how the item is to be worked.

       01 ws-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==ws==.

      *      The approval request on screen -- the approval number is
      *      the paging cursor and what the approve and reject keys
      *      act on.

       01 ws-appr-information.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==ws==.

      *      The complaint case on screen -- the case number is the
      *      paging cursor and what update, reassign and close act
      *      on. Paging runs either through one customer's cases or
      *      through the operator's own open ones, and restarts from
      *      the first case whenever the operator switches between
      *      them or keys another customer.

       01 ws-case-information.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==ws==.
       01 ws-case-page-mode pic x value space.
           88 case-paging-customer value "C".
           88 case-paging-mine     value "M".
       01 ws-case-page-cust pic x(8) value spaces.

      *      The credit limit keyed on the order screen for the
      *      customer shown there.

       01 ws-limit-amount pic 9(7)v99 value zero.

      *      The account manager keyed on the notes screen for the
      *      customer shown there -- an operator id, or spaces to
      *      take the manager off.

       01 ws-note-acct-mgr pic x(25) value spaces.

      *      The parent account keyed on the notes screen for the
      *      customer shown, with whether the site's orders are
      *      billed to the parent and whether the parent's limit is
      *      judged across the whole family -- a blank parent takes
      *      the customer out of its family.

       01 ws-note-parent      pic x(8) value spaces.
       01 ws-note-bill-parent pic x value "N".
       01 ws-note-group-limit pic x value "N".

       01 ws-status pic x.
           88 ws-status-ok        value "0".
           88 ws-status-not-found value "1".
           88 ws-status-error     value "2".
           88 ws-status-pending   value "4".

       01 ws-status-message pic x(28) value spaces.

       01 ws-operator-id pic x(25) value spaces.
       01 ws-operator-pw pic x(25) value spaces.

      *      A new password keyed at sign-on is put in first (the
      *      server proves the old one), then the operator signs on
      *      with the new one.

       01 ws-operator-new-pw pic x(25) value spaces.

       01 ws-update-ready-flag pic x value "Y".
           88 update-ready value "Y".

       01 ws-pend-record.
           03 ws-pend-fcode pic 9(2).
           03 filler        pic x value space.
           03 ws-pend-data  pic x(288).

       01 ws-replayed-count  pic 9(4) comp value 0.
       01 ws-pend-kept-count pic 9(4) comp value 0.
               88 input-status-ok        value "0".
               88 input-status-not-found value "1".
               88 input-status-error     value "2".
               88 input-status-pending   value "4".

      *      The date an address change keyed with this update takes
      *      effect -- spaces means now. See update-record.
               88 inrpt-status-not-found value "1".
               88 inrpt-status-error     value "2".

      *      Suspense view of the same bytes, for the suspense page
      *      and allocate calls.

       01 input-susp-rec redefines input-rec.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==insusp==.
           03 insusp-status pic x.
               88 insusp-status-ok        value "0".
               88 insusp-status-not-found value "1".
               88 insusp-status-error     value "2".

      *      Order-line view of the same bytes, for the line page
      *      call.

       01 input-line-rec redefines input-rec.
           copy "custordln.cpy" replacing ==:PREFIX:== by ==inline==.
           03 inline-status pic x.
               88 inline-status-ok        value "0".
               88 inline-status-not-found value "1".
               88 inline-status-error     value "2".

      *      Credit note view of the same bytes, for the return call.

       01 input-crn-rec redefines input-rec.
           copy "custcrn.cpy" replacing ==:PREFIX:== by ==incrn==.
           03 incrn-status pic x.
               88 incrn-status-ok        value "0".
               88 incrn-status-not-found value "1".
               88 incrn-status-error     value "2".

      *      Approval view of the same bytes, for the approval page,
      *      approve and reject calls.

       01 input-appr-rec redefines input-rec.
           copy "custapprv.cpy" replacing ==:PREFIX:== by ==inappr==.
           03 inappr-status pic x.
               88 inappr-status-ok        value "0".
               88 inappr-status-not-found value "1".
               88 inappr-status-error     value "2".

      *      Case view of the same bytes, for the case open, update,
      *      reassign, close and page calls.

       01 input-case-rec redefines input-rec.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==incase==.
           03 incase-status pic x.
               88 incase-status-ok        value "0".
               88 incase-status-not-found value "1".
               88 incase-status-error     value "2".


       screen section.
       01 g-operator-login.
         02 s-operator-pw line 7 col 5 background-color 15
                          foreground-color 0 pic x(25)
                          using ws-operator-pw secure.
         02 line 9 col 5 value "New Password (Blank To Keep)".
         02 s-operator-new-pw line 10 col 5 background-color 15
                              foreground-color 0 pic x(25)
                              using ws-operator-new-pw secure.

       01 g-action-menu.
         02 line 1 col 5
      *      The order screen the branch terminals never had: F1
      *      keys a new order for the customer shown, F2 pages that
      *      customer's orders one at a time using the order number
      *      on screen as the cursor, F3 adds a line to the order
      *      shown, F4 pages that order's lines, F5 takes goods back
      *      against a closed order and raises a credit note for
      *      them, F6 sets the credit limit of the customer shown
      *      (a large increase waits for a second operator's
      *      approval), F9 goes back to customers.

       01 g-order-menu.
         02 line 1 col 5
             value "Orders: F1=Add F2=Next F3=Add Line F4=Lines F5=Return F6=Limit F9=Back".
         02 s-ord-menu-choice line 1 col 78 pic x
                              using ws-ord-menu-choice.

       01 g-order-information.
                       foreground-color 0 pic x(8)
                       using ws-order-cust.

         02 line 3 col 40 value "Credit Limit".
         02 s-ord-credit-limit line 3 col 55 background-color 15
                               foreground-color 0 pic 9(7).99
                               using ws-limit-amount.

         02 line 5 col 5 value "Order Number".
         02 s-ord-num line 5 col 25 background-color 15
                      foreground-color 0 pic x(8)
                       foreground-color 0 pic x(8)
                       using ws-order-date.

         02 line 7 col 40 value "Qty".
         02 s-ord-qty line 7 col 50 background-color 15
                      foreground-color 0 pic 9(5)
                      using ws-order-qty.

         02 line 9 col 40 value "Lines".
         02 s-ord-lines line 9 col 50 pic zz9
                        using ws-order-lines.

         02 line 9 col 5 value "Amount".
         02 s-ord-amount line 9 col 25 background-color 15
                         foreground-color 0 pic 9(7).99
                         foreground-color 0 pic x
                         using ws-order-status.

         02 line 11 col 40 value "Delivery".
         02 s-ord-dlv-status line 11 col 50 pic x
                             using ws-order-dlv-status.
         02 s-ord-dlv-date line 11 col 53 pic x(8)
                           using ws-order-dlv-date.

         02 line 12 col 5 value "Picked YYYYMMDD".
         02 s-ord-pick-date line 12 col 25 pic x(8)
                            using ws-order-pick-date.
         02 line 12 col 40 value "Consignment".
         02 s-ord-consign line 12 col 53 pic x(15)
                          using ws-order-consign.

         02 line 13 col 5 value "Description".
         02 s-ord-desc line 14 col 5 background-color 15
                       foreground-color 0 pic x(30)
                       using ws-order-desc.

         02 line 13 col 40 value "Points Used".
         02 s-ord-pts-redeemed line 13 col 53 background-color 15
                               foreground-color 0 pic 9(7)
                               using ws-order-pts-redeemed.

         02 line 16 col 5 value "Line".
         02 s-line-seq line 16 col 12 pic zz9
                       using ws-line-seq.
         02 s-line-item line 16 col 17 pic x(8)
                        using ws-line-item.
         02 s-line-qty line 16 col 27 pic zzzz9
                       using ws-line-qty.
         02 s-line-total line 16 col 34 pic z,zzz,zz9.99
                         using ws-line-total.
         02 line 16 col 48 value "Stock".
         02 s-line-stock line 16 col 54 pic x
                         using ws-line-stock.
         02 s-line-desc line 17 col 12 pic x(30)
                        using ws-line-desc.

         02 line 18 col 5 value "Reason".
         02 s-rtn-reason line 18 col 12 background-color 15
                         foreground-color 0 pic x(4)
                         using ws-crn-reason.
         02 line 18 col 18 value "Credit Note".
         02 s-crn-num line 18 col 30 pic x(8)
                      using ws-crn-num.
         02 s-crn-amount line 18 col 40 pic z,zzz,zz9.99
                         using ws-crn-amount.

         02 s-ord-status-msg line 19 col 5 pic x(28)
                             using ws-status-message.

      *      the customer shown (the server stamps the time and the
      *      sequence), F2 pages the customer's notes in
      *      conversation order using the sequence on screen as the
      *      cursor, F3 pages the operator's follow-ups due, F4 opens
      *      the complaint cases, F5 assigns the customer's account
      *      manager, F6 links the customer under a parent account,
      *      F9 goes back to customers.

       01 g-note-menu.
         02 line 1 col 5
             value "Notes: F1=Add F2=Next F3=Diary F4=Cases F5=Acct Mgr F6=Parent F9=Back".
         02 s-note-menu-choice line 1 col 75 pic x
                               using ws-note-menu-choice.

       01 g-note-information.
                            foreground-color 0 pic x(8)
                            using ws-note-followup.

         02 line 14 col 5 value "Account Manager".
         02 s-note-acct-mgr line 14 col 25 background-color 15
                            foreground-color 0 pic x(25)
                            using ws-note-acct-mgr.

         02 line 15 col 5 value "Parent Account".
         02 s-note-parent line 15 col 25 background-color 15
                          foreground-color 0 pic x(8)
                          using ws-note-parent.
         02 line 15 col 36 value "Bill Parent Y/N".
         02 s-note-bill-parent line 15 col 53 background-color 15
                               foreground-color 0 pic x
                               using ws-note-bill-parent.
         02 line 16 col 36 value "Group Limit Y/N".
         02 s-note-group-limit line 16 col 53 background-color 15
                               foreground-color 0 pic x
                               using ws-note-group-limit.

         02 s-note-status-msg line 19 col 5 pic x(28)
                              using ws-status-message.


      *      The report viewer: F1 pages the catalogue of kept
      *      reports one entry at a time, F2 pages the lines of the
      *      report on screen, F3 opens the receipts suspense list,
      *      F4 opens the changes waiting for approval,
      *      F9 goes back to customers -- so Tuesday's scrub can be
      *      read at the counter instead of needing shell access to
      *      the server box.

       01 g-report-menu.
         02 line 1 col 5
             value "Reports: F1=Next Report F2=Next Line F3=Suspense F4=Approvals F9=Back".
         02 s-rpt-menu-choice line 1 col 78 pic x
                              using ws-rpt-menu-choice.

       01 g-report-information.
         02 s-rpt-status-msg line 19 col 5 pic x(28)
                             using ws-status-message.

      *      The receipts suspense list, worked on screen instead of
      *      on the printout: F1 pages the unworked items in the order
      *      the money arrived, F2 works the item shown -- O to an
      *      order, C on a customer's account, R as a refund owed --
      *      and F9 goes back to the reports.

       01 g-susp-menu.
         02 line 1 col 5
             value "Suspense: F1=Next F2=Allocate F9=Back".
         02 s-susp-menu-choice line 1 col 45 pic x
                               using ws-susp-menu-choice.

       01 g-susp-information.
         02 line 3 col 5 value "Item Number".
         02 s-susp-id line 3 col 25 background-color 15
                      foreground-color 0 pic x(8)
                      using ws-susp-id.

         02 line 5 col 5 value "Receipt Ref".
         02 s-susp-ref line 5 col 25 background-color 15
                       foreground-color 0 pic x(8)
                       using ws-susp-ref.

         02 line 5 col 40 value "Banked".
         02 s-susp-date line 5 col 50 background-color 15
                        foreground-color 0 pic x(8)
                        using ws-susp-date.

         02 line 7 col 5 value "Order Keyed".
         02 s-susp-order line 7 col 25 background-color 15
                         foreground-color 0 pic x(8)
                         using ws-susp-order.

         02 line 7 col 40 value "Amount".
         02 s-susp-amount line 7 col 50 background-color 15
                          foreground-color 0 pic 9(7).99
                          using ws-susp-amount.

         02 line 9 col 5 value "Reason".
         02 s-susp-reason line 9 col 25 background-color 15
                          foreground-color 0 pic x(4)
                          using ws-susp-reason.

         02 line 9 col 40 value "Raised".
         02 s-susp-raised line 9 col 50 background-color 15
                          foreground-color 0 pic x(8)
                          using ws-susp-raised.

         02 line 12 col 5 value "Work To O/C/R".
         02 s-susp-state line 12 col 25 background-color 15
                         foreground-color 0 pic x
                         using ws-susp-state.

         02 line 12 col 40 value "Order/Cust".
         02 s-susp-alloc-to line 12 col 50 background-color 15
                            foreground-color 0 pic x(8)
                            using ws-susp-alloc-to.

         02 s-susp-status-msg line 19 col 5 pic x(28)
                              using ws-status-message.

      *      Changes waiting for a second operator: F1 pages the
      *      requests still waiting, oldest first, F2 approves the
      *      request shown and applies it, F3 rejects it, F9 goes
      *      back to the reports. Only a level A operator is answered,
      *      and never on a request they keyed themselves.

       01 g-appr-menu.
         02 line 1 col 5
             value "Approvals: F1=Next F2=Approve F3=Reject F9=Back".
         02 s-appr-menu-choice line 1 col 55 pic x
                               using ws-appr-menu-choice.

       01 g-appr-information.
         02 line 3 col 5 value "Approval Number".
         02 s-appr-id line 3 col 25 pic x(8)
                      using ws-appr-id.

         02 line 3 col 40 value "Type C/N".
         02 s-appr-type line 3 col 50 pic x
                        using ws-appr-type.

         02 line 5 col 5 value "Customer".
         02 s-appr-cust line 5 col 25 pic x(8)
                        using ws-appr-cust.

         02 line 5 col 40 value "Branch".
         02 s-appr-branch line 5 col 50 pic x(3)
                          using ws-appr-branch.

         02 line 7 col 5 value "Keyed YYYYMMDD".
         02 s-appr-lodged line 7 col 25 pic x(8)
                          using ws-appr-lodged.

         02 line 7 col 40 value "By".
         02 s-appr-lodged-by line 7 col 50 pic x(25)
                             using ws-appr-lodged-by.

         02 line 9 col 5 value "Limit Now".
         02 s-appr-old-limit line 9 col 25 pic z,zzz,zz9.99
                             using ws-appr-old-limit.

         02 line 9 col 40 value "Asked For".
         02 s-appr-new-limit line 9 col 50 pic z,zzz,zz9.99
                             using ws-appr-new-limit.

         02 line 11 col 5 value "New Name".
         02 s-appr-firstname line 12 col 5 pic x(25)
                             using ws-appr-firstname.
         02 s-appr-lastname line 12 col 40 pic x(25)
                            using ws-appr-lastname.

         02 line 14 col 5 value "New Address".
         02 s-appr-street line 15 col 5 pic x(30)
                          using ws-appr-street.
         02 s-appr-city line 15 col 40 pic x(20)
                        using ws-appr-city.
         02 s-appr-county line 16 col 5 pic x(20)
                          using ws-appr-county.
         02 s-appr-postcode line 16 col 40 pic x(8)
                            using ws-appr-postcode.

         02 s-appr-status-msg line 19 col 5 pic x(28)
                              using ws-status-message.

      *      Complaint cases: F1 opens a case for the customer keyed
      *      (a blank owner takes the case yourself, a blank due date
      *      takes the standard response time), F2 pages the
      *      customer's cases, F6 pages your own open ones, F3 saves
      *      changes to the case shown, F4 hands it to the owner
      *      keyed, F5 closes it with the outcome keyed, F9 goes back
      *      to the notes.

       01 g-case-menu.
         02 line 1 col 5
             value "Cases: F1=Open F2=Next F3=Upd F4=Assign F5=Close F6=Mine F9=Back".
         02 s-case-menu-choice line 1 col 72 pic x
                               using ws-case-menu-choice.

       01 g-case-information.
         02 line 3 col 5 value "Case Number".
         02 s-case-num line 3 col 25 pic x(8)
                       using ws-case-num.

         02 line 3 col 40 value "Status O/W/C".
         02 s-case-status line 3 col 55 background-color 15
                          foreground-color 0 pic x
                          using ws-case-status.

         02 line 5 col 5 value "Customer Number".
         02 s-case-cust line 5 col 25 background-color 15
                        foreground-color 0 pic x(8)
                        using ws-case-cust.

         02 line 5 col 40 value "Order".
         02 s-case-order line 5 col 55 background-color 15
                         foreground-color 0 pic x(8)
                         using ws-case-order.

         02 line 7 col 5 value "Category".
         02 s-case-category line 7 col 25 background-color 15
                            foreground-color 0 pic x(4)
                            using ws-case-category.

         02 line 7 col 40 value "Branch".
         02 s-case-branch line 7 col 55 pic x(3)
                          using ws-case-branch.

         02 line 9 col 5 value "Owner".
         02 s-case-owner line 9 col 25 background-color 15
                         foreground-color 0 pic x(25)
                         using ws-case-owner.

         02 line 11 col 5 value "Opened".
         02 s-case-opened line 11 col 25 pic x(8)
                          using ws-case-opened.

         02 line 11 col 40 value "By".
         02 s-case-opened-by line 11 col 50 pic x(25)
                             using ws-case-opened-by.

         02 line 13 col 5 value "Answer By YYYYMMDD".
         02 s-case-due line 13 col 25 background-color 15
                       foreground-color 0 pic x(8)
                       using ws-case-due.

         02 line 13 col 40 value "Closed".
         02 s-case-closed-on line 13 col 55 pic x(8)
                             using ws-case-closed-on.

         02 line 15 col 5 value "Summary".
         02 s-case-summary line 15 col 25 background-color 15
                           foreground-color 0 pic x(40)
                           using ws-case-summary.

         02 line 17 col 5 value "Outcome".
         02 s-case-outcome line 17 col 25 background-color 15
                           foreground-color 0 pic x(40)
                           using ws-case-outcome.

         02 s-case-status-msg line 19 col 5 pic x(28)
                              using ws-status-message.

       procedure division.
           display spaces upon crt
           display g-record-information
                       display g-operator-login
                       accept s-operator-id
                       accept s-operator-pw
                       accept s-operator-new-pw
                       display spaces upon crt
                       display g-record-information
                       set address of input-rec to lnk-dblock-ptr
                       perform queue-sign-on
                   when end-connection
                       exit perform
                   when comms-timeout or comms-error or comms-break
      *                   carries the fresh attempt.

                           set address of input-rec to lnk-dblock-ptr
                           evaluate true
                               when lnk-usr-fcode = 51 and input-status-ok
                                   move ws-operator-new-pw to ws-operator-pw
                                   move spaces to ws-operator-new-pw
                                   perform queue-sign-on
                               when input-status-ok
                                   set login-complete to true
                                   perform replay-pending-work
                                   move 1 to lnk-usr-fcode
                               when other
                                   if lnk-usr-fcode = 51
                                       move "Password Change Refused - Try Again"
                                           to ws-status-message
                                   else
                                       move "Sign-On Failed - Try Again" to
                                           ws-status-message
                                   end-if
                                   display spaces upon crt
                                   display g-operator-login
                                   display s-status-msg
                                   accept s-operator-id
                                   accept s-operator-pw
                                   accept s-operator-new-pw
                                   display spaces upon crt
                                   display g-record-information
                                   perform queue-sign-on
                           end-evaluate
                       else

      *                   Perform your application client logic here.
                                   move input-status     to ws-status
                                   if ws-status-ok
                                       move spaces to ws-status-message
      * A bounced email or mobile is put to the counter to correct
      * while the customer is there.
                                       evaluate true
                                           when input-email-bounced
                                               and input-phone-bounced
                                               move "Email And Phone Bounced"
                                                   to ws-status-message
                                           when input-email-bounced
                                               move "Email Bounced - Ask Customer"
                                                   to ws-status-message
                                           when input-phone-bounced
                                               move "Phone Bounced - Ask Customer"
                                                   to ws-status-message
                                       end-evaluate
                                   else
                                   if ws-status-pending
                                       move "Waiting For Approval" to
                                           ws-status-message
                                   else
                                       move "Record Not Found" to
                                           ws-status-message
                                   end-if
                                   end-if
                                   display s-status-msg
                                   end-if
                               end-if
      * Saves the call the locked server refused -- the function code
      * and the data-block image exactly as it would have been sent --
      * on the local spool for replay at the next sign-on.
      * Queues the sign-on call -- or, when a new password was
      * keyed, the password change that has to go through first.
       queue-sign-on.
           move spaces         to input-record-num
           move ws-operator-id to input-firstname
           move ws-operator-pw to input-lastname
           if ws-operator-new-pw = spaces
               move 7 to lnk-usr-fcode
           else
               move 51 to lnk-usr-fcode
               move spaces to input-address
               move ws-operator-new-pw to input-address(1:25)
           end-if
           .

       spool-pending-work.
           move spaces to ws-pend-record
           move lnk-usr-fcode to ws-pend-fcode
           display spaces upon crt
           move spaces to ws-order-num ws-order-cust ws-order-date
                          ws-order-desc ws-order-item
                          ws-order-pick-date ws-order-consign
                          ws-order-dlv-date ws-order-dlv-status
           move zero to ws-order-amount ws-order-qty ws-order-lines
                        ws-order-pts-redeemed
           move space to ws-order-status
           perform clear-line-fields
           move spaces to ws-crn-reason ws-crn-num
           move zero to ws-crn-amount
           move zero to ws-limit-amount
           move spaces to ws-status-message
           display g-order-information
           move "N" to ws-subscreen-exit-flag
                       perform order-add-action
                   when pf2-key
                       perform order-list-action
                   when pf3-key
                       perform order-line-add-action
                   when pf4-key
                       perform order-line-list-action
                   when pf5-key
                       perform order-return-action
                   when pf6-key
                       perform order-limit-action
                   when other
                       continue
               end-evaluate
           .

      * Keys a new order: the operator fills customer, date, amount
      * and description, and any loyalty points the customer is
      * spending on it; the order number is left to the server's
      * assign-next-order-num and the status defaults to open.
       order-add-action.
           display g-order-information
           accept s-ord-cust
           accept s-ord-date
           accept s-ord-item
           accept s-ord-qty
           accept s-ord-amount
           accept s-ord-desc
           accept s-ord-pts-redeemed
           move spaces to ws-order-num
           move space  to ws-order-status
           move zero   to ws-order-lines
           move 9 to lnk-usr-fcode
           move ws-order-information to
               input-order-rec(1:length of ws-order-information)
                   move "End Of Orders" to ws-status-message
                   move spaces to ws-order-num ws-order-date
                                  ws-order-desc ws-order-item
                   move zero to ws-order-amount ws-order-qty
                                ws-order-lines
                   move space to ws-order-status
               end-if
           end-if
           perform clear-line-fields
           perform show-order-fields
           .

      * Adds a line to the order shown: the operator keys the order
      * number, the item and quantity -- or, with no item, the
      * amount and description of a free-text line -- and the
      * server prices it and brings the order back with its new
      * amount and line count.
       order-line-add-action.
           display g-order-information
           accept s-ord-num
           accept s-ord-item
           accept s-ord-qty
           accept s-ord-amount
           accept s-ord-desc
           move 37 to lnk-usr-fcode
           move ws-order-information to
               input-order-rec(1:length of ws-order-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if inord-status-ok
                   move input-order-rec
                       (1:length of ws-order-information)
                       to ws-order-information
                   move "Order Line Added" to ws-status-message
               else
                   move "Order Line Rejected" to ws-status-message
               end-if
           end-if
           perform clear-line-fields
           perform show-order-fields
           .

      * Pages the lines of the order shown: the line number on
      * screen is the cursor -- each F4 brings the next line back
      * until the server answers end-of-lines, and the next F4
      * starts again from the first.
       order-line-list-action.
           display g-order-information
           accept s-ord-num
           if ws-line-order not = ws-order-num
               perform clear-line-fields
           end-if
           move ws-order-num to ws-line-order
           move 38 to lnk-usr-fcode
           move ws-line-information to
               input-line-rec(1:length of ws-line-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if inline-status-ok
                   move input-line-rec
                       (1:length of ws-line-information)
                       to ws-line-information
                   move spaces to ws-status-message
               else
                   move "End Of Order Lines" to ws-status-message
                   perform clear-line-fields
               end-if
           end-if
           perform show-order-fields
           .

      * Takes goods back against a closed order: the operator keys
      * the order number, the line (zero for everything still to
      * come back on the order), the quantity (zero for all of the
      * line) and the reason code -- DAMG, FLTY, WRNG, NREQ, LATE or
      * OTHR -- and the server raises a numbered credit note and
      * answers with its number and the amount credited.
       order-return-action.
           display g-order-information
           accept s-ord-num
           accept s-line-seq
           accept s-line-qty
           accept s-rtn-reason
           move spaces to ws-crn-num
           move ws-order-num to ws-crn-order
           move ws-line-seq  to ws-crn-ord-line
           move ws-line-qty  to ws-crn-qty
           move zero to ws-crn-line ws-crn-amount ws-crn-vat
           move 39 to lnk-usr-fcode
           move ws-credit-information to
               input-crn-rec(1:length of ws-credit-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               move input-crn-rec(1:length of ws-credit-information)
                   to ws-credit-information
               evaluate true
                   when incrn-status-ok
                       move "Credit Note Raised" to ws-status-message
                   when incrn-status-not-found
                       move "Order Not Found" to ws-status-message
                       move spaces to ws-crn-num
                       move zero to ws-crn-amount
                   when other
                       move "Return Rejected" to ws-status-message
                       move spaces to ws-crn-num
                       move zero to ws-crn-amount
               end-evaluate
           end-if
           perform show-order-fields
           .

      * Sets the credit limit of the customer on screen: the
      * operator keys the customer number and the new limit (zero
      * takes the limit off). A cut or a modest increase lands at
      * once; a large increase, or taking the limit off, is held
      * until a second operator approves it, and the limit shown is
      * the one still in force.
       order-limit-action.
           display g-order-information
           accept s-ord-cust
           accept s-ord-credit-limit
           move 40 to lnk-usr-fcode
           move ws-order-cust   to input-record-num
           move ws-limit-amount to input-credit-limit
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               evaluate true
                   when input-status-ok
                       move "Credit Limit Set" to ws-status-message
                   when input-status-pending
                       move "Limit Waiting For Approval" to
                           ws-status-message
                       move input-credit-limit to ws-limit-amount
                   when input-status-not-found
                       move "Customer Not Found" to ws-status-message
                   when other
                       move "Credit Limit Rejected" to
                           ws-status-message
               end-evaluate
           end-if
           perform show-order-fields
           .

       clear-line-fields.
           move spaces to ws-line-order ws-line-item ws-line-desc
                          ws-line-stock
           move zero to ws-line-seq ws-line-qty ws-line-price
                        ws-line-total
           .

       show-order-fields.
           display s-ord-cust
           display s-ord-credit-limit
           display s-ord-num
           display s-ord-item
           display s-ord-date
           display s-ord-qty
           display s-ord-lines
           display s-ord-amount
           display s-ord-status
           display s-ord-dlv-status
           display s-ord-dlv-date
           display s-ord-pick-date
           display s-ord-consign
           display s-ord-desc
           display s-ord-pts-redeemed
           display s-line-seq
           display s-line-item
           display s-line-qty
           display s-line-total
           display s-line-stock
           display s-line-desc
           display s-rtn-reason
           display s-crn-num
           display s-crn-amount
           display s-ord-status-msg
           .

       note-screen.
           display spaces upon crt
           move spaces to ws-note-cust ws-note-stamp ws-note-text
                          ws-note-followup ws-note-acct-mgr
                          ws-note-parent
           move "N" to ws-note-bill-parent ws-note-group-limit
           move zero to ws-note-seq
           move spaces to ws-status-message
           display g-note-information
                       perform note-list-action
                   when pf3-key
                       perform note-diary-action
                   when pf4-key
                       perform case-screen
                       display spaces upon crt
                       move "N" to ws-subscreen-exit-flag
                       move spaces to ws-status-message
                       display g-note-information
                   when pf5-key
                       perform note-acct-mgr-action
                   when pf6-key
                       perform note-parent-action
                   when other
                       continue
               end-evaluate
           end-if
           .

      * Assigns the account manager for the customer keyed: an
      * operator id puts the customer with them, a blank takes the
      * manager off. The server refuses anyone who cannot sign on.
       note-acct-mgr-action.
           display g-note-information
           accept s-note-cust
           accept s-note-acct-mgr
           move 49 to lnk-usr-fcode
           move ws-note-cust     to input-record-num
           move ws-note-acct-mgr to input-acct-mgr
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               evaluate true
                   when input-status-ok
                       move "Account Manager Set" to ws-status-message
                   when input-status-not-found
                       move "Customer Not Found" to ws-status-message
                   when other
                       move "Account Manager Rejected" to
                           ws-status-message
               end-evaluate
           end-if
           perform show-note-fields
           .

      * Links the customer keyed under the parent keyed, or takes
      * them out of their family when the parent is blank. The
      * server refuses a parent that is itself a site, and a
      * customer that already heads a family of its own.
       note-parent-action.
           display g-note-information
           accept s-note-cust
           accept s-note-parent
           accept s-note-bill-parent
           accept s-note-group-limit
           move 50 to lnk-usr-fcode
           move ws-note-cust        to input-record-num
           move ws-note-parent      to input-parent
           move ws-note-bill-parent to input-bill-parent
           move ws-note-group-limit to input-group-limit
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               evaluate true
                   when input-status-ok
                       move "Parent Link Set" to ws-status-message
                   when input-status-not-found
                       move "Customer Not Found" to ws-status-message
                   when other
                       move "Parent Link Rejected" to ws-status-message
               end-evaluate
           end-if
           perform show-note-fields
           .

      * Adds a stamped note: the operator keys the customer and the
      * text; the server stamps the time and assigns the sequence.
       note-add-action.
           display s-note-stamp
           display s-note-text
           display s-note-followup
           display s-note-acct-mgr
           display s-note-parent
           display s-note-bill-parent
           display s-note-group-limit
           display s-note-status-msg
           .

                       perform report-list-action
                   when pf2-key
                       perform report-page-action
                   when pf3-key
                       perform suspense-screen
                       display spaces upon crt
                       move "N" to ws-subscreen-exit-flag
                       move spaces to ws-status-message
                       display g-report-information
                   when pf4-key
                       perform approval-screen
                       display spaces upon crt
                       move "N" to ws-subscreen-exit-flag
                       move spaces to ws-status-message
                       display g-report-information
                   when other
                       continue
               end-evaluate
           display s-rpt-status-msg
           .

      * The suspense screen's own cycle, entered from F3 on the
      * reports screen.
       suspense-screen.
           display spaces upon crt
           move spaces to ws-susp-information
           move zero to ws-susp-amount
           move spaces to ws-status-message
           display g-susp-information
           move "N" to ws-subscreen-exit-flag
           perform suspense-screen-cycle until subscreen-done
           .

       suspense-screen-cycle.
           display g-susp-menu
           accept s-susp-menu-choice
           if key-type = "1"
               evaluate key-code-1
                   when escape-key
                   when pf9-key
                       move "Y" to ws-subscreen-exit-flag
                   when pf1-key
                       perform suspense-next-action
                   when pf2-key
                       perform suspense-alloc-action
                   when other
                       continue
               end-evaluate
           end-if
           .

      * Pages the unworked suspense items: the item number on screen
      * is the cursor -- the end of the list wraps back to the top.
       suspense-next-action.
           move 35 to lnk-usr-fcode
           move ws-susp-information to
               input-susp-rec(1:length of ws-susp-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if insusp-status-ok
                   move input-susp-rec
                       (1:length of ws-susp-information)
                       to ws-susp-information
                   move spaces to ws-susp-state ws-susp-alloc-to
                   move spaces to ws-status-message
               else
                   move "End Of Suspense Items" to ws-status-message
                   move spaces to ws-susp-information
                   move zero to ws-susp-amount
               end-if
           end-if
           perform show-suspense-fields
           .

      * Works the item on screen: the clerk keys O, C or R and, for
      * O or C, the order or customer number the money goes to.
       suspense-alloc-action.
           if ws-susp-id = spaces
               move "Page To An Item First (F1)" to ws-status-message
               display s-susp-status-msg
               exit paragraph
           end-if
           display g-susp-information
           accept s-susp-state
           accept s-susp-alloc-to
           move 36 to lnk-usr-fcode
           move ws-susp-information to
               input-susp-rec(1:length of ws-susp-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if insusp-status-ok
                   move input-susp-rec
                       (1:length of ws-susp-information)
                       to ws-susp-information
                   move "Suspense Item Worked" to ws-status-message
               else
                   move "Allocation Rejected" to ws-status-message
               end-if
           end-if
           perform show-suspense-fields
           .

       show-suspense-fields.
           display s-susp-id
           display s-susp-ref
           display s-susp-date
           display s-susp-order
           display s-susp-amount
           display s-susp-reason
           display s-susp-raised
           display s-susp-state
           display s-susp-alloc-to
           display s-susp-status-msg
           .

      * The approvals screen's own cycle, entered from F4 on the
      * reports screen.
       approval-screen.
           display spaces upon crt
           perform clear-approval-fields
           move spaces to ws-status-message
           display g-appr-information
           move "N" to ws-subscreen-exit-flag
           perform approval-screen-cycle until subscreen-done
           .

       approval-screen-cycle.
           display g-appr-menu
           accept s-appr-menu-choice
           if key-type = "1"
               evaluate key-code-1
                   when escape-key
                   when pf9-key
                       move "Y" to ws-subscreen-exit-flag
                   when pf1-key
                       perform approval-next-action
                   when pf2-key
                       perform approval-approve-action
                   when pf3-key
                       perform approval-reject-action
                   when other
                       continue
               end-evaluate
           end-if
           .

      * Pages the requests still waiting: the approval number on
      * screen is the cursor -- the end of the list wraps back to the
      * top.
       approval-next-action.
           move 41 to lnk-usr-fcode
           move ws-appr-information to
               input-appr-rec(1:length of ws-appr-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if inappr-status-ok
                   move input-appr-rec
                       (1:length of ws-appr-information)
                       to ws-appr-information
                   move spaces to ws-status-message
               else
                   if inappr-status-error
                       move "Approvals Not Authorised" to
                           ws-status-message
                   else
                       move "No More Approvals Waiting" to
                           ws-status-message
                   end-if
                   perform clear-approval-fields
               end-if
           end-if
           perform show-approval-fields
           .

       approval-approve-action.
           if ws-appr-id = spaces
               move "Page To A Request First (F1)" to
                   ws-status-message
               display s-appr-status-msg
               exit paragraph
           end-if
           move 42 to lnk-usr-fcode
           move ws-appr-information to
               input-appr-rec(1:length of ws-appr-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if inappr-status-ok
                   move input-appr-rec
                       (1:length of ws-appr-information)
                       to ws-appr-information
                   move "Approved And Applied" to ws-status-message
               else
                   move "Approval Refused" to ws-status-message
               end-if
           end-if
           perform show-approval-fields
           .

       approval-reject-action.
           if ws-appr-id = spaces
               move "Page To A Request First (F1)" to
                   ws-status-message
               display s-appr-status-msg
               exit paragraph
           end-if
           move 43 to lnk-usr-fcode
           move ws-appr-information to
               input-appr-rec(1:length of ws-appr-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if inappr-status-ok
                   move input-appr-rec
                       (1:length of ws-appr-information)
                       to ws-appr-information
                   move "Request Rejected" to ws-status-message
               else
                   move "Reject Refused" to ws-status-message
               end-if
           end-if
           perform show-approval-fields
           .

      * The complaint cases screen's own cycle, entered from F4 on
      * the notes screen.
       case-screen.
           display spaces upon crt
           perform clear-case-fields
           move space to ws-case-page-mode
           move spaces to ws-case-page-cust
           move spaces to ws-status-message
           display g-case-information
           move "N" to ws-subscreen-exit-flag
           perform case-screen-cycle until subscreen-done
           .

       case-screen-cycle.
           display g-case-menu
           accept s-case-menu-choice
           if key-type = "1"
               evaluate key-code-1
                   when escape-key
                   when pf9-key
                       move "Y" to ws-subscreen-exit-flag
                   when pf1-key
                       perform case-open-action
                   when pf2-key
                       perform case-next-action
                   when pf3-key
                       perform case-update-action
                   when pf4-key
                       perform case-assign-action
                   when pf5-key
                       perform case-close-action
                   when pf6-key
                       perform case-mine-action
                   when other
                       continue
               end-evaluate
           end-if
           .

      * Opens a case: the operator keys the customer, the order if
      * the complaint is about one, the category, the summary and,
      * if not themselves, the owner; the server numbers and dates
      * it.
       case-open-action.
           perform clear-case-fields
           display g-case-information
           accept s-case-cust
           accept s-case-order
           accept s-case-category
           accept s-case-owner
           accept s-case-due
           accept s-case-summary
           move 44 to lnk-usr-fcode
           move ws-case-information to
               input-case-rec(1:length of ws-case-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if incase-status-ok
                   move input-case-rec
                       (1:length of ws-case-information)
                       to ws-case-information
                   move "Case Opened" to ws-status-message
               else
                   move "Case Rejected" to ws-status-message
               end-if
           end-if
           perform show-case-fields
           .

      * Pages the keyed customer's cases, closed ones included: the
      * case number on screen is the cursor, and keying another
      * customer starts again from their first case.
       case-next-action.
           accept s-case-cust
           if not case-paging-customer
               or ws-case-cust not = ws-case-page-cust
               move spaces to ws-case-num
           end-if
           set case-paging-customer to true
           move ws-case-cust to ws-case-page-cust
           perform case-page-call
           .

      * Pages the operator's own cases still open, across all
      * customers.
       case-mine-action.
           if not case-paging-mine
               move spaces to ws-case-num
           end-if
           set case-paging-mine to true
           move spaces to ws-case-page-cust
           perform case-page-call
           .

       case-page-call.
           move 48 to lnk-usr-fcode
           move ws-case-num to incase-case-num
           move ws-case-page-cust to incase-case-cust
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if incase-status-ok
                   move input-case-rec
                       (1:length of ws-case-information)
                       to ws-case-information
                   move spaces to ws-status-message
               else
                   move "End Of Cases" to ws-status-message
                   perform clear-case-fields
                   move ws-case-page-cust to ws-case-cust
               end-if
           end-if
           perform show-case-fields
           .

      * Saves what the operator changed on the case shown: category,
      * status, order, due date and summary.
       case-update-action.
           if ws-case-num = spaces
               move "Page To A Case First" to ws-status-message
               display s-case-status-msg
               exit paragraph
           end-if
           accept s-case-status
           accept s-case-order
           accept s-case-category
           accept s-case-due
           accept s-case-summary
           move 45 to lnk-usr-fcode
           perform case-change-call
           .

       case-assign-action.
           if ws-case-num = spaces
               move "Page To A Case First" to ws-status-message
               display s-case-status-msg
               exit paragraph
           end-if
           accept s-case-owner
           move 46 to lnk-usr-fcode
           perform case-change-call
           .

       case-close-action.
           if ws-case-num = spaces
               move "Page To A Case First" to ws-status-message
               display s-case-status-msg
               exit paragraph
           end-if
           accept s-case-outcome
           move 47 to lnk-usr-fcode
           perform case-change-call
           .

      * Update, reassign and close all send the case as it stands on
      * screen and answer with it as the server now holds it.
       case-change-call.
           move ws-case-information to
               input-case-rec(1:length of ws-case-information)
           call lnk-client using lnk-param-block
           if server-locked
               move "Server Locked - Try Again Later" to
                   ws-status-message
           else
               if incase-status-ok
                   move input-case-rec
                       (1:length of ws-case-information)
                       to ws-case-information
                   move "Case Saved" to ws-status-message
               else
                   move "Case Change Refused" to ws-status-message
               end-if
           end-if
           perform show-case-fields
           .

       clear-case-fields.
           move spaces to ws-case-information
           .

       show-case-fields.
           display s-case-num
           display s-case-status
           display s-case-cust
           display s-case-order
           display s-case-category
           display s-case-branch
           display s-case-owner
           display s-case-opened
           display s-case-opened-by
           display s-case-due
           display s-case-closed-on
           display s-case-summary
           display s-case-outcome
           display s-case-status-msg
           .

       clear-approval-fields.
           move spaces to ws-appr-information
           move zero to ws-appr-old-limit ws-appr-new-limit
           .

       show-approval-fields.
           display s-appr-id
           display s-appr-type
           display s-appr-cust
           display s-appr-branch
           display s-appr-lodged
           display s-appr-lodged-by
           display s-appr-old-limit
           display s-appr-new-limit
           display s-appr-firstname
           display s-appr-lastname
           display s-appr-street
           display s-appr-city
           display s-appr-county
           display s-appr-postcode
           display s-appr-status-msg
           .

      * Enables the escape key and the F1/F2/F9 action-menu keys
       initalise.
           move 1 to user-key-setting
