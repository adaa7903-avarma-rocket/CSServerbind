
       file section.
       fd custPendNc.
       01 pend-record pic x(289).

       fd custPendNcK.
       01 keep-record pic x(289).

      *      mfclisrv.cpy must be included in the working storage
      *      section of the client program and in the linkage
       01 ws-pend-record.
           03 ws-pend-fcode pic 9(2).
           03 filler        pic x value space.
           03 ws-pend-data  pic x(286).

       01 ws-replayed-count  pic 9(4) comp value 0.
       01 ws-pend-kept-count pic 9(4) comp value 0.
               88 lnk-status-not-found value "1".
               88 lnk-status-error     value "2".
               88 lnk-status-spooled   value "3".
               88 lnk-status-pending   value "4".

      *      Lets the caller pick which server function this call
      *      performs -- defaults to Search when left zero so existing
               88 lnk-request-health            value 17.
               88 lnk-request-shutdown          value 18.
               88 lnk-request-undelete          value 19.
               88 lnk-request-credit-limit      value 40.
               88 lnk-request-acct-mgr          value 49.
               88 lnk-request-parent-link       value 50.
               88 lnk-request-pwd-change        value 51.

      *      The operator identity this call signs on with -- a
      *      trailing addition, so every earlier field keeps its
                           move lnk-email       to input-email
                           move lnk-consent     to input-consent
                           move lnk-eff-date    to input-eff-date
                           move lnk-credit-limit to input-credit-limit
                           move lnk-acct-mgr    to input-acct-mgr
                           move lnk-parent      to input-parent
                           move lnk-bill-parent to input-bill-parent
                           move lnk-group-limit to input-group-limit
                       else

      *                   This "other" response is the reply to the
                           move ws-consent     to lnk-consent
                           move ws-branch      to lnk-branch
                           move ws-status      to lnk-status

      *                   A limit held for approval comes back as the
      *                   limit still in force, so the form shows it.

                           move input-credit-limit to lnk-credit-limit

      *                   A bounced email or mobile comes back marked so
      *                   the form can ask the customer for a new one.

                           move input-email-bad    to lnk-email-bad
                           move input-phone-bad    to lnk-phone-bad
                           move input-bounce-date  to lnk-bounce-date
                           set client-ending to true
                       end-if
               end-evaluate
