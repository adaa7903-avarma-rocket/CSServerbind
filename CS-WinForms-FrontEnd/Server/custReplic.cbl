
           move zero to stb-credit-limit

      *          Nor the returned-mail or contact-bounce marks -- the
      *          standby's copy mails and messages nothing, so
      *          deliverable-as-far-as-known is the right rebuild.

           move spaces to stb-mail-rtn-flag stb-mail-rtn-date
           move spaces to stb-email-bad stb-phone-bad stb-bounce-date
           move spaces to stb-dun-level stb-dun-date
           write stb-record-information
               invalid key
                   rewrite stb-record-information
