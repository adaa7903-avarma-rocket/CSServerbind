       identification division.

       program-id. NativeCobolClientQuote as "NativeCobolClientQuote".


      *      mfclisrv.cpy must be included in the working storage
      *      section of the client program and in the linkage
      *      section of the server program.


       working-storage section.
       copy "mfclisrv.cpy".
       01 ws-record-information.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==ws==.

       01 ws-redirect-count pic 9(2) comp value 0.
       01 ws-max-redirects  pic 9(2) comp value 3.

       01 ws-login-status pic x value "N".
           88 login-complete value "Y".

       linkage section.

      *      lnk-quote-info is the area the WinForms side uses to work
      *      quotations: request 1 pages them (send a customer and the
      *      last quote number shown, spaces to start, for that
      *      customer's quotes, or no customer for the branch's open
      *      ones), request 2 raises one, request 3 adds the line sent
      *      to the quote named in it, request 4 pages a quote's lines
      *      (send the quote and the last line number shown, zero to
      *      start), request 5 asks for the quote to be printed,
      *      request 6 converts it into an order and request 7 marks
      *      it declined. Every call answers with the quote as it now
      *      stands, and the line calls with the line. One round trip
      *      per call, the way NativeCobolClient carries a single
      *      request.

       01 lnk-quote-info.
           02 lnk-quote-request pic 9 comp-x.
               88 lnk-quote-request-next    value 0 1.
               88 lnk-quote-request-add     value 2.
               88 lnk-quote-request-line    value 3.
               88 lnk-quote-request-lines   value 4.
               88 lnk-quote-request-print   value 5.
               88 lnk-quote-request-convert value 6.
               88 lnk-quote-request-decline value 7.
           02 lnk-quote-header.
               copy "custquote.cpy" replacing ==:PREFIX:== by ==lnk==.
           02 lnk-quote-detail.
               copy "custquoteln.cpy" replacing ==:PREFIX:== by ==lnk==.

      *      lnk-quote-reply is how the call went; lnk-quote-status
      *      within the quote is where it stands.

           02 lnk-quote-reply pic x.
               88 lnk-quote-reply-ok        value "0".
               88 lnk-quote-reply-not-found value "1".
               88 lnk-quote-reply-error     value "2".

      *      The operator identity this call signs on with -- blank
      *      keeps the shared credential, the same convention the
      *      other wrappers follow.

           02 lnk-quote-operator-id pic x(25).
           02 lnk-quote-operator-pw pic x(25).

       01 input-rec.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==input==.
           03 input-status pic x.
               88 input-status-ok        value "0".
               88 input-status-not-found value "1".
               88 input-status-error     value "2".

      *      The date an address change keyed with this update takes
      *      effect -- spaces means now. See update-record.

           03 input-eff-date pic x(8).

      *      Quotation view of the same bytes -- the same fields the
      *      server's quotation view lays over the block.

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

       procedure division using lnk-quote-info.
           perform until end-connection

      *              lnk-client holds the name "mfclient".
      *              The first time through we initialize mfclient and
      *              establish contact with the server.

               call lnk-client using lnk-param-block
               evaluate true
                   when start-connection

      *                   The login round trip is not fired here --
      *                   it is left for the loop's own top-of-loop
      *                   call on the next iteration, so any comms or
      *                   redirect condition the login call raises is
      *                   still caught by this same evaluate.

                       set address of input-rec to lnk-dblock-ptr
                       move 7 to lnk-usr-fcode
                       move spaces to input-record-num
                       if lnk-quote-operator-id = spaces
                           move "ADMIN"   to input-firstname
                           move "SECRET1" to input-lastname
                       else
                           move lnk-quote-operator-id to input-firstname
                           move lnk-quote-operator-pw to input-lastname
                       end-if
                   when end-connection
                       exit perform
                   when comms-timeout or comms-error or comms-break
                       display "Server Communication Error"
                       move "2" to lnk-quote-reply
                       set client-ending to true
                   when server-locked
                       display "Server Locked - Try Again Later"
                       move "2" to lnk-quote-reply
                       set client-ending to true
                   when get-dblock-size
                       display "Negotiated Data Block Size: "
                           lnk-data-length
                       if lnk-data-length > 0
                           and lnk-data-length < length of input-rec
                           display "Negotiated Block Too Small"
                           move "2" to lnk-quote-reply
                           set client-ending to true
                       end-if
                   when switch-srv
                   when redirect-service
                       if ws-redirect-count < ws-max-redirects
                           add 1 to ws-redirect-count
                           display "Server Redirect - Reconnecting"
                       else
                           display "Too Many Redirects - Giving Up"
                           move "2" to lnk-quote-reply
                           set client-ending to true
                       end-if
                   when redirect-cfg-err
                       display "Server Redirect Failed - Bad Config"
                       move "2" to lnk-quote-reply
                       set client-ending to true
                   when other
                       if not login-complete

      *                   This "other" response is the reply to the
      *                   login call queued above -- queue the
      *                   caller's quotation request and let the
      *                   loop's next call carry it, so its reply is
      *                   checked by this same evaluate too.

                           set login-complete to true
                           set address of input-rec to lnk-dblock-ptr
                           evaluate true
                               when lnk-quote-request-add
                                   move 57 to lnk-usr-fcode
                               when lnk-quote-request-line
                                   move 58 to lnk-usr-fcode
                               when lnk-quote-request-lines
                                   move 59 to lnk-usr-fcode
                               when lnk-quote-request-print
                                   move 61 to lnk-usr-fcode
                               when lnk-quote-request-convert
                                   move 62 to lnk-usr-fcode
                               when lnk-quote-request-decline
                                   move 63 to lnk-usr-fcode
                               when other
                                   move 60 to lnk-usr-fcode
                           end-evaluate
                           move lnk-quote-header to inqt-header
                           move lnk-quote-detail to inqt-detail
                       else

      *                   This "other" response is the reply to the
      *                   request queued above.

                           move inqt-header to lnk-quote-header
                           move inqt-detail to lnk-quote-detail
                           move inqt-status to lnk-quote-reply
                           set client-ending to true
                       end-if
               end-evaluate
           end-perform

           goback.
