       identification division.

       program-id. NativeCobolClientCase as "NativeCobolClientCase".


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

      *      lnk-case-info is the area the WinForms side uses to work
      *      complaint cases: request 1 pages cases (send a customer
      *      and the last case number shown, spaces to start, for
      *      that customer's cases, or no customer for the operator's
      *      own open ones), request 2 opens a case, request 3 saves
      *      changes to the case sent, request 4 hands it to the
      *      owner sent, request 5 closes it with the outcome sent.
      *      Every call answers with the case as it now stands. One
      *      round trip per call, the way NativeCobolClient carries a
      *      single request.

       01 lnk-case-info.
           02 lnk-case-request pic 9 comp-x.
               88 lnk-case-request-next     value 0 1.
               88 lnk-case-request-open     value 2.
               88 lnk-case-request-update   value 3.
               88 lnk-case-request-reassign value 4.
               88 lnk-case-request-close    value 5.
           02 lnk-case-item.
               copy "custcase.cpy" replacing ==:PREFIX:== by ==lnk==.
      *      lnk-case-reply is how the call went; lnk-case-status
      *      within the case is where the case itself stands.

           02 lnk-case-reply pic x.
               88 lnk-case-reply-ok        value "0".
               88 lnk-case-reply-not-found value "1".
               88 lnk-case-reply-error     value "2".

      *      The operator identity this call signs on with -- blank
      *      keeps the shared credential, the same convention the
      *      other wrappers follow.

           02 lnk-case-operator-id pic x(25).
           02 lnk-case-operator-pw pic x(25).

       01 input-rec.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==input==.
           03 input-status pic x.
               88 input-status-ok        value "0".
               88 input-status-not-found value "1".
               88 input-status-error     value "2".

      *      The date an address change keyed with this update takes
      *      effect -- spaces means now. See update-record.

           03 input-eff-date pic x(8).

      *      Case view of the same bytes -- the same fields the
      *      server's case view lays over the block.

       01 input-case-rec redefines input-rec.
           copy "custcase.cpy" replacing ==:PREFIX:== by ==incase==.
           03 incase-status pic x.
               88 incase-status-ok        value "0".
               88 incase-status-not-found value "1".
               88 incase-status-error     value "2".

       procedure division using lnk-case-info.
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
                       if lnk-case-operator-id = spaces
                           move "ADMIN"   to input-firstname
                           move "SECRET1" to input-lastname
                       else
                           move lnk-case-operator-id to input-firstname
                           move lnk-case-operator-pw to input-lastname
                       end-if
                   when end-connection
                       exit perform
                   when comms-timeout or comms-error or comms-break
                       display "Server Communication Error"
                       move "2" to lnk-case-reply
                       set client-ending to true
                   when server-locked
                       display "Server Locked - Try Again Later"
                       move "2" to lnk-case-reply
                       set client-ending to true
                   when get-dblock-size
                       display "Negotiated Data Block Size: "
                           lnk-data-length
                       if lnk-data-length > 0
                           and lnk-data-length < length of input-rec
                           display "Negotiated Block Too Small"
                           move "2" to lnk-case-reply
                           set client-ending to true
                       end-if
                   when switch-srv
                   when redirect-service
                       if ws-redirect-count < ws-max-redirects
                           add 1 to ws-redirect-count
                           display "Server Redirect - Reconnecting"
                       else
                           display "Too Many Redirects - Giving Up"
                           move "2" to lnk-case-reply
                           set client-ending to true
                       end-if
                   when redirect-cfg-err
                       display "Server Redirect Failed - Bad Config"
                       move "2" to lnk-case-reply
                       set client-ending to true
                   when other
                       if not login-complete

      *                   This "other" response is the reply to the
      *                   login call queued above -- queue the
      *                   caller's case request and let the loop's
      *                   next call carry it, so its reply is checked
      *                   by this same evaluate too.

                           set login-complete to true
                           set address of input-rec to lnk-dblock-ptr
                           evaluate true
                               when lnk-case-request-open
                                   move 44 to lnk-usr-fcode
                               when lnk-case-request-update
                                   move 45 to lnk-usr-fcode
                               when lnk-case-request-reassign
                                   move 46 to lnk-usr-fcode
                               when lnk-case-request-close
                                   move 47 to lnk-usr-fcode
                               when other
                                   move 48 to lnk-usr-fcode
                           end-evaluate
                           move lnk-case-item to
                               input-case-rec(1:length of lnk-case-item)
                       else

      *                   This "other" response is the reply to the
      *                   request queued above.

                           move input-case-rec
                               (1:length of lnk-case-item)
                               to lnk-case-item
                           move incase-status to lnk-case-reply
                           set client-ending to true
                       end-if
               end-evaluate
           end-perform

           goback.
