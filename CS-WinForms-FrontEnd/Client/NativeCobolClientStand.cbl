       identification division.

       program-id. NativeCobolClientStand as "NativeCobolClientStand".


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

      *      lnk-stand-info is the area the WinForms side uses to work
      *      standing orders: request 1 pages them (send a customer
      *      and the last number shown, spaces to start, for that
      *      customer's standing orders, or no customer for the ones
      *      the nightly run is holding back), request 2 sets one up,
      *      request 3 suspends the one sent, request 4 resumes it
      *      (with a new due date, or none to take the next one from
      *      today), request 5 ends it. Every call answers with the
      *      standing order as it now stands. One round trip per
      *      call, the way NativeCobolClient carries a single request.

       01 lnk-stand-info.
           02 lnk-stand-request pic 9 comp-x.
               88 lnk-stand-request-next    value 0 1.
               88 lnk-stand-request-add     value 2.
               88 lnk-stand-request-suspend value 3.
               88 lnk-stand-request-resume  value 4.
               88 lnk-stand-request-end     value 5.
           02 lnk-stand-order.
               copy "custstand.cpy" replacing ==:PREFIX:== by ==lnk==.
      *      lnk-stand-reply is how the call went; lnk-stand-status
      *      within the standing order is where it stands.

           02 lnk-stand-reply pic x.
               88 lnk-stand-reply-ok        value "0".
               88 lnk-stand-reply-not-found value "1".
               88 lnk-stand-reply-error     value "2".

      *      The operator identity this call signs on with -- blank
      *      keeps the shared credential, the same convention the
      *      other wrappers follow.

           02 lnk-stand-operator-id pic x(25).
           02 lnk-stand-operator-pw pic x(25).

       01 input-rec.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==input==.
           03 input-status pic x.
               88 input-status-ok        value "0".
               88 input-status-not-found value "1".
               88 input-status-error     value "2".

      *      The date an address change keyed with this update takes
      *      effect -- spaces means now. See update-record.

           03 input-eff-date pic x(8).

      *      Standing-order view of the same bytes -- the same fields
      *      the server's standing-order view lays over the block.

       01 input-stand-rec redefines input-rec.
           copy "custstand.cpy" replacing ==:PREFIX:== by ==instand==.
           03 instand-status pic x.
               88 instand-status-ok        value "0".
               88 instand-status-not-found value "1".
               88 instand-status-error     value "2".

       procedure division using lnk-stand-info.
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
                       if lnk-stand-operator-id = spaces
                           move "ADMIN"   to input-firstname
                           move "SECRET1" to input-lastname
                       else
                           move lnk-stand-operator-id to input-firstname
                           move lnk-stand-operator-pw to input-lastname
                       end-if
                   when end-connection
                       exit perform
                   when comms-timeout or comms-error or comms-break
                       display "Server Communication Error"
                       move "2" to lnk-stand-reply
                       set client-ending to true
                   when server-locked
                       display "Server Locked - Try Again Later"
                       move "2" to lnk-stand-reply
                       set client-ending to true
                   when get-dblock-size
                       display "Negotiated Data Block Size: "
                           lnk-data-length
                       if lnk-data-length > 0
                           and lnk-data-length < length of input-rec
                           display "Negotiated Block Too Small"
                           move "2" to lnk-stand-reply
                           set client-ending to true
                       end-if
                   when switch-srv
                   when redirect-service
                       if ws-redirect-count < ws-max-redirects
                           add 1 to ws-redirect-count
                           display "Server Redirect - Reconnecting"
                       else
                           display "Too Many Redirects - Giving Up"
                           move "2" to lnk-stand-reply
                           set client-ending to true
                       end-if
                   when redirect-cfg-err
                       display "Server Redirect Failed - Bad Config"
                       move "2" to lnk-stand-reply
                       set client-ending to true
                   when other
                       if not login-complete

      *                   This "other" response is the reply to the
      *                   login call queued above -- queue the
      *                   caller's standing-order request and let the
      *                   loop's next call carry it, so its reply is
      *                   checked by this same evaluate too.

                           set login-complete to true
                           set address of input-rec to lnk-dblock-ptr
                           evaluate true
                               when lnk-stand-request-add
                                   move 52 to lnk-usr-fcode
                               when lnk-stand-request-suspend
                                   move 53 to lnk-usr-fcode
                               when lnk-stand-request-resume
                                   move 54 to lnk-usr-fcode
                               when lnk-stand-request-end
                                   move 55 to lnk-usr-fcode
                               when other
                                   move 56 to lnk-usr-fcode
                           end-evaluate
                           move lnk-stand-order to
                               input-stand-rec
                               (1:length of lnk-stand-order)
                       else

      *                   This "other" response is the reply to the
      *                   request queued above.

                           move input-stand-rec
                               (1:length of lnk-stand-order)
                               to lnk-stand-order
                           move instand-status to lnk-stand-reply
                           set client-ending to true
                       end-if
               end-evaluate
           end-perform

           goback.
