       identification division.

       program-id. NativeCobolClientSusp as "NativeCobolClientSusp".


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

      *      lnk-susp-info is the area the WinForms side uses to work
      *      the receipts suspense list: request 1 pages the unworked
      *      items (send the last item number shown, spaces to start,
      *      and get back the next one), request 2 works an item (send
      *      the item number, the state to work it to -- O to an
      *      order, C on a customer's account, R as a refund owed --
      *      and the order or customer number, and get the worked
      *      item back). One round trip per call, the way
      *      NativeCobolClient carries a single request.

       01 lnk-susp-info.
           02 lnk-susp-request pic 9 comp-x.
               88 lnk-susp-request-next  value 0 1.
               88 lnk-susp-request-alloc value 2.
           02 lnk-susp-item.
               copy "custsusp.cpy" replacing ==:PREFIX:== by ==lnk==.
           02 lnk-susp-status pic x.
               88 lnk-susp-status-ok        value "0".
               88 lnk-susp-status-not-found value "1".
               88 lnk-susp-status-error     value "2".

      *      The operator identity this call signs on with -- blank
      *      keeps the shared credential, the same convention the
      *      other wrappers follow.

           02 lnk-susp-operator-id pic x(25).
           02 lnk-susp-operator-pw pic x(25).

       01 input-rec.
           copy "custrec.cpy" replacing ==:PREFIX:== by ==input==.
           03 input-status pic x.
               88 input-status-ok        value "0".
               88 input-status-not-found value "1".
               88 input-status-error     value "2".

      *      The date an address change keyed with this update takes
      *      effect -- spaces means now. See update-record.

           03 input-eff-date pic x(8).

      *      Suspense view of the same bytes -- the same fields the
      *      server's suspense view lays over the block.

       01 input-susp-rec redefines input-rec.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==insusp==.
           03 insusp-status pic x.
               88 insusp-status-ok        value "0".
               88 insusp-status-not-found value "1".
               88 insusp-status-error     value "2".

       procedure division using lnk-susp-info.
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
                       if lnk-susp-operator-id = spaces
                           move "ADMIN"   to input-firstname
                           move "SECRET1" to input-lastname
                       else
                           move lnk-susp-operator-id to input-firstname
                           move lnk-susp-operator-pw to input-lastname
                       end-if
                   when end-connection
                       exit perform
                   when comms-timeout or comms-error or comms-break
                       display "Server Communication Error"
                       move "2" to lnk-susp-status
                       set client-ending to true
                   when server-locked
                       display "Server Locked - Try Again Later"
                       move "2" to lnk-susp-status
                       set client-ending to true
                   when get-dblock-size
                       display "Negotiated Data Block Size: "
                           lnk-data-length
                       if lnk-data-length > 0
                           and lnk-data-length < length of input-rec
                           display "Negotiated Block Too Small"
                           move "2" to lnk-susp-status
                           set client-ending to true
                       end-if
                   when switch-srv
                   when redirect-service
                       if ws-redirect-count < ws-max-redirects
                           add 1 to ws-redirect-count
                           display "Server Redirect - Reconnecting"
                       else
                           display "Too Many Redirects - Giving Up"
                           move "2" to lnk-susp-status
                           set client-ending to true
                       end-if
                   when redirect-cfg-err
                       display "Server Redirect Failed - Bad Config"
                       move "2" to lnk-susp-status
                       set client-ending to true
                   when other
                       if not login-complete

      *                   This "other" response is the reply to the
      *                   login call queued above -- queue the
      *                   caller's suspense request and let the loop's
      *                   next call carry it, so its reply is checked
      *                   by this same evaluate too.

                           set login-complete to true
                           set address of input-rec to lnk-dblock-ptr
                           if lnk-susp-request-alloc
                               move 36 to lnk-usr-fcode
                           else
                               move 35 to lnk-usr-fcode
                           end-if
                           move lnk-susp-item to
                               input-susp-rec(1:length of lnk-susp-item)
                       else

      *                   This "other" response is the reply to the
      *                   request queued above.

                           move input-susp-rec
                               (1:length of lnk-susp-item)
                               to lnk-susp-item
                           move insusp-status to lnk-susp-status
                           set client-ending to true
                       end-if
               end-evaluate
           end-perform

           goback.
