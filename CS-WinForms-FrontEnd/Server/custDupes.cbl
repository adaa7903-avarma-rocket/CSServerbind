               file status is ws-custfile-status.
           select custDupes assign to "custDupes.rpt"
               organization is line sequential.
           select custWebHold assign to "custWebHold.dat"
               organization is indexed
               access is dynamic
               record key is wh-hold-web-id of custWebHold
               lock mode is manual with lock on record
               file status is ws-webhold-status.

       file section.
       fd custFile.
       fd custDupes.
       01 dupes-line pic x(120).

      *      Web-shop registrations the registration run held back
      *      because they look like a customer already on file. They
      *      are reviewed here with the pairs on the file itself, and
      *      sent back on the registration feed marked L (link the web
      *      account to the customer shown) or N (a new customer after
      *      all).

       fd custWebHold.
       01 wh-hold-information.
           copy "custwebhold.cpy" replacing ==:PREFIX:== by ==wh==.

       working-storage section.
       01 ws-custfile-status pic xx.
           88 custfile-status-ok       value "00" "02".

       01 ws-reviewed-count pic 9(8) comp value 0.
       01 ws-flagged-count  pic 9(8) comp value 0.
       01 ws-held-count     pic 9(8) comp value 0.

       01 ws-webhold-status pic xx.
           88 webhold-status-ok       value "00" "02".
           88 webhold-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-hold-eof-flag pic x.
           88 end-of-holds value "Y".

      *      A held registration prints in the pair layout: the
      *      customer it looked like, then the web id in place of the
      *      second customer number, then the web details.

       01 ws-hold-detail.
           03 ws-hold-match   pic x(8).
           03 filler          pic xx value spaces.
           03 ws-hold-web-id  pic x(12).
           03 filler          pic xx value spaces.
           03 ws-hold-last    pic x(25).
           03 filler          pic x value space.
           03 ws-hold-first   pic x(25).
           03 filler          pic x value space.
           03 ws-hold-phone   pic x(15).
           03 filler          pic xx value spaces.
           03 ws-hold-reason  pic x(14).
           03 filler          pic xx value spaces.
           03 ws-hold-date    pic x(8).

       01 ws-dupes-detail.
           03 ws-dupes-num-1  pic x(8).
                   continue
           end-start
           perform review-next-record until end-of-custfile
           perform list-held-registrations
           move spaces to ws-dupes-detail
           move "===== End Of Report =====" to dupes-line
           write dupes-line
           display "Duplicate Review Complete"
           display "Records Reviewed: " ws-reviewed-count
           display "Pairs Flagged   : " ws-flagged-count
           display "Web Regs Held   : " ws-held-count
           goback
           .

           write dupes-line from ws-dupes-detail
           add 1 to ws-flagged-count
           .

       list-held-registrations section.
           open input custWebHold
           if webhold-status-bad-open
               exit section
           end-if
           move "===== Web Registrations Held For Review ====="
               to dupes-line
           write dupes-line
           move "N" to ws-hold-eof-flag
           move low-values to wh-hold-web-id
           start custWebHold key is greater than wh-hold-web-id
               invalid key
                   set end-of-holds to true
               not invalid key
                   continue
           end-start
           perform list-next-hold until end-of-holds
           close custWebHold
           .

       list-next-hold section.
           read custWebHold next
               at end
                   set end-of-holds to true
               not at end
                   move wh-hold-match     to ws-hold-match
                   move wh-hold-web-id    to ws-hold-web-id
                   move wh-hold-lastname  to ws-hold-last
                   move wh-hold-firstname to ws-hold-first
                   move wh-hold-phone     to ws-hold-phone
                   move wh-hold-reason    to ws-hold-reason
                   move wh-hold-date      to ws-hold-date
                   write dupes-line from ws-hold-detail
                   add 1 to ws-held-count
           end-read
           .
