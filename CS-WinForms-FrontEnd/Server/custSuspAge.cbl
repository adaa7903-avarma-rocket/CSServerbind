       identification division.

       program-id. custSuspAge.

       environment division.
       configuration section.
           select custSusp assign to "custSusp.dat"
               organization is indexed
               access is dynamic
               record key is sp-susp-id of custSusp
               lock mode is manual with lock on record
               file status is ws-custsusp-status.
           select custSuspAge assign to "custSuspAge.rpt"
               organization is line sequential.
           select custParams assign to "custParams.dat"
               organization is line sequential
               file status is ws-params-status.

       file section.
       fd custSusp.
       01 sp-susp-information.
           copy "custsusp.cpy" replacing ==:PREFIX:== by ==sp==.

       fd custSuspAge.
       01 suspage-line pic x(100).

      *      The batch tuning parameters, shared with the server --
      *      this run reads how long an item may sit unworked from
      *      SUSPDAYS so the compiled default can be tuned without a
      *      recompile.

       fd custParams.
       01 param-record.
           03 par-name  pic x(12).
           03 filler    pic x.
           03 par-value pic 9(8).

       working-storage section.
       01 ws-custsusp-status pic xx.
           88 custsusp-status-ok       value "00" "02".
           88 custsusp-status-bad-open value "35" "37" "41" "42" "49".

       01 ws-control-key pic x(8) value "00000000".

       01 ws-eof-flag pic x.
           88 end-of-suspense value "Y".

      *      An item still unworked this many days after the receipts
      *      run put it into suspense lands on the finance
      *      supervisor's list -- money banked and not yet put to
      *      anyone's account.

       01 ws-susp-days pic 9(4) comp value 3.

       01 ws-params-status pic xx.
           88 params-status-ok       value "00".
           88 params-status-bad-open value "35" "37" "41" "42" "49".
       01 ws-params-eof-flag pic x.
           88 end-of-params value "Y".

       01 ws-today           pic x(8).
       01 ws-today-numeric   pic 9(8).
       01 ws-raised-numeric  pic 9(8).
       01 ws-today-integer   pic s9(9) comp.
       01 ws-raised-integer  pic s9(9) comp.
       01 ws-item-age        pic s9(9) comp.

       01 ws-unworked-count pic 9(8) value 0.
       01 ws-aged-count     pic 9(8) value 0.
       01 ws-aged-value     pic 9(11)v99 comp-3 value 0.
       01 ws-aged-value-d   pic zz,zzz,zzz,zz9.99.

       01 ws-suspage-detail.
           03 ws-det-id     pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-reason pic x(4).
           03 filler        pic xx value spaces.
           03 ws-det-ref    pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-date   pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-order  pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-raised pic x(8).
           03 filler        pic xx value spaces.
           03 ws-det-age    pic zzz9.
           03 filler        pic xx value spaces.
           03 ws-det-amount pic z,zzz,zz9.99.

       procedure division.
       mainline section.
           move function current-date(1:8) to ws-today
           move ws-today to ws-today-numeric
           compute ws-today-integer =
               function integer-of-date(ws-today-numeric)
           perform read-parameters
           open input custSusp
           if custsusp-status-bad-open
               display "custSusp Not Found - Nothing In Suspense"
               goback
           end-if
           open output custSuspAge
           move spaces to suspage-line
           string "===== Aged Suspense Items - " delimited by size
                  ws-today                       delimited by size
                  " ====="                       delimited by size
               into suspage-line
           end-string
           write suspage-line
           move spaces to suspage-line
           string "Item      Rsn   Receipt   Banked    Order"
                      delimited by size
                  "     Raised    Days        Amount"
                      delimited by size
               into suspage-line
           end-string
           write suspage-line
           move ws-control-key to sp-susp-id
           start custSusp key is greater than sp-susp-id
               invalid key
                   set end-of-suspense to true
               not invalid key
                   continue
           end-start
           perform review-next-item until end-of-suspense
           move ws-aged-value to ws-aged-value-d
           move spaces to suspage-line
           string "===== Aged Items: "  delimited by size
                  ws-aged-count         delimited by size
                  "  Value: "           delimited by size
                  ws-aged-value-d       delimited by size
                  " ====="              delimited by size
               into suspage-line
           end-string
           write suspage-line
           close custSuspAge
           close custSusp
           display "Aged Suspense Report Complete"
           display "Items Unworked   : " ws-unworked-count
           display "Items Over Limit : " ws-aged-count
           goback
           .

      *      SUSPDAYS from custParams.dat overrides the compiled
      *      default; no parameter file simply keeps the default.

       read-parameters section.
           move "N" to ws-params-eof-flag
           open input custParams
           if params-status-bad-open
               exit section
           end-if
           perform apply-one-parameter until end-of-params
           close custParams
           display "Suspense Days In Force: " ws-susp-days
           .

       apply-one-parameter section.
           read custParams
               at end
                   set end-of-params to true
               not at end
                   if par-name = "SUSPDAYS"
                       and par-value is numeric and par-value > 0
                       move par-value to ws-susp-days
                   end-if
           end-read
           .

       review-next-item section.
           read custSusp next with no lock
               at end
                   set end-of-suspense to true
               not at end
                   if sp-susp-unworked
                       add 1 to ws-unworked-count
                       perform judge-item-age
                   end-if
           end-read
           .

      *      An item with no usable raised date cannot be aged and is
      *      listed anyway -- it is unworked money all the same.

       judge-item-age section.
           if sp-susp-raised is numeric
               move sp-susp-raised to ws-raised-numeric
               compute ws-raised-integer =
                   function integer-of-date(ws-raised-numeric)
               compute ws-item-age =
                   ws-today-integer - ws-raised-integer
           else
               move ws-susp-days to ws-item-age
           end-if
           if ws-item-age < ws-susp-days
               exit section
           end-if
           add 1 to ws-aged-count
           add sp-susp-amount to ws-aged-value
           move sp-susp-id     to ws-det-id
           move sp-susp-reason to ws-det-reason
           move sp-susp-ref    to ws-det-ref
           move sp-susp-date   to ws-det-date
           move sp-susp-order  to ws-det-order
           move sp-susp-raised to ws-det-raised
           move ws-item-age    to ws-det-age
           move sp-susp-amount to ws-det-amount
           write suspage-line from ws-suspage-detail
           .
