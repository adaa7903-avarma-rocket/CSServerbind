               access is dynamic
               record key is mh-cust of custMailHist
               file status is ws-mailhist-status.
           select custSegment assign to "custSegment.dat"
               organization is indexed
               access is dynamic
               record key is sg-seg-cust of custSegment
               file status is ws-segment-status.
           select custCampOut assign to ws-camp-out-name
               organization is line sequential.
           select custParams assign to "custParams.dat"
           03 mh-last-date pic x(8).
           03 mh-last-camp pic x(8).

      *      The monthly scores, for a campaign aimed at particular
      *      segments.

       fd custSegment.
       01 sg-record.
           copy "custseg.cpy" replacing ==:PREFIX:== by ==sg==.

      *      The per-campaign output, named for the campaign code in
      *      the custOptIn.csv style -- header, one consented row per
      *      selected customer, count-and-total trailer.
           88 mailhist-status-bad-open value "35" "37" "41" "42"
                                             "49".

       01 ws-segment-status pic xx.
           88 segment-status-ok       value "00" "02".
           88 segment-status-bad-open value "35" "37" "41" "42"
                                            "49".

      *      Set when the campaign names any segment at all, and for
      *      each customer whether their segment is one of them.

       01 ws-seg-target-flag pic x.
           88 campaign-targets-segments value "Y".
       01 ws-seg-match-flag pic x.
           88 segment-matched value "Y".
       01 ws-seg-idx pic 9 comp.

       01 ws-control-key pic x(8) value "00000000".

       01 ws-camp-eof-flag pic x.
               display "custFile Not Found - Campaign Skipped"
               exit section
           end-if
           move "N" to ws-seg-target-flag
           perform check-campaign-segment
               varying ws-seg-idx from 1 by 1
               until ws-seg-idx > 4
           if campaign-targets-segments
               open input custSegment
               if segment-status-bad-open
                   display "custSegment Not Found - Campaign Skipped"
                   close custFile
                   exit section
               end-if
           end-if
           open output custCampOut
           perform write-header-record
           move "N" to ws-cust-eof-flag
           perform write-trailer-record
           close custCampOut
           close custFile
           if campaign-targets-segments
               close custSegment
           end-if
           add 1 to ws-campaigns-run
           display "  Selected  : " ws-selected-count
           display "  Skipped   : " ws-skipped-count
           .

      *      The campaign's own criteria first -- consent on its
      *      channel, the branch filter, the segments it is aimed at,
      *      a mailable record -- and the shop-wide suppression rule
      *      last: anyone any campaign selected inside the quiet
      *      period sits this one out.

       judge-one-customer section.
           move "N" to ws-select-flag
               and ws-branch not = ch-camp-branch
               exit section
           end-if
           if campaign-targets-segments
               perform check-customer-segment
               if not segment-matched
                   exit section
               end-if
           end-if
           evaluate true
               when ch-camp-chan-mail
                   if not ws-consent-mail-yes
           end-if
           .

       check-campaign-segment section.
           if ch-camp-segment(ws-seg-idx) not = spaces
               set campaign-targets-segments to true
           end-if
           .

      *      A customer the scoring run has not seen yet (joined
      *      since month-end) has no segment and is left out of a
      *      targeted campaign until the next run scores them.

       check-customer-segment section.
           move "N" to ws-seg-match-flag
           move ws-record-num to sg-seg-cust
           read custSegment
               invalid key
                   exit section
           end-read
           perform match-customer-segment
               varying ws-seg-idx from 1 by 1
               until ws-seg-idx > 4 or segment-matched
           .

       match-customer-segment section.
           if ch-camp-segment(ws-seg-idx) = sg-seg-code
               set segment-matched to true
           end-if
           .

       check-mailing-history section.
           move ws-record-num to mh-cust
           read custMailHist
