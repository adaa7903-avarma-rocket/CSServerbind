       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(67).

       fd custRunCtl.
       01 rc-run-record.
       01 ws-camp-mm pic 9(2).
       01 ws-camp-dd pic 9(2).

      *      Segment codes a campaign may target, as custseg.cpy
      *      names them.

       01 ws-segment-hold pic x(4).
           88 ws-segment-known value "CHMP" "NEWC" "LOYL" "LAPH"
                                     "RISK" "LAPS" "ACTV" "NONE".
       01 ws-segment-idx  pic 9 comp.
       01 ws-segment-flag pic x.
           88 segment-code-bad value "Y".

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
           .

       load-feed-record section.
           move "N" to ws-segment-flag
           perform check-feed-segment
               varying ws-segment-idx from 1 by 1
               until ws-segment-idx > 4
           evaluate true
               when cin-camp-code = spaces
                   move "CODE" to ws-reject-reason
               when cin-camp-run-date not numeric
                   move "DATE" to ws-reject-reason
                   perform write-reject-record
               when segment-code-bad
                   move "SEGM" to ws-reject-reason
                   perform write-reject-record
               when other
                   move cin-camp-run-date(5:2) to ws-camp-mm
                   move cin-camp-run-date(7:2) to ws-camp-dd
           perform read-feed-record
           .

      *      A blank segment slot is simply unused; anything else
      *      must be a segment the scoring run hands out.

       check-feed-segment section.
           move cin-camp-segment(ws-segment-idx) to ws-segment-hold
           if ws-segment-hold not = spaces
               and not ws-segment-known
               set segment-code-bad to true
           end-if
           .

      *      A feed line lands as planned whatever its status column
      *      says -- only the selection run marks a campaign R, and a
      *      campaign that has already run may not be re-fed (its
