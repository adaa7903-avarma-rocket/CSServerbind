       01 reject-record.
           03 rej-reason pic x(4).
           03 filler     pic x value space.
           03 rej-line   pic x(94).

       fd custRunCtl.
       01 rc-run-record.

       01 ws-reject-reason pic x(4).

      *      Opening hours as keyed, for checking they are a real
      *      time of day and that the branch shuts after it opens.

       01 ws-hours-check.
           03 ws-hours-hh pic 9(2).
           03 ws-hours-mm pic 9(2).
       01 ws-hours-flag pic x.
           88 hours-bad value "Y".
       01 ws-days-flag pic x.
           88 days-bad value "Y".
       01 ws-day-idx pic 9 comp.

       01 ws-runctl-status pic xx.
           88 runctl-status-ok       value "00" "02".
           88 runctl-status-bad-open value "35" "37" "41" "42" "49".
           .

       load-feed-record section.
           perform check-feed-hours
           perform check-feed-days
           evaluate true
               when bin-branch-code = spaces
                   move "CODE" to ws-reject-reason
               when not bin-branch-open and not bin-branch-closed
                   move "STAT" to ws-reject-reason
                   perform write-reject-record
               when hours-bad
                   move "HOUR" to ws-reject-reason
                   perform write-reject-record
               when days-bad
                   move "DAYS" to ws-reject-reason
                   perform write-reject-record
               when other
                   move branchin-record to br-record
                   write br-record
           perform read-feed-record
           .

      *      Both times or neither: a branch with hours keyed must
      *      have them both as HHMM, closing after it opens.

       check-feed-hours section.
           move "N" to ws-hours-flag
           if bin-branch-opens = spaces
               and bin-branch-closes = spaces
               exit section
           end-if
           if bin-branch-opens not numeric
               or bin-branch-closes not numeric
               or bin-branch-closes not > bin-branch-opens
               set hours-bad to true
               exit section
           end-if
           move bin-branch-opens to ws-hours-check
           perform check-hours-value
           move bin-branch-closes to ws-hours-check
           perform check-hours-value
           .

       check-hours-value section.
           if ws-hours-hh > 23 or ws-hours-mm > 59
               set hours-bad to true
           end-if
           .

      *      Blank days keep the default week; keyed days are a Y or
      *      an N for each day, and a branch open on no day at all
      *      is a closed branch, which the status says instead.

       check-feed-days section.
           move "N" to ws-days-flag
           if bin-branch-days = spaces
               exit section
           end-if
           perform check-day-flag
               varying ws-day-idx from 1 by 1
               until ws-day-idx > 7
           if bin-branch-days = "NNNNNNN"
               set days-bad to true
           end-if
           .

       check-day-flag section.
           if bin-branch-days(ws-day-idx:1) not = "Y"
               and bin-branch-days(ws-day-idx:1) not = "N"
               set days-bad to true
           end-if
           .

       write-reject-record section.
           add 1 to ws-rejected-count
           move spaces to reject-record
