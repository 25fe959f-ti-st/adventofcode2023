               02 stag-status pic x(10).
               02 stag-lines pic 9(9).
               02 stag-source pic x(120).
      * when the drop was staged - the supplier scorecard reads it
      * as the input's arrival time. Blank on older lines.
               02 stag-time pic x(6).

           working-storage section.

      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-day-seen
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
           move ws-day-dir(ws-r) to stag-day.
           move ws-line-count to stag-lines.
           move ws-cand-path to stag-source.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to stag-time.

           if ws-valid = 0 then
               add 1 to ws-rejected-count
