      * steps - they have no heartbeats to watch.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-dup
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-pg-count
