      * space alert record layout
      * batch/space_alerts.txt, rewritten by every aoc-space-monitor
      * run: one line per area running out of its space allowance
      * and per file growing much faster than its trailing rate.
      * aoc-alert raises the lines carrying its run id.
           01 space-alert-record.
               02 spa-run-id      pic x(12).
               02 spa-severity    pic x(8).
               02 spa-text        pic x(110).
