      * drop-watch state record layout
      * one line per dated drop directory the watcher has seen (or
      * expected and not seen), in batch/drop_watch_state.txt -
      * rewritten whole by aoc-drop-watcher on every poll.
      * dw-status: WAITING (incomplete, cut-off not reached),
      * ALERTED (incomplete past the cut-off - the operator alert
      * has been raised; aoc-alert re-raises it until the drop
      * completes), TRIGGERED (complete - staging, fingerprinting and
      * the driver were run for it) or FAILED (the chain stopped).
      * dw-missing names the absent day inputs and/or the marker.
           01 dw-record.
               02 dw-drop-date  pic x(8).
               02 dw-status     pic x(10).
               02 dw-seen-date  pic x(8).
               02 dw-seen-time  pic x(6).
               02 dw-done-date  pic x(8).
               02 dw-done-time  pic x(6).
               02 dw-chain-rc   pic 9(3).
               02 dw-missing    pic x(80).
