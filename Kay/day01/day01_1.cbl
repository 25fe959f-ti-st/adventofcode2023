      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           perform until ws-eof = 'Y'
               read f-input into cal_input_line at
               end move 'Y' to ws-eof
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.
      * req 037/102: the final answer goes to the ledger through the
      * run-services module now.
       append_ledger.
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
           open extend f-exception.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.

           perform until ws-eof = 'Y'
               read f-repaired at
