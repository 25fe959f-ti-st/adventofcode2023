      * same config-file-with-a-default convention as
      * cube_limits.txt. A line reading "log-unmatched" turns on
      * exception-logging of unrecognized candidate words.
           select f-tokens assign to dynamic ws-tokens-path
           organization is line sequential
           file status is ws-tok-fs.
      * req 094: shared machine-readable abend file - one record
      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.

           01 ws-cur-date pic x(21).

      * where each reference table is read from on this run - the
      * version in force on the business date (see
      * resolve_reference_table).
           01 ws-tokens-path pic x(80).

       procedure division.

           perform read_run_control.
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
      * req 068: load the token list, or fall back to the same
      * one..nine set the old hardcoded compares recognized.
       load_number_tokens.
           move "number_tokens.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-tokens-path.
           open input f-tokens.
           if ws-tok-fs = "00" then
               perform until ws-tok-fs not = "00"
           open extend f-exception.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.

           perform until ws-eof = 'Y'
               read f-repaired at
           move "repaired calibration line still has no digits"
               to excpt-description.
           write excpt-record.

      * the version of a reference table in force on the run's
      * business date - chosen, and its use logged, by the
      * run-services module.
       resolve_reference_table.
           move "REFDATA" to svc-op.
           call "aoc-run-services" using runsvc-block.
