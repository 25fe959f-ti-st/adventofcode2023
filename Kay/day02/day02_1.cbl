      * record instead of being hardcoded, so a bag-content change
      * doesn't need a recompile. Falls back to the 12/13/14 bag
      * when the control file isn't present.
           select f-control assign to dynamic ws-limits-path
           organization is line sequential
           file status is ws-ctrl-fs.
      * req 070: the game-validation rule book - one rule per line
      * so a new tournament ruling is a data change with its own
      * audit trail. Falls back to the three per-color maximum
      * rules (from cube_limits.txt) when absent.
           select f-rules assign to dynamic ws-rules-path
           organization is line sequential
           file status is ws-rules-fs.
           select f-exception assign to "../exception_log.txt"
      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.
                   03 lb-combined pic 9(9) value 0.
           01 ws-lb-m pic 9(9).

      * where each reference table is read from on this run - the
      * version in force on the business date (see
      * resolve_reference_table).
           01 ws-limits-path pic x(80).
           01 ws-rules-path pic x(80).

       procedure division.

           perform read_run_control.
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           open output f-minbag.
           open output f-gamedetail.
           perform until ws-eof = 'Y'
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.
      * req 037/102: both parts go to the ledger through the
      * run-services module now - this program computes ws-sum and
      * ws-sum-ext together.
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
           move 13 to ws-green_max.
           move 14 to ws-blue_max.

           move "cube_limits.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-limits-path.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control into ctrl-line
      * per-color ceilings from cube_limits.txt become the default
      * rules - exactly the one check this program used to hardcode.
       load_game_rules.
           move "game_rules.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-rules-path.
           open input f-rules.
           if ws-rules-fs = "00" then
               perform until ws-rules-fs not = "00"
                   move 6 to ws-lb-m
               end-if
           end-perform.

      * the version of a reference table in force on the run's
      * business date - chosen, and its use logged, by the
      * run-services module.
       resolve_reference_table.
           move "REFDATA" to svc-op.
           call "aoc-run-services" using runsvc-block.
