           file status is ws-perf-fs.
           select f-report assign to "../capacity_report.txt"
           organization is line sequential.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.
           fd f-report.
           01 report-line pic x(132).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-man-fs pic xx.
           display "aoc-capacity: deriving budgets from the perf "
               "history and input sizes".

           perform read_environment_card.

           perform load_step_registry.
           perform load_input_manifest.

               not at end
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       perform note_registry_row
                   end-if
           end-perform.
                   read f-perf at
                   end move 'Y' to ws-eof
                   not at end
                       move perf-env to ws-rec-env
                       perform check_record_environment
                       if perf-program = ws-st-ledger(ws-s)
                           add 1 to ws-perf-runs
                           add perf-elapsed-secs to ws-perf-sum
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * no card, or blank fields, is the home tree running PROD; a
      * card choosing another environment than this tree's means
      * this was started in the wrong directory - refuse.
       read_environment_card.
           open input f-envcard.
           if ws-envcard-fs = "00" then
               read f-envcard
                   at end continue
                   not at end
                       if envc-tree not = spaces
                           move envc-tree to ws-env
                       end-if
                       move envc-chosen to ws-env-chosen
               end-read
               close f-envcard
           end-if.
           if ws-env-chosen = spaces then
               move ws-env to ws-env-chosen
           end-if.
           if ws-env-chosen not = ws-env then
               display "aoc-capacity: refusing to run - "
                   "the environment card chooses "
                   function trim(ws-env-chosen) " but this is the "
                   function trim(ws-env) " tree"
               move 12 to return-code
               stop run
           end-if.

      * a record from before environments were stamped is PROD's;
      * a record from any other environment is refused outright
      * rather than reported alongside this one's.
       check_record_environment.
           if ws-rec-env = spaces then
               move "PROD" to ws-rec-env
           end-if.
           if ws-rec-env not = ws-env then
               display "aoc-capacity: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
