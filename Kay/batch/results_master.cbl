           record key is rm-key
           file status is ws-master-fs.

      * every completed build is stamped in the output build
      * register the driver's downstream staleness tracking reads.
           select f-builds assign to "../output_builds.txt"
           organization is line sequential
           file status is ws-builds-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

               02 rm-bus-date pic x(8).
               02 rm-value pic 9(18).

           fd f-builds.
           copy BUILDREC.

           fd f-runctl.
           copy RUNCTL.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-builds-fs pic xx.
           01 ws-build-stamp pic x(21).
           01 ws-build-run-id pic x(12).
           01 ws-build-bus-date pic x(8).
           01 ws-runctl-fs pic xx.

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-ledger-fs pic xx.
           display "aoc-results-master: loading ledgers into the "
               "indexed master".

           perform read_environment_card.

           perform load_day_list.

           open output f-master.
           end-perform.

           close f-master.
      * the output is complete - stamp it in the build register.
           perform record_output_build.

           display "aoc-results-master: " ws-loaded " loaded, "
               ws-replaced " duplicate keys replaced by their "
      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-day-seen
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
               read f-ledger at
               end move 'Y' to ws-eof
               not at end
                   move ledger-env to ws-rec-env
                   perform check_record_environment
                   move ledger-program to rm-program
                   move ledger-part to rm-part
                   move ledger-run-id to rm-run-id
                   end-write
           end-perform.
           close f-ledger.

      * stamp this build in the output build register under the run
      * the run-control card names - a day rerun finished after it
      * leaves this output describing the earlier answer.
       record_output_build.
           move spaces to ws-build-run-id.
           move spaces to ws-build-bus-date.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-build-run-id
                       move runctl-bus-date to ws-build-bus-date
               end-read
               close f-runctl
           end-if.
           open extend f-builds.
           if ws-builds-fs = "35" then
               open output f-builds
           end-if.
           move "results_master" to bld-output.
           move ws-build-run-id to bld-run-id.
           move ws-build-bus-date to bld-bus-date.
           move function current-date to ws-build-stamp.
           move ws-build-stamp(1:8) to bld-date.
           move ws-build-stamp(9:6) to bld-time.
           write build-record.
           close f-builds.

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
               display "aoc-results-master: refusing to run - "
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
               display "aoc-results-master: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
