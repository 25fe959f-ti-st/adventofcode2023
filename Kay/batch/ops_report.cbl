           organization is line sequential
           file status is ws-runctl-fs.

      * every completed build is stamped in the output build
      * register the driver's downstream staleness tracking reads.
           select f-builds assign to "../output_builds.txt"
           organization is line sequential
           file status is ws-builds-fs.
      * the runbook triage register - what to do about each abend
      * and exception group of the run.
           select f-triage assign to "../triage_register.txt"
           organization is line sequential
           file status is ws-triage-fs.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-ledger.
           copy LEDGERREC.

           fd f-triage.
           copy TRIAGEREC.

           fd f-exception.
           copy EXCPTREC.

           fd f-runctl.
           copy RUNCTL.

           fd f-builds.
           copy BUILDREC.

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

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-drvlog-fs pic xx.
           01 ws-harness-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-triage-fs pic xx.
           01 ws-triage-shown pic 9(5) value 0.
           01 ws-triage-unmatched pic 9(5) value 0.

           01 ws-ledger-path pic x(250).
           01 ws-excpt-path pic x(250).

           display "aoc-ops-report: assembling the morning report".

           perform read_environment_card.

           perform load_step_registry.
           perform read_run_control.

           perform print_step_summary.
           perform print_day_answers.
           perform print_exception_counts.
           perform print_triage_actions.
           perform print_perf_summary.
           perform print_harness_summary.
           perform print_verdict.

           close f-report.
      * the output is complete - stamp it in the build register.
           perform record_output_build.

           display "aoc-ops-report: verdict "
               function trim(ws-verdict)
      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       add 1 to ws-reg-count
                       if ws-reg-count > 50
                           display "abend: step registry exceeds "
                   read f-drvlog at
                   end move 'Y' to ws-eof
                   not at end
                       move drv-env to ws-rec-env
                       perform check_record_environment
                       if ws-run-id = spaces
                           or drv-run-id = ws-run-id
                           perform print_one_step_line
                   read f-ledger at
                   end move 'Y' to ws-eof
                   not at end
                       move ledger-env to ws-rec-env
                       perform check_record_environment
                       if ledger-program =
                           ws-reg-ledger-program(ws-r)
                           and ledger-part =
           end-if.
           perform print_blank_line.

      * the runbook's recommended action for every abend and
      * exception group of the run, out of the triage register.
       print_triage_actions.
           move "TRIAGE (recommended actions)" to ws-print-line.
           perform print_one_line.
           move "----------------------------" to ws-print-line.
           perform print_one_line.

           open input f-triage.
           if ws-triage-fs not = "00" then
               move "  no triage register" to ws-print-line
               perform print_one_line
               perform print_blank_line
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-triage at
               end move 'Y' to ws-eof
               not at end
                   if ws-run-id = spaces or tr-run-id = ws-run-id
                       perform print_one_triage_entry
                   end-if
           end-perform.
           close f-triage.

           if ws-triage-shown = 0 then
               move "  nothing to triage" to ws-print-line
               perform print_one_line
           end-if.
           if ws-triage-unmatched > 0 then
               move spaces to ws-print-line
               string "  ** " ws-triage-unmatched " entr(ies) with "
                   "no runbook entry - add them to "
                   "runbook_catalog.txt"
                   delimited by size into ws-print-line
               perform print_one_line
           end-if.
           perform print_blank_line.

       print_one_triage_entry.
           add 1 to ws-triage-shown.
           move spaces to ws-print-line.
           string "  " tr-kind " " tr-program " " tr-day " "
               tr-count " " function trim(tr-where) " - "
               function trim(tr-detail)
               delimited by size into ws-print-line.
           perform print_one_line.
           move spaces to ws-print-line.
           if tr-matched = "N" then
               add 1 to ws-triage-unmatched
               move "      ** NO RUNBOOK ENTRY" to ws-print-line
           else
               string "      action: " function trim(tr-action)
                   " [" function trim(tr-contact) ", rerun safe "
                   tr-rerun-safe "]"
                   delimited by size into ws-print-line
           end-if.
           perform print_one_line.

       tally_one_exception_log.
           move spaces to ws-excpt-path.
           string "../../" function trim(ws-reg-day-dir(ws-r))
                   read f-exception at
                   end move 'Y' to ws-eof
                   not at end
                       move excpt-env to ws-rec-env
                       perform check_record_environment
                       add 1 to ws-exc-grand
                       perform tally_one_exception
               end-perform
                   read f-perf at
                   end move 'Y' to ws-eof
                   not at end
                       move perf-env to ws-rec-env
                       perform check_record_environment
                       perform note_one_perf_record
               end-perform
               close f-perf
           perform print_one_line.
           move all "*" to ws-print-line.
           perform print_one_line.

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
           move "ops_report" to bld-output.
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
               display "aoc-ops-report: refusing to run - "
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
               display "aoc-ops-report: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
