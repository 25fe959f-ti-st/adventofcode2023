      * driver honors (run_override.txt, a hand-edited restart
      * checkpoint, a forced takeover) is recorded the moment it
      * takes effect.
      * the checker's approval register - run_override.txt only
      * takes effect when an unexpired approval from a second
      * operator names the card and its maker.
           select f-approvals assign to "../override_approvals.txt"
           organization is line sequential
           file status is ws-apr-fs.
           select f-ovraud assign to "../override_audit.txt"
           organization is line sequential
           file status is ws-ovraud-fs.
           select f-trailer assign to dynamic ws-trailer-path
           organization is line sequential
           file status is ws-trailer-fs.
      * the program build inventory aoc-program-inventory publishes
      * at batch start - one PROGRAM line per registered step, its
      * source (and everything it COPYs) judged against the approved
      * baseline. A step whose program drifted without an approval
      * record is held with PROGRAM-DRIFT instead of launched.
           select f-proginv assign to "../program_inventory.txt"
           organization is line sequential
           file status is ws-proginv-fs.
           select f-runhist assign to "../run_history.dat"
           organization is indexed
           access mode is dynamic
           record key is rh-key
           file status is ws-runhist-fs.
      * downstream staleness tracking - the map of which outputs are
      * derived from which day programs, the build register the
      * reporting programs stamp, and the staleness log a clean day
      * rerun appends to for every output built before it.
           select f-outdep assign to "../output_dependencies.txt"
           organization is line sequential
           file status is ws-outdep-fs.
           select f-builds assign to "../output_builds.txt"
           organization is line sequential
           file status is ws-builds-fs.
           select f-stale assign to "../staleness_log.txt"
           organization is line sequential
           file status is ws-stale-fs.
      * the environment card - a card choosing another environment
      * than this tree's hands the whole run to that environment's
      * root, and every driver log and abend record is stamped with
      * the environment it ran in.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.
           01 override-record.
               02 ovr-run-id pic x(12).
               02 ovr-bus-date pic x(8).
      * any later line of the card - the REQUESTED-BY maker line.
           01 override-line pic x(80).

           fd f-manifest.
           copy FINGREC.
           fd f-takeover.
           01 takeover-line pic x(80).

           fd f-approvals.
           copy APPRREC.

           fd f-ovraud.
           copy OVRAUDREC.

           fd f-trailer.
           copy TRAILREC.

           fd f-proginv.
           copy PROGINV.

      * same record layout aoc-run-inquiry reads - the same
      * duplicated-inline convention as results_master/
      * results_inquiry's rm-record.
               02 rh-return-code pic s9(9).
               02 rh-elapsed pic 9(9).

           fd f-outdep.
           copy OUTDEP.

           fd f-builds.
           copy BUILDREC.

           fd f-stale.
           copy STALEREC.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-drvlog-fs pic xx.
                   03 ws-reg-pred pic x(20).
                   03 ws-reg-retry pic 9(1).
                   03 ws-reg-delay pic 9(3).
                   03 ws-reg-cont-of pic x(20).
                   03 ws-reg-cont-outcome pic x(20).
                   03 ws-reg-cont-cc-low pic 9(2).
                   03 ws-reg-cont-cc-high pic 9(2).
                   03 ws-reg-cont-rerun pic x(1).
                   03 ws-reg-cont-any pic 9(1).
           01 ws-r pic 9(2).
           01 ws-s pic 9(2).
           01 ws-already-run pic 9(1).
      * batch before the first day01 step and its verdict file
      * decides whether the day01 steps launch at all.
           01 ws-preflight-done pic 9(1) value 0.
      * the calibration cleansing pass runs just ahead of the
      * pre-flight; a CLEANSED summary points the day01 steps' DD at
      * the cleansed copy for the rest of the batch.
           01 ws-cal-cleansed pic 9(1) value 0.
           01 ws-dd-prefix pic x(60).
           01 ws-gate-ok pic 9(1).
           01 ws-nogo-count pic 9(2) value 0.
      * req 082: day05's almanac gate, same once-per-batch shape as
           01 ws-cal-table.
               02 ws-cal-entry occurs 50 times.
                   03 ws-cal-program pic x(20).
                   03 ws-cal-freq pic x(9).
                   03 ws-cal-dow pic 9(1).
                   03 ws-cal-period pic x(5).
           01 ws-hol-count pic 9(2) value 0.
           01 ws-hol-table.
               02 ws-hol-entry occurs 20 times.
           01 ws-cal-due pic 9(1).
           01 ws-cal-c pic 9(2).
           01 ws-calskip-count pic 9(2) value 0.
      * period-end facts: is this the last business date of its
      * week / month, judged by the next non-holiday date.
           01 ws-cal-biz-int pic 9(8).
           01 ws-cal-biz-date pic 9(8).
           01 ws-cal-hol-hit pic 9(1).
           01 ws-week-end-biz pic 9(1) value 0.
           01 ws-month-end-biz pic 9(1) value 0.
           01 ws-period-kind pic x(5).
           01 ws-step-ledger-prog pic x(20).

      * req 091: per-run outcome table - one entry per concluded
           01 ws-oa-value pic x(60).
           01 ws-override-used pic 9(1) value 0.

      * maker-checker bookkeeping for run_override.txt.
           01 ws-apr-fs pic xx.
           01 ws-apr-eof pic a(1).
           01 ws-apr-file pic x(30).
           01 ws-apr-requester pic x(12).
           01 ws-apr-approver pic x(12).
           01 ws-apr-ok pic 9(1).
           01 ws-apr-reason pic x(40).
           01 ws-apr-now pic x(12).
           01 ws-apr-expiry pic x(12).

      * the program inventory verdicts, one per registered program,
      * and the current step's verdict.
           01 ws-proginv-fs pic xx.
           01 ws-pi-count pic 9(2) value 0.
           01 ws-pi-loaded pic 9(1) value 0.
           01 ws-pi-table.
               02 ws-pi-entry occurs 50 times.
                   03 ws-pi-day-dir pic x(10).
                   03 ws-pi-program pic x(20).
                   03 ws-pi-status pic x(10).
                   03 ws-pi-change-ref pic x(20).
                   03 ws-pi-cause pic x(40).
           01 ws-p pic 9(2).
           01 ws-prog-ok pic 9(1).
           01 ws-prog-approved pic 9(1).
           01 ws-prog-cause pic x(40).
           01 ws-prog-change-ref pic x(20).
           01 ws-drift-count pic 9(2) value 0.

      * req 096: run-history load bookkeeping.
           01 ws-runhist-fs pic xx.
           01 ws-rh-loaded pic 9(3) value 0.
           01 ws-attempt pic 9(1).
           01 ws-retry-cmd pic x(20).

      * contingency bookkeeping - the covered step's context is set
      * aside while its contingencies run, and put back for a rerun.
           01 ws-in-contingency pic 9(1) value 0.
           01 ws-batch-stopped pic 9(1) value 0.
           01 ws-stopped-by pic x(20) value spaces.
           01 ws-cont-count pic 9(2) value 0.
           01 ws-cont-fail-count pic 9(2) value 0.
           01 ws-stopped-count pic 9(2) value 0.
           01 ws-c pic 9(2).
           01 ws-cc pic 9(9).
           01 ws-cont-fires pic 9(1).
           01 ws-cont-rerun-due pic 9(1).
           01 ws-cont-trigger pic x(20).
           01 ws-cs-dir pic x(10).
           01 ws-cs-prog pic x(20).
           01 ws-cs-ledger-prog pic x(20).
           01 ws-cs-label pic x(60).
           01 ws-cs-input-dd pic x(30).
           01 ws-cs-output-file pic x(30).
           01 ws-cs-budget pic 9(5).
           01 ws-cs-pred pic x(20).
           01 ws-cs-retry pic 9(1).
           01 ws-cs-delay pic 9(3).
           01 ws-cs-rc pic s9(9).

      * req 092: PLAN (dry-run) mode bookkeeping.
           01 ws-plan-mode pic 9(1) value 0.
           01 ws-plan-nr pic 9(2) value 0.
           01 ws-plan-verdict pic x(70).
           01 ws-plan-text pic x(120).

      * downstream staleness bookkeeping. The prior-run table holds
      * every day step that already finished cleanly for this
      * business date under another run id - running one of those
      * again is a rerun, and the outputs built before it are stale.
           01 ws-outdep-fs pic xx.
           01 ws-builds-fs pic xx.
           01 ws-stale-fs pic xx.
           01 ws-od-count pic 9(2) value 0.
           01 ws-od-table.
               02 ws-od-entry occurs 40 times.
                   03 ws-od-output pic x(20).
                   03 ws-od-source pic x(20).
           01 ws-od pic 9(2).
           01 ws-od2 pic 9(2).
           01 ws-od-dup pic 9(1).
           01 ws-pr-count pic 9(2) value 0.
           01 ws-pr-table.
               02 ws-pr-entry occurs 50 times.
                   03 ws-pr-program pic x(20).
                   03 ws-pr-day pic x(10).
           01 ws-pr pic 9(2).
           01 ws-rerun pic 9(1).
           01 ws-stale-count pic 9(3) value 0.
           01 ws-bld-found pic 9(1).
           01 ws-bld-run-id pic x(12).
           01 ws-bld-output pic x(20).
           01 ws-bld-stamp pic x(14).
           01 ws-bld-cand pic x(14).
           01 ws-bld-eof pic a(1).
           01 ws-now-stamp pic x(14).
      * REFRESH mode - the affected run's open staleness entries,
      * one per output, and the outcome of rebuilding each.
           01 ws-refresh-mode pic 9(1) value 0.
           01 ws-rf-count pic 9(2) value 0.
           01 ws-rf-table.
               02 ws-rf-entry occurs 20 times.
                   03 ws-rf-output pic x(20).
                   03 ws-rf-stamp pic x(14).
           01 ws-rf pic 9(2).
           01 ws-rf-done pic 9(2) value 0.
           01 ws-rf-failed pic 9(2) value 0.

      * req 048: post-step output verification bookkeeping - the
      * day's ledger line count is taken before and after the step,
      * since a step can exit 0 and still have reported nothing.
           01 ws-override-fs pic xx.
           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.
           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-env-bus-date pic x(8).
           01 ws-launch-count pic 9(2) value 0.
           01 ws-launch-table.
               02 ws-launch-entry occurs 50 times.

           display "aoc-driver: running registered day steps".

      * the environment card first - a run for another environment
      * happens entirely inside that environment's root.
           perform route_environment.

           perform load_step_registry.
           perform read_restart_checkpoint.
           perform read_driver_mode.
               perform derive_run_identity
               perform load_batch_calendar
               perform load_input_manifest
               perform load_program_inventory
               perform plan_batch
               stop run
           end-if.

      * REFRESH mode rebuilds only the downstream outputs a day
      * rerun left stale, for the run the run-control card names,
      * and stops - no day step, token or checkpoint is touched.
           if ws-refresh-mode = 1 then
               perform check_run_lock
               perform refresh_stale_outputs
               stop run
           end-if.

           perform check_run_lock.
           perform issue_run_control.
           perform write_run_lock.
      * control abend) instead of surfacing days later as a wrong
      * number computed under a silent default.
           perform run_config_lint.
           perform run_program_inventory.
           perform load_batch_calendar.
           perform load_input_manifest.
           perform load_output_dependencies.
           perform load_prior_clean_runs.

      * req 061: empty the completion token right away - anything
      * reading mid-batch must see "incomplete", not last night's
               ws-chg-count " input-changed, "
               ws-unch-count " unchanged, "
               ws-calskip-count " calendar-skipped, "
               ws-held-count " held, "
               ws-drift-count " program-drift".
           if ws-cont-count > 0 or ws-cont-fail-count > 0 then
               display "aoc-driver: " ws-cont-count
                   " contingency step(s) ran clean, "
                   ws-cont-fail-count " did not, "
                   ws-stopped-count " day step(s) bypassed"
           end-if.
           if ws-stale-count > 0 then
               display "aoc-driver: " ws-stale-count " downstream "
                   "output staleness entr(ies) recorded - the "
                   "registered reporting steps below rebuild theirs"
           end-if.

      * req 095: token time - the interlock is released here, so a
      * following start sees a free lock.
      * "which report first" folklore.
           perform run_post_steps.

      * match every abend and exception of the run against the
      * runbook first, so the alerts below carry the recommended
      * action.
           perform run_runbook_step.

      * req 056: the batch's true final step - evaluate the alert
      * thresholds against everything this run just logged, so an
      * operator reads one alert file (usually empty) instead of
      * req 096: fold this run's step outcomes into the indexed
      * run-history master, now that the log holds the whole run.
           perform load_run_history.

      * the period-end summary reads the run-history master, so it
      * runs only once tonight's outcomes are folded in.
           perform run_period_report.
           stop run.

      * req 109: walk the four shared logs in every day directory,
                       else
                           move 0 to ws-reg-delay(ws-reg-count)
                       end-if
      * a contingency row with neither an outcome nor a code range
      * fires on any outcome but OK; a blank end of the range is
      * open.
                       move reg-cont-of
                           to ws-reg-cont-of(ws-reg-count)
                       move reg-cont-outcome
                           to ws-reg-cont-outcome(ws-reg-count)
                       move reg-cont-rerun
                           to ws-reg-cont-rerun(ws-reg-count)
                       move 0 to ws-reg-cont-any(ws-reg-count)
                       if reg-cont-outcome = spaces
                           and reg-cont-cc-low is not numeric
                           and reg-cont-cc-high is not numeric
                           move 1 to ws-reg-cont-any(ws-reg-count)
                       end-if
                       if reg-cont-cc-low is numeric
                           move reg-cont-cc-low
                               to ws-reg-cont-cc-low(ws-reg-count)
                       else
                           move 0
                               to ws-reg-cont-cc-low(ws-reg-count)
                       end-if
                       if reg-cont-cc-high is numeric
                           move reg-cont-cc-high
                               to ws-reg-cont-cc-high(ws-reg-count)
                       else
                           move 99
                               to ws-reg-cont-cc-high(ws-reg-count)
                       end-if
                   end-if
           end-perform.
           close f-registry.
               stop run
           end-if.

      * fingerprint every registered program against the approved
      * baseline before anything runs - same compile-then-run idiom
      * as the lint above. Drift is condition code 4 (1024 through
      * the CALL) and only holds the affected steps; an inventory
      * that can't run at all is a control abend, since the gate
      * would otherwise pass blind.
       run_program_inventory.
           move spaces to ws-command.
           string "cd .. && rm -f program_inventory.txt"
               " && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/program_inventory program_inventory.cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && ./program_inventory"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           move return-code to ws-rc.
           if ws-rc not = 0 and ws-rc not = 1024 then
               display "aoc-driver: program inventory FAILED - the "
                   "approved-baseline gate cannot be evaluated"
               perform release_run_lock
               move "run_program_inventory" to ws-ab-paragraph
               move "../program_inventory.txt" to ws-ab-file
               move spaces to ws-ab-filestat
               move 12 to ws-ab-code
               perform write_abend_record
               move 12 to return-code
               stop run
           end-if.
           perform load_program_inventory.

      * the PROGRAM lines of the published inventory. PLAN mode
      * reads the last one published without re-running it; a real
      * run that can't read the one just published abends, since
      * every step would otherwise pass the gate unchecked.
       load_program_inventory.
           move 0 to ws-pi-count.
           move 0 to ws-pi-loaded.
           open input f-proginv.
           if ws-proginv-fs not = "00" then
               if ws-plan-mode = 1 then
                   exit paragraph
               end-if
               display "aoc-driver: program inventory not readable "
                   "(status " ws-proginv-fs ") - the approved-"
                   "baseline gate cannot be evaluated"
               perform release_run_lock
               move "load_program_inventory" to ws-ab-paragraph
               move "../program_inventory.txt" to ws-ab-file
               move ws-proginv-fs to ws-ab-filestat
               move 12 to ws-ab-code
               perform write_abend_record
               move 12 to return-code
               stop run
           end-if.
           move 1 to ws-pi-loaded.
           move 'N' to ws-reg-eof.
           perform until ws-reg-eof = 'Y'
               read f-proginv at
               end move 'Y' to ws-reg-eof
               not at end
                   if inv-kind = "PROGRAM" and ws-pi-count < 50
                       add 1 to ws-pi-count
                       move inv-day-dir to ws-pi-day-dir(ws-pi-count)
                       move inv-program to ws-pi-program(ws-pi-count)
                       move inv-status to ws-pi-status(ws-pi-count)
                       move inv-change-ref
                           to ws-pi-change-ref(ws-pi-count)
                       move inv-cause to ws-pi-cause(ws-pi-count)
                   end-if
           end-perform.
           close f-proginv.

      * the current step's inventory verdict. A step the loaded
      * inventory doesn't list was never fingerprinted, so it is
      * held rather than let through.
       check_program_baseline.
           move 1 to ws-prog-ok.
           move 0 to ws-prog-approved.
           move spaces to ws-prog-cause.
           move spaces to ws-prog-change-ref.
           if ws-pi-loaded = 1 then
               move 0 to ws-prog-ok
               move "not in inventory" to ws-prog-cause
           end-if.
           perform varying ws-p from 1 by 1 until ws-p > ws-pi-count
               if ws-pi-day-dir(ws-p) = ws-step-dir
                   and ws-pi-program(ws-p) = ws-step-prog
                   move 1 to ws-prog-ok
                   move spaces to ws-prog-cause
                   evaluate ws-pi-status(ws-p)
                       when "DRIFTED"
                       when "NEW"
                       when "MISSING"
                           move 0 to ws-prog-ok
                           move ws-pi-cause(ws-p) to ws-prog-cause
                       when "APPROVED"
                           move 1 to ws-prog-approved
                           move ws-pi-change-ref(ws-p)
                               to ws-prog-change-ref
                   end-evaluate
                   exit perform
               end-if
           end-perform.

      * a step that passes the gate on an approval record is audited
      * like any other override honored.
       audit_program_approval.
           if ws-prog-approved = 1 then
               move "program_approvals.txt" to ws-oa-file
               move spaces to ws-oa-value
               string function trim(ws-step-prog)
                   " launched under approved change "
                   function trim(ws-prog-change-ref)
                   delimited by size into ws-oa-value
               perform write_override_audit
           end-if.

      * log one PROGRAM-DRIFT step - the build no longer matches the
      * approved baseline and no approval record names the change.
       record_program_drift.
           add 1 to ws-drift-count.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ws-start-time.
           move ws-start-time to ws-end-time.
           move 4 to ws-rc.
           display "  ** " function trim(ws-step-prog)
               " held - program source no longer matches the "
               "approved baseline (" function trim(ws-prog-cause)
               "; see ../program_drift_report.txt)".
           move "PROGRAM-DRIFT" to drv-outcome.
           perform write_driver_log.
           perform write_restart_checkpoint.

      * req 056: compile (if needed) and run the alerting program,
      * same CALL "SYSTEM" compile-then-run idiom as the day steps -
      * it lives in this batch directory rather than a day directory.
       run_runbook_step.
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/runbook runbook.cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && ./runbook"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.

       run_alert_step.
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
           end-string.
           call "SYSTEM" using ws-command.

      * every calendar row "period_report PERIODEND WEEK|MONTH" that
      * is due tonight refreshes the results master and prints that
      * period's summary, closing on this run's business date; a
      * "supplier_scorecard PERIODEND MONTH" row scores the input
      * suppliers for the month closing tonight. Not
      * on a holiday - the last business date before it already
      * closed the period.
       run_period_report.
           if ws-today-holiday = 1 then
               exit paragraph
           end-if.
           perform varying ws-cal-c from 1 by 1
               until ws-cal-c > ws-cal-count
               if ws-cal-freq(ws-cal-c) = "PERIODEND"
                   and (ws-cal-program(ws-cal-c) = "period_report"
                   or ws-cal-program(ws-cal-c) = "PERIODRPT")
                   move spaces to ws-period-kind
                   if ws-cal-period(ws-cal-c) = "WEEK"
                       and ws-week-end-biz = 1
                       move "WEEK" to ws-period-kind
                   end-if
                   if ws-cal-period(ws-cal-c) = "MONTH"
                       and ws-month-end-biz = 1
                       move "MONTH" to ws-period-kind
                   end-if
                   if ws-period-kind not = spaces
                       perform run_one_period_report
                   end-if
               end-if
               if ws-cal-freq(ws-cal-c) = "PERIODEND"
                   and ws-cal-program(ws-cal-c) = "supplier_scorecard"
                   and ws-cal-period(ws-cal-c) = "MONTH"
                   and ws-month-end-biz = 1
                   perform run_supplier_scorecard
               end-if
           end-perform.

       run_one_period_report.
           display "aoc-driver: " ws-bus-date " closes the "
               function trim(ws-period-kind)
               " - running the period-end summary".
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/results_master results_master.cbl"
               " >> build.log 2>&1"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/period_report period_report.cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && ./results_master"
               " ; AOCPERIOD=" function trim(ws-period-kind)
               " AOCPERIODEND=" ws-bus-date " ./period_report"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.

       run_supplier_scorecard.
           display "aoc-driver: " ws-bus-date " closes the MONTH"
               " - running the input supplier scorecard".
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/supplier_scorecard"
               " supplier_scorecard.cbl >> build.log 2>&1"
               " && cd _tests_bin"
               " && AOCPERIODEND=" ws-bus-date " ./supplier_scorecard"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.

      * req 045/050: shared per-registry-row gate used by both the
      * serial walk and the parallel pre-pass - applies the dedup
      * rule (ws-already-run) and the restart rule (ws-step-done),
       select_one_step.
           move 0 to ws-step-done.
           move 0 to ws-already-run.
      * a contingency row is never part of the walk - it runs only
      * when the step it covers ends the way it names.
           if ws-reg-cont-of(ws-r) not = spaces then
               move 1 to ws-already-run
               exit paragraph
           end-if.
           perform varying ws-s from 1 by 1 until ws-s >= ws-r
               if ws-reg-day-dir(ws-s) = ws-reg-day-dir(ws-r)
                   and ws-reg-program(ws-s) = ws-reg-program(ws-r)
                   and ws-reg-cont-of(ws-s) = spaces
                   move 1 to ws-already-run
               end-if
           end-perform.
      * report header) but must leave run_control.txt untouched.
       derive_run_identity.
           move spaces to ws-run-id.
           move spaces to ws-apr-requester.
           open input f-override.
           if ws-override-fs = "00" then
               read f-override
                       move ovr-bus-date to ws-bus-date
                       move 1 to ws-override-used
               end-read
               move 'N' to ws-apr-eof
               perform until ws-apr-eof = 'Y'
                   or ws-override-used = 0
                   read f-override at
                   end move 'Y' to ws-apr-eof
                   not at end
                       if override-line(1:13) = "REQUESTED-BY "
                           move function trim(override-line(14:))
                               to ws-apr-requester
                       end-if
               end-perform
               close f-override
           end-if.

           if ws-override-used = 1 then
               perform approve_run_override
           end-if.

           if ws-run-id = spaces then
               move function current-date to ws-cur-date
               move ws-cur-date(3:6) to ws-run-id(1:6)
               move ws-cur-date(9:6) to ws-run-id(7:6)
               move ws-cur-date(1:8) to ws-bus-date
      * a start made by the drop watcher carries the dated drop's
      * business date in AOCBUSDATE - the drop for the 14th landing
      * after midnight is still the 14th's batch.
               move spaces to ws-env-bus-date
               accept ws-env-bus-date from environment "AOCBUSDATE"
               if ws-env-bus-date is numeric
                   move ws-env-bus-date to ws-bus-date
                   display "aoc-driver: business date "
                       ws-bus-date " from the drop trigger"
               end-if
           end-if.

      * run_override.txt is honored only with a checker's approval.
      * An unapproved card refuses the start with condition code 16
      * before the lock or the run-control card is touched; PLAN mode
      * just says the real run would be refused.
       approve_run_override.
           move "run_override.txt" to ws-apr-file.
           perform check_override_approval.
           if ws-apr-ok = 1 then
               display "aoc-driver: run override requested by "
                   function trim(ws-apr-requester) ", approved by "
                   function trim(ws-apr-approver)
               exit paragraph
           end-if.
           if ws-plan-mode = 1 then
               display "aoc-driver: ** run_override.txt not approved"
                   " - " function trim(ws-apr-reason)
                   "; the real run would be refused (cc 16)"
               exit paragraph
           end-if.
           display "aoc-driver: ** run override refused - "
               function trim(ws-apr-reason)
               ". A second operator must approve it in "
               "../override_approvals.txt (see aoc-approvals).".
           move "approve_run_override" to ws-ab-paragraph.
           move "../run_override.txt" to ws-ab-file.
           move "00" to ws-ab-filestat.
           move 16 to ws-ab-code.
           perform write_abend_record.
           move 16 to return-code.
           stop run.

      * look the card up in the approval register: same card, same
      * maker, a different operator as checker, not yet expired.
      * ws-apr-reason keeps the best explanation for a refusal.
       check_override_approval.
           move 0 to ws-apr-ok.
           move spaces to ws-apr-approver.
           if ws-apr-requester = spaces then
               move "the card names no REQUESTED-BY operator"
                   to ws-apr-reason
               exit paragraph
           end-if.
           move "no approval recorded for this card"
               to ws-apr-reason.
           move function current-date(1:12) to ws-apr-now.
           open input f-approvals.
           if ws-apr-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-apr-eof.
           perform until ws-apr-eof = 'Y'
               read f-approvals at
               end move 'Y' to ws-apr-eof
               not at end
                   if apr-file = ws-apr-file
                       and apr-requested-by = ws-apr-requester
                       and ws-apr-ok = 0
                       move apr-expiry-date to ws-apr-expiry(1:8)
                       move apr-expiry-time to ws-apr-expiry(9:4)
                       if apr-expiry-time = spaces
                           move "2359" to ws-apr-expiry(9:4)
                       end-if
                       evaluate true
                           when apr-approved-by = spaces
                               or apr-approved-by = ws-apr-requester
                               move "the maker cannot approve their "
                                   & "own card" to ws-apr-reason
                           when ws-apr-expiry < ws-apr-now
                               move "the approval has expired"
                                   to ws-apr-reason
                           when other
                               move 1 to ws-apr-ok
                               move apr-approved-by
                                   to ws-apr-approver
                       end-evaluate
                   end-if
           end-perform.
           close f-approvals.

      * req 050: read the optional mode control card - only a first
      * line of "parallel" changes anything.
                       if function trim(mode-line) = "plan"
                           move 1 to ws-plan-mode
                       end-if
      * a "refresh" line reruns just the reporting steps whose
      * outputs a day rerun left stale (see refresh_stale_outputs).
                       if function trim(mode-line) = "refresh"
                           move 1 to ws-refresh-mode
                       end-if
               end-perform
               close f-mode
           end-if.
      * then run the binary from there so its own ../input.txt etc.
      * resolve exactly like a standalone run would.
       run_one_step.
      * a failed contingency stopped the batch - nothing more runs.
           if ws-batch-stopped = 1 then
               perform record_batch_stopped
               exit paragraph
           end-if.

      * req 093: an operator hold beats every other gate.
           if ws-step-held = 1 then
               perform record_held_step
               exit paragraph
           end-if.

      * a step whose program no longer matches its approved build
      * is not launched - day step or post step alike.
           perform check_program_baseline.
           if ws-prog-ok = 0 then
               perform record_program_drift
               exit paragraph
           end-if.
           perform audit_program_approval.

      * req 091: the input probe, fingerprint, pre-flight and
      * incremental checks below are day-step concerns.
           if ws-step-dir = "batch" then
                   function seconds-past-midnight
               perform launch_one_attempt
           end-perform.
           perform conclude_step.
           perform fire_contingencies.

      * outcome is final - count it once, log it, checkpoint it.
       conclude_step.
           add 1 to ws-step-count.
           evaluate drv-outcome
               when "FAILED"
           end-evaluate.
           perform write_driver_log.
           perform write_restart_checkpoint.
           perform note_downstream_staleness.

      * a step's final outcome against the contingency rows that
      * cover it - each one whose trigger matches runs now, in
      * registry order. A clean contingency lets the batch carry on
      * (and, flagged for it, the covered step is run once more); a
      * contingency that does not end clean stops the batch.
       fire_contingencies.
           if ws-in-contingency = 1 then
               exit paragraph
           end-if.
           move drv-outcome to ws-cont-trigger.
           if ws-rc >= 256 then
               compute ws-cc = ws-rc / 256
           else
               move ws-rc to ws-cc
           end-if.
           move ws-step-dir to ws-cs-dir.
           move ws-step-prog to ws-cs-prog.
           move ws-step-ledger-prog to ws-cs-ledger-prog.
           move ws-step-label to ws-cs-label.
           move ws-step-input-dd to ws-cs-input-dd.
           move ws-step-output-file to ws-cs-output-file.
           move ws-step-budget to ws-cs-budget.
           move ws-step-pred to ws-cs-pred.
           move ws-step-retry to ws-cs-retry.
           move ws-step-delay to ws-cs-delay.
           move ws-rc to ws-cs-rc.
           move 0 to ws-cont-rerun-due.
           perform varying ws-c from 1 by 1 until ws-c > ws-reg-count
               or ws-batch-stopped = 1
               if ws-reg-cont-of(ws-c) = ws-cs-ledger-prog
                   perform check_contingency_trigger
                   if ws-cont-fires = 1
                       perform run_one_contingency
                   end-if
               end-if
           end-perform.
           move ws-cs-dir to ws-step-dir.
           move ws-cs-prog to ws-step-prog.
           move ws-cs-ledger-prog to ws-step-ledger-prog.
           move ws-cs-label to ws-step-label.
           move ws-cs-input-dd to ws-step-input-dd.
           move ws-cs-output-file to ws-step-output-file.
           move ws-cs-budget to ws-step-budget.
           move ws-cs-pred to ws-step-pred.
           move ws-cs-retry to ws-step-retry.
           move ws-cs-delay to ws-step-delay.
           move ws-cs-rc to ws-rc.
           if ws-cont-rerun-due = 1 and ws-batch-stopped = 0 then
               perform rerun_covered_step
           end-if.

      * the JCL COND test - outcome and condition-code range both
      * have to hold where given; with neither given, anything but
      * OK fires.
       check_contingency_trigger.
           move 0 to ws-cont-fires.
           if ws-reg-cont-any(ws-c) = 1 then
               if ws-cont-trigger not = "OK"
                   move 1 to ws-cont-fires
               end-if
               exit paragraph
           end-if.
           if ws-reg-cont-outcome(ws-c) not = spaces
               and ws-reg-cont-outcome(ws-c) not = ws-cont-trigger
               then
               exit paragraph
           end-if.
           if ws-cc >= ws-reg-cont-cc-low(ws-c)
               and ws-cc <= ws-reg-cont-cc-high(ws-c) then
               move 1 to ws-cont-fires
           end-if.

      * one contingency run, logged as its own driver-log entry -
      * CONTINGENCY-OK, -FAILED, -OVERRUN or -DRIFT. It is not
      * checkpointed: on a rerun it fires again only if the covered
      * step fails again.
       run_one_contingency.
           move ws-reg-day-dir(ws-c) to ws-step-dir.
           move ws-reg-program(ws-c) to ws-step-prog.
           move ws-reg-ledger-program(ws-c) to ws-step-ledger-prog.
           move ws-reg-label(ws-c) to ws-step-label.
           move ws-reg-input-dd(ws-c) to ws-step-input-dd.
           move ws-reg-output-file(ws-c) to ws-step-output-file.
           move ws-reg-time-budget(ws-c) to ws-step-budget.
           display "contingency: " function trim(ws-step-prog)
               " for " function trim(ws-cs-ledger-prog) " after "
               function trim(ws-cont-trigger) " (cc " ws-cc ")".
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ws-start-time.
           compute ws-step-start-secs =
               function seconds-past-midnight.
           move 1 to ws-in-contingency.
           perform check_program_baseline.
           if ws-prog-ok = 0 then
               move ws-start-time to ws-end-time
               move 4 to ws-rc
               display "  ** " function trim(ws-step-prog)
                   " not run - program source no longer matches "
                   "the approved baseline ("
                   function trim(ws-prog-cause) ")"
               move "CONTINGENCY-DRIFT" to drv-outcome
           else
               perform audit_program_approval
               perform build_step_command
               perform launch_one_attempt
               evaluate drv-outcome
                   when "OK"
                       move "CONTINGENCY-OK" to drv-outcome
                   when "OVERRUNNING"
                       move "CONTINGENCY-OVERRUN" to drv-outcome
                   when other
                       move "CONTINGENCY-FAILED" to drv-outcome
               end-evaluate
           end-if.
           move 0 to ws-in-contingency.
           perform write_driver_log.
           if drv-outcome = "CONTINGENCY-OK" then
               add 1 to ws-cont-count
               if ws-reg-cont-rerun(ws-c) = "Y"
                   move 1 to ws-cont-rerun-due
               end-if
           else
               add 1 to ws-cont-fail-count
               add 1 to ws-fail-count
               move 1 to ws-batch-stopped
               move ws-step-prog to ws-stopped-by
               display "  ** contingency " function trim(ws-step-prog)
                   " ended " function trim(drv-outcome)
                   " - the batch stops here"
           end-if.

      * the covered step once more after a clean contingency - its
      * first outcome is taken back out of the counts, and the
      * rerun's outcome stands in the log, checkpoint and outcome
      * table instead.
       rerun_covered_step.
           subtract 1 from ws-step-count.
           evaluate ws-cont-trigger
               when "FAILED"
                   subtract 1 from ws-fail-count
               when "OVERRUNNING"
                   subtract 1 from ws-overrun-count
               when "OUTPUT-MISSING"
                   subtract 1 from ws-warn-count
               when other
                   continue
           end-evaluate.
           display "contingency: rerunning "
               function trim(ws-step-prog).
           if ws-step-dir not = "batch" then
               perform count_ledger_lines
               move ws-ledger-lines to ws-ledger-before
           end-if.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ws-start-time.
           compute ws-step-start-secs =
               function seconds-past-midnight.
           perform build_step_command.
           perform launch_one_attempt.
           perform conclude_step.

       launch_one_attempt.
           display "running " function trim(ws-step-label)
                   " exited with return code " ws-rc
               move "FAILED" to drv-outcome
           else
           if ws-in-contingency = 1 then
      * a contingency is a repair, not a report - a clean exit is
      * all it owes.
               move "OK" to drv-outcome
           else
      * req 048: return code 0 alone isn't proof of work done - the
      * day's results_ledger.txt has to have grown during the step,
      * and the step's registered report file has to exist. Flagged
                   end-if
               end-if
           end-if
           end-if
           end-if.

      * req 047: one shared log-writing paragraph for every step
           move ws-rc to drv-return-code.
           move ws-run-id to drv-run-id.
           move ws-bus-date to drv-bus-date.
           move ws-env to drv-env.
           write drv-record.
      * req 091: every concluded step also lands in the per-run
      * outcome table the predecessor gate reads.
               move " ../common/runservices.cbl" to ws-svc-src
           end-if.

      * a day01 step reads the cleansed copy of its document when
      * the cleansing pass made one this batch.
           move spaces to ws-dd-prefix.
           if ws-step-dir = "day01" and ws-cal-cleansed = 1
               and ws-step-input-dd not = spaces then
               string function trim(ws-step-input-dd)
                   "=../input_cleansed.txt"
                   delimited by size into ws-dd-prefix
           end-if.

           move spaces to ws-command.
           string "cd ../../" function trim(ws-step-dir)
               " && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/" function trim(ws-step-prog)
               " " function trim(ws-step-prog) ".cbl"
               function trim(ws-svc-src trailing)
               " >> ../batch/build.log 2>&1"
               " && cd _tests_bin && " function trim(ws-dd-prefix)
               " " function trim(ws-runner)
               " ./" function trim(ws-step-prog)
               delimited by size into ws-command
           end-string.
               if ws-already-run = 0 and ws-step-done = 0
                   and ws-reg-day-dir(ws-r) not = "batch"
                   perform check_step_calendar
                   perform check_program_baseline
                   perform check_step_input
                   perform verify_fingerprint
                   perform check_preflight_gate
                           perform record_held_step
                       when ws-cal-due = 0
                           perform record_calendar_skip
                       when ws-prog-ok = 0
                           perform record_program_drift
                       when ws-input-ok = 0
                           perform record_skipped_step
                       when ws-fp-ok = 0
                                   to ws-defer-reg(ws-defer-count)
                           end-if
                       when other
                           perform audit_program_approval
                           add 1 to ws-launch-count
                           move ws-r to ws-l-reg(ws-launch-count)
                           move 0 to ws-l-grouped(ws-launch-count)

           perform write_driver_log.
           perform write_restart_checkpoint.
           perform note_downstream_staleness.
           perform fire_contingencies.

       find_day_ledger_before.
           move 0 to ws-ledger-before.
           end-if.
           if ws-preflight-done = 0 then
               move 1 to ws-preflight-done
               perform run_cleanse_pass
               move spaces to ws-command
               string "cd ../../day01 && mkdir -p _tests_bin"
                   " && cobc -x -std=ibm -I ../copybooks"
               close f-stepin
           end-if.

      * the cleansing pass ahead of the profiler - a summary of
      * CLEANSED means a cleansed copy of the document was made and
      * the profiler judged that copy, so the day01 steps run on it.
       run_cleanse_pass.
           move spaces to ws-command.
           string "cd ../../day01"
               " && rm -f cleanse_summary.txt input_cleansed.txt"
               " && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/day01_cleanse"
               " day01_cleanse.cbl"
               " >> ../batch/build.log 2>&1"
               " && cd _tests_bin && ./day01_cleanse"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           move return-code to ws-rc.
           move 0 to ws-cal-cleansed.
           if ws-rc not = 0 and ws-rc not = 1024 then
               exit paragraph
           end-if.
           move spaces to ws-stepin-path.
           move "../../day01/cleanse_summary.txt" to ws-stepin-path.
           open input f-stepin.
           if ws-stepin-fs = "00" then
               read f-stepin
                   at end continue
                   not at end
                       if stepin-line(1:8) = "CLEANSED"
                           move 1 to ws-cal-cleansed
                       end-if
               end-read
               close f-stepin
           end-if.
           if ws-cal-cleansed = 1 then
               display "  day01 steps run on the cleansed copy "
                   "(see day01/cleanse_changes.txt)"
           end-if.

      * req 082: run the almanac validator (once per batch) and
      * read its verdict back - a NO-GO almanac holds both day05
      * steps before either pipeline trusts the data.
      *   <program> DAILY
      *   <program> WEEKLY <1-7>       (1 = Monday)
      *   <program> MONTHEND
      *   <program> PERIODEND WEEK|MONTH
      *   HOLIDAY <yyyymmdd>
      * <program> may be either the registry's source program name
      * (day05_2) or its ledger program name (SEEDSRANGES). The
      * weekday and month-end facts are derived here from the run's
      * business date, so a run_override.txt rerun for a past date
      * is judged against THAT date's calendar, not today's.
      * PERIODEND is due on the last business date of the week
      * (Monday to Sunday) or month - the next date that is not a
      * registered holiday falls in the next period. The row
      * "period_report PERIODEND WEEK" (and/or MONTH) is what makes
      * the driver close the batch with the period-end summary.
       load_batch_calendar.
           open input f-calendar.
           if ws-cal-fs not = "00" then
               display "aoc-driver: " ws-bus-date " is a registered "
                   "holiday - day steps will be calendar-skipped"
           end-if.
           perform derive_period_end.

      * step forward past registered holidays to the next business
      * date, then compare its week and month with this one's.
       derive_period_end.
           compute ws-cal-biz-int =
               function integer-of-date(ws-cal-int-date) + 1.
           move 1 to ws-cal-hol-hit.
           perform until ws-cal-hol-hit = 0
               compute ws-cal-biz-date =
                   function date-of-integer(ws-cal-biz-int)
               move 0 to ws-cal-hol-hit
               perform varying ws-cal-c from 1 by 1
                   until ws-cal-c > ws-hol-count
                   if ws-hol-date(ws-cal-c) = ws-cal-biz-date
                       move 1 to ws-cal-hol-hit
                       add 1 to ws-cal-biz-int
                       exit perform
                   end-if
               end-perform
           end-perform.
           move 0 to ws-month-end-biz.
           if ws-cal-biz-date(1:6) not = ws-bus-date(1:6) then
               move 1 to ws-month-end-biz
           end-if.
           move 0 to ws-week-end-biz.
           if ws-cal-biz-int - function integer-of-date(ws-cal-int-date)
               > 7 - ws-today-dow then
               move 1 to ws-week-end-biz
           end-if.

       load_one_calendar_row.
           move spaces to ws-cal-w1.
           if ws-cal-count < 50 then
               add 1 to ws-cal-count
               move ws-cal-w1 to ws-cal-program(ws-cal-count)
               move ws-cal-w2(1:9) to ws-cal-freq(ws-cal-count)
               if ws-cal-w3(1:1) >= '1' and ws-cal-w3(1:1) <= '7'
                   move function numval(ws-cal-w3(1:1))
                       to ws-cal-dow(ws-cal-count)
               else
                   move 0 to ws-cal-dow(ws-cal-count)
               end-if
               move ws-cal-w3(1:5) to ws-cal-period(ws-cal-count)
           end-if.

      * req 090: is the step in ws-step-* due on this business date?
                           if ws-month-end = 0
                               move 0 to ws-cal-due
                           end-if
                       when "PERIODEND"
                           if (ws-cal-period(ws-cal-c) = "WEEK"
                               and ws-week-end-biz = 0)
                               or (ws-cal-period(ws-cal-c) = "MONTH"
                               and ws-month-end-biz = 0)
                               move 0 to ws-cal-due
                           end-if
                       when other
                           continue
                   end-evaluate
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
           perform write_driver_log.
           perform write_restart_checkpoint.

      * a step reached after a contingency stopped the batch - not
      * launched, and left off the checkpoint's done list so the
      * rerun picks it up.
       record_batch_stopped.
           add 1 to ws-stopped-count.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ws-start-time.
           move ws-start-time to ws-end-time.
           move 4 to ws-rc.
           display "  ** " function trim(ws-step-prog)
               " bypassed - contingency "
               function trim(ws-stopped-by) " stopped the batch".
           move "BATCH-STOPPED" to drv-outcome.
           perform write_driver_log.
           perform write_restart_checkpoint.

      * req 092: the dry run itself - every pre-check the real run
      * would apply (read-only ones only; the day01/day05 gate
      * programs are NOT launched, since running them is a side
                   end-if
           end-evaluate.

           if ws-plan-verdict = spaces then
               perform check_program_baseline
               if ws-prog-ok = 0
                   move "PROGRAM-DRIFT (would be held)"
                       to ws-plan-verdict
               end-if
           end-if.

           if ws-plan-verdict = spaces
               and ws-step-dir = "batch" then
               move spaces to ws-plan-verdict
               delimited by size into ws-plan-text.
           move ws-plan-text to plan-line.
           write plan-line.
           perform plan_contingencies.

      * the contingencies covering the step just planned, each its
      * own numbered plan entry with the condition it waits on.
       plan_contingencies.
           perform varying ws-c from 1 by 1 until ws-c > ws-reg-count
               if ws-reg-cont-of(ws-c) = ws-step-ledger-prog
                   add 1 to ws-plan-nr
                   move spaces to ws-plan-verdict
                   evaluate true
                       when ws-reg-cont-any(ws-c) = 1
                           string "CONTINGENCY if "
                               function trim(ws-step-ledger-prog)
                               " not OK"
                               delimited by size into ws-plan-verdict
                       when ws-reg-cont-outcome(ws-c) = spaces
                           string "CONTINGENCY if "
                               function trim(ws-step-ledger-prog)
                               " cc " ws-reg-cont-cc-low(ws-c)
                               "-" ws-reg-cont-cc-high(ws-c)
                               delimited by size into ws-plan-verdict
                       when other
                           string "CONTINGENCY if "
                               function trim(ws-step-ledger-prog)
                               " " function trim(
                                   ws-reg-cont-outcome(ws-c))
                               " cc " ws-reg-cont-cc-low(ws-c)
                               "-" ws-reg-cont-cc-high(ws-c)
                               delimited by size into ws-plan-verdict
                   end-evaluate
                   if ws-reg-cont-rerun(ws-c) = "Y"
                       move spaces to ws-plan-text
                       string ws-plan-verdict delimited by "  "
                           ", then rerun" delimited by size
                           into ws-plan-text
                       move ws-plan-text to ws-plan-verdict
                   end-if
                   move spaces to ws-plan-text
                   string ws-plan-nr "  " ws-reg-day-dir(ws-c) " "
                       ws-reg-program(ws-c) " group "
                       ws-reg-conc-group(ws-c) " - "
                       function trim(ws-plan-verdict)
                       delimited by size into ws-plan-text
                   move ws-plan-text to plan-line
                   write plan-line
               end-if
           end-perform.

      * the downstream dependency map - without one no output is
      * tracked, which is not worth stopping the batch for.
       load_output_dependencies.
           move 0 to ws-od-count.
           open input f-outdep.
           if ws-outdep-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-bld-eof.
           perform until ws-bld-eof = 'Y'
               read f-outdep at
               end move 'Y' to ws-bld-eof
               not at end
                   if od-output not = spaces and ws-od-count < 40
                       add 1 to ws-od-count
                       move od-output to ws-od-output(ws-od-count)
                       move od-source to ws-od-source(ws-od-count)
                   end-if
           end-perform.
           close f-outdep.

      * the day steps that already finished cleanly for this
      * business date under an earlier run id - read before this
      * run's own records are appended.
       load_prior_clean_runs.
           move 0 to ws-pr-count.
           open input f-drvlog.
           if ws-drvlog-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-bld-eof.
           perform until ws-bld-eof = 'Y'
               read f-drvlog at
               end move 'Y' to ws-bld-eof
               not at end
                   if drv-bus-date = ws-bus-date
                       and drv-run-id not = ws-run-id
                       and drv-day not = "batch"
                       and (drv-outcome = "OK"
                           or drv-outcome = "OVERRUNNING")
                       perform note_prior_clean_run
                   end-if
           end-perform.
           close f-drvlog.

       note_prior_clean_run.
           perform varying ws-pr from 1 by 1 until ws-pr > ws-pr-count
               if ws-pr-program(ws-pr) = drv-program
                   and ws-pr-day(ws-pr) = drv-day
                   exit paragraph
               end-if
           end-perform.
           if ws-pr-count < 50 then
               add 1 to ws-pr-count
               move drv-program to ws-pr-program(ws-pr-count)
               move drv-day to ws-pr-day(ws-pr-count)
           end-if.

      * a day step finishing cleanly for a business date it had
      * already answered is a rerun - every downstream output
      * derived from it and built before now still describes the
      * earlier answer, and gets a staleness entry that stays open
      * until the output is rebuilt.
       note_downstream_staleness.
           if ws-step-dir = "batch" then
               exit paragraph
           end-if.
           if drv-outcome not = "OK"
               and drv-outcome not = "OVERRUNNING" then
               exit paragraph
           end-if.
           move 0 to ws-rerun.
           perform varying ws-pr from 1 by 1 until ws-pr > ws-pr-count
               if ws-pr-program(ws-pr) = ws-step-prog
                   and ws-pr-day(ws-pr) = ws-step-dir
                   move 1 to ws-rerun
               end-if
           end-perform.
           if ws-rerun = 0 then
               exit paragraph
           end-if.
           move function current-date to ws-cur-date.
           move ws-cur-date(1:14) to ws-now-stamp.
           perform varying ws-od from 1 by 1 until ws-od > ws-od-count
               if ws-od-source(ws-od) = ws-step-ledger-prog
                   or ws-od-source(ws-od) = "ALLDAYS"
                   perform check_output_dependency
               end-if
           end-perform.

      * one staleness entry per output, however many map lines tie
      * it to this step.
       check_output_dependency.
           move 0 to ws-od-dup.
           perform varying ws-od2 from 1 by 1 until ws-od2 >= ws-od
               if ws-od-output(ws-od2) = ws-od-output(ws-od)
                   and (ws-od-source(ws-od2) = ws-step-ledger-prog
                       or ws-od-source(ws-od2) = "ALLDAYS")
                   move 1 to ws-od-dup
               end-if
           end-perform.
           if ws-od-dup = 1 then
               exit paragraph
           end-if.

           move ws-od-output(ws-od) to ws-bld-output.
           perform find_latest_build.
           if ws-bld-found = 0 or ws-bld-stamp > ws-now-stamp then
               exit paragraph
           end-if.

           open extend f-stale.
           if ws-stale-fs = "35" then
               open output f-stale
           end-if.
           move ws-bld-output to st-output.
           move ws-step-ledger-prog to st-source.
           move ws-step-dir to st-day.
           move ws-run-id to st-run-id.
           move ws-bus-date to st-bus-date.
           move ws-now-stamp(1:8) to st-date.
           move ws-now-stamp(9:6) to st-time.
           move ws-bld-run-id to st-built-run-id.
           move ws-bld-stamp(1:8) to st-built-date.
           move ws-bld-stamp(9:6) to st-built-time.
           write stale-record.
           close f-stale.
           add 1 to ws-stale-count.
           display "  stale: " function trim(ws-bld-output)
               " (built " ws-bld-stamp ") predates the "
               function trim(ws-step-prog) " rerun".

      * the most recent build of ws-bld-output on the build
      * register - its run id and date/time stamp.
       find_latest_build.
           move 0 to ws-bld-found.
           move spaces to ws-bld-stamp.
           move spaces to ws-bld-run-id.
           open input f-builds.
           if ws-builds-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-bld-eof.
           perform until ws-bld-eof = 'Y'
               read f-builds at
               end move 'Y' to ws-bld-eof
               not at end
                   if bld-output = ws-bld-output
                       move bld-date to ws-bld-cand(1:8)
                       move bld-time to ws-bld-cand(9:6)
                       if ws-bld-cand >= ws-bld-stamp
                           move ws-bld-cand to ws-bld-stamp
                           move bld-run-id to ws-bld-run-id
                           move 1 to ws-bld-found
                       end-if
                   end-if
           end-perform.
           close f-builds.

      * REFRESH mode. The affected run is the one run_control.txt
      * names - the rerun that left the outputs stale. Each output
      * with an open staleness entry for that run is rebuilt by
      * compiling and running its program, the same compile-then-run
      * idiom as the lint and alert steps, and logged in the driver
      * log under the affected run as REFRESHED - its own build
      * stamp arrived, closing the entry - or REFRESH-FAILED.
       refresh_stale_outputs.
           move spaces to ws-run-id.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-run-id
                       move runctl-bus-date to ws-bus-date
               end-read
               close f-runctl
           end-if.
           if ws-run-id = spaces then
               display "aoc-driver: refresh - no run-control card "
                   "names an affected run"
               move 12 to return-code
               exit paragraph
           end-if.
           display "aoc-driver: refreshing the outputs left stale "
               "by run " ws-run-id.

           move 0 to ws-rf-count.
           open input f-stale.
           if ws-stale-fs = "00" then
               move 'N' to ws-bld-eof
               perform until ws-bld-eof = 'Y'
                   read f-stale at
                   end move 'Y' to ws-bld-eof
                   not at end
                       if st-run-id = ws-run-id
                           perform note_refresh_candidate
                       end-if
               end-perform
               close f-stale
           end-if.

           open extend f-drvlog.
           if ws-drvlog-fs = "35" then
               open output f-drvlog
           end-if.
           perform varying ws-rf from 1 by 1 until ws-rf > ws-rf-count
               move ws-rf-output(ws-rf) to ws-bld-output
               perform find_latest_build
               if ws-bld-found = 1
                   and ws-bld-stamp >= ws-rf-stamp(ws-rf)
                   display "  " function trim(ws-bld-output)
                       " already rebuilt at " ws-bld-stamp
               else
                   perform refresh_one_output
               end-if
           end-perform.
           close f-drvlog.

           display "aoc-driver: " ws-rf-done " output(s) refreshed, "
               ws-rf-failed " refresh(es) failed".
           if ws-rf-failed > 0 then
               move 4 to return-code
           end-if.

      * one candidate per output - the latest staleness entry wins,
      * since the rebuild has to postdate all of them.
       note_refresh_candidate.
           move st-date to ws-bld-cand(1:8).
           move st-time to ws-bld-cand(9:6).
           perform varying ws-rf from 1 by 1 until ws-rf > ws-rf-count
               if ws-rf-output(ws-rf) = st-output
                   if ws-bld-cand > ws-rf-stamp(ws-rf)
                       move ws-bld-cand to ws-rf-stamp(ws-rf)
                   end-if
                   exit paragraph
               end-if
           end-perform.
           if ws-rf-count < 20 then
               add 1 to ws-rf-count
               move st-output to ws-rf-output(ws-rf-count)
               move ws-bld-cand to ws-rf-stamp(ws-rf-count)
           end-if.

       refresh_one_output.
           move ws-rf-output(ws-rf) to ws-step-prog.
           move ws-rf-output(ws-rf) to ws-step-ledger-prog.
           move "batch" to ws-step-dir.
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/" function trim(ws-step-prog)
               " " function trim(ws-step-prog) ".cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && ./" function trim(ws-step-prog)
               delimited by size into ws-command
           end-string.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ws-start-time.
           display "refreshing " function trim(ws-step-prog).
           call "SYSTEM" using ws-command.
           move return-code to ws-rc.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ws-end-time.

           perform find_latest_build.
           if ws-bld-found = 1
               and ws-bld-stamp >= ws-rf-stamp(ws-rf) then
               move "REFRESHED" to drv-outcome
               add 1 to ws-rf-done
           else
               display "  ** " function trim(ws-step-prog)
                   " did not rebuild its output (return code "
                   ws-rc ") - still stale"
               move "REFRESH-FAILED" to drv-outcome
               add 1 to ws-rf-failed
           end-if.
           perform write_driver_log.

      * no card, or blank fields, is the home tree running PROD. A
      * card choosing another environment hands the run to
      * aoc-environment, which stages that environment's root and
      * runs the driver there; its condition code is this run's.
       route_environment.
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
           if ws-env-chosen = spaces
               or ws-env-chosen = ws-env then
               exit paragraph
           end-if.

           display "aoc-driver: the environment card chooses "
               function trim(ws-env-chosen) " - running in its root".
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/environment environment.cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && AOCENVPROG=driver ./environment"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           compute return-code = return-code / 256.
           stop run.
