      *   FAILTOL  <n>              max tolerated FAILED steps (0)
      *   MINPASS  <n>              required harness passes (0)
      *   MAXEXCPT <program|*> <n>  max exception records allowed
      *
      * each abend alert is followed by the runbook's recommended
      * action, escalation contact and rerun-safe flag out of
      * triage_register.txt (written by aoc-runbook just before
      * this), or by a flag that no runbook entry covers it; any
      * group of exceptions with no runbook entry is a WARNING.
      * every record-count imbalance aoc-balancing found in the run
      * (balance_breaks.txt) is a CRITICAL alert of its own.
      * every area aoc-space-monitor finds running out of its space
      * allowance, and every file it finds growing much faster than
      * its trailing rate, is raised at the severity it gave
      * (space_alerts.txt).
       identification division.
           program-id. aoc-alert.
           author. kayms.
           select f-abend assign to "../abend_log.txt"
           organization is line sequential
           file status is ws-abend-fs.
      * the outbound delivery register - a delivery still
      * unacknowledged after its re-send stays a CRITICAL alert on
      * every run until the subscriber acknowledges it.
           select f-dlvreg assign to "../delivery_register.txt"
           organization is line sequential
           file status is ws-dlvreg-fs.
      * the drop watcher's state - a dated drop still incomplete past
      * its cut-off (or a trigger chain that stopped) stays a
      * CRITICAL alert until the drop is processed.
           select f-dropw assign to "../drop_watch_state.txt"
           organization is line sequential
           file status is ws-dropw-fs.
      * aoc-balancing's imbalances - rewritten each run.
           select f-balbrk assign to "../balance_breaks.txt"
           organization is line sequential
           file status is ws-balbrk-fs.
      * aoc-space-monitor's alerts - rewritten each run.
           select f-spacealrt assign to "../space_alerts.txt"
           organization is line sequential
           file status is ws-spacealrt-fs.
      * the runbook triage register - the recommended action for
      * each abend and exception group of the run.
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
           fd f-abend.
           copy ABENDREC.

           fd f-dlvreg.
           copy DLVREC.

           fd f-dropw.
           copy DROPWREC.

           fd f-triage.
           copy TRIAGEREC.

           fd f-balbrk.
           copy BALBRK.

           fd f-spacealrt.
           copy SPACEALRT.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-thr-fs pic xx.

           01 ws-run-id pic x(12).
           01 ws-abend-fs pic xx.
           01 ws-dlvreg-fs pic xx.
           01 ws-dropw-fs pic xx.
           01 ws-balbrk-fs pic xx.
           01 ws-spacealrt-fs pic xx.
           01 ws-abend-count pic 9(3) value 0.
           01 ws-triage-fs pic xx.

      * the triage register's abend entries, for the action line
      * under each abend alert.
           01 ws-tr-count pic 9(2) value 0.
           01 ws-tr-table.
               02 ws-tr-entry occurs 50 times.
                   03 ws-tr-program pic x(20).
                   03 ws-tr-where pic x(30).
                   03 ws-tr-time pic x(6).
                   03 ws-tr-run-id pic x(12).
                   03 ws-tr-matched pic x(1).
                   03 ws-tr-rerun-safe pic x(1).
                   03 ws-tr-contact pic x(20).
                   03 ws-tr-action pic x(100).
           01 ws-t pic 9(2).
           01 ws-tr-found pic 9(2).

      * req 056: thresholds - FAILTOL and MINPASS plus per-program
      * (or "*" catch-all) exception ceilings.

           display "aoc-alert: evaluating thresholds".

           perform read_environment_card.

           perform load_day_list.
           perform read_run_control.
           perform read_thresholds.
           perform load_triage_register.
           perform scan_driver_log.
           perform scan_abend_log.
           perform scan_exception_logs.
           perform scan_harness_results.
           perform scan_delivery_register.
           perform scan_drop_watch_state.
           perform scan_balance_breaks.
           perform scan_space_alerts.

           perform evaluate_thresholds.

      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-day-seen
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
               read f-drvlog at
               end move 'Y' to ws-eof
               not at end
                   move drv-env to ws-rec-env
                   perform check_record_environment
                   if ws-run-id = spaces or drv-run-id = ws-run-id
                       evaluate true
                           when drv-outcome = "FAILED"
               read f-abend at
               end move 'Y' to ws-eof
               not at end
                   move ab-env to ws-rec-env
                   perform check_record_environment
                   if ws-run-id = spaces or ab-run-id = ws-run-id
                       add 1 to ws-abend-count
                       move spaces to ws-text
                           " status " ab-file-status
                           delimited by size into ws-text
                       perform add_critical_alert
                       perform attach_runbook_action
                   end-if
           end-perform.
           close f-abend.

      * the triage register for this run - abend entries are held
      * for attach_runbook_action, an exception group no runbook
      * line covers is a WARNING straight away.
       load_triage_register.
           open input f-triage.
           if ws-triage-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-triage at
               end move 'Y' to ws-eof
               not at end
                   if ws-run-id = spaces or tr-run-id = ws-run-id
                       if tr-kind = "ABEND" and ws-tr-count < 50
                           add 1 to ws-tr-count
                           move tr-program to ws-tr-program(ws-tr-count)
                           move tr-where to ws-tr-where(ws-tr-count)
                           move tr-time to ws-tr-time(ws-tr-count)
                           move tr-run-id to ws-tr-run-id(ws-tr-count)
                           move tr-matched
                               to ws-tr-matched(ws-tr-count)
                           move tr-rerun-safe
                               to ws-tr-rerun-safe(ws-tr-count)
                           move tr-contact
                               to ws-tr-contact(ws-tr-count)
                           move tr-action to ws-tr-action(ws-tr-count)
                       end-if
                       if tr-kind = "EXCPT" and tr-matched = "N"
                           move spaces to ws-text
                           string "no runbook entry for "
                               function trim(tr-program) " ("
                               function trim(tr-day) ") " tr-count
                               " exception(s) like '"
                               function trim(tr-detail(1:40)) "'"
                               delimited by size into ws-text
                           perform add_warning_alert
                       end-if
                   end-if
           end-perform.
           close f-triage.

      * the runbook's answer for the abend just alerted, as
      * CRITICAL lines directly beneath it.
       attach_runbook_action.
           move 0 to ws-tr-found.
           perform varying ws-t from 1 by 1 until ws-t > ws-tr-count
               if ws-tr-program(ws-t) = ab-program
                   and ws-tr-where(ws-t) = ab-paragraph
                   and ws-tr-time(ws-t) = ab-time
                   and ws-tr-run-id(ws-t) = ab-run-id
                   move ws-t to ws-tr-found
                   exit perform
               end-if
           end-perform.
           if ws-tr-found = 0 then
               exit paragraph
           end-if.
           move spaces to ws-text.
           if ws-tr-matched(ws-tr-found) = "N" then
               string "  ** no runbook entry - add one to "
                   "runbook_catalog.txt"
                   delimited by size into ws-text
               perform add_critical_alert
               exit paragraph
           end-if.
           string "  action: " ws-tr-action(ws-tr-found)
               delimited by size into ws-text.
           perform add_critical_alert.
           move spaces to ws-text.
           string "  escalate to " function trim(
               ws-tr-contact(ws-tr-found)) ", rerun safe "
               ws-tr-rerun-safe(ws-tr-found)
               delimited by size into ws-text.
           perform add_critical_alert.

       scan_exception_logs.
           perform varying ws-r from 1 by 1 until ws-r > ws-day-count
               move spaces to ws-excpt-path
                       read f-exception at
                       end move 'Y' to ws-eof
                       not at end
                           move excpt-env to ws-rec-env
                           perform check_record_environment
                           perform tally_one_exception
                   end-perform
                   close f-exception
           end-perform.
           close f-harness.

      * one CRITICAL alert per delivery the delivery job has given
      * up waiting on - the register is the delivery job's memory, so
      * the alert outlives the batch-end rewrite of this file.
       scan_delivery_register.
           open input f-dlvreg.
           if ws-dlvreg-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-dlvreg at
               end move 'Y' to ws-eof
               not at end
                   if dlv-status = "ALERTED"
                       move spaces to ws-text
                       string "DELIVERY "
                           function trim(dlv-subscriber)
                           " run " function trim(dlv-run-id)
                           " NOT ACKNOWLEDGED after re-send - "
                           function trim(dlv-file)
                           delimited by size into ws-text
                       perform add_critical_alert
                   end-if
           end-perform.
           close f-dlvreg.

      * one CRITICAL alert per drop the watcher has alerted on or
      * failed to process.
       scan_drop_watch_state.
           open input f-dropw.
           if ws-dropw-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-dropw at
               end move 'Y' to ws-eof
               not at end
                   move spaces to ws-text
                   evaluate dw-status
                       when "ALERTED"
                           string "DROP " dw-drop-date
                               " INCOMPLETE at cut-off - missing: "
                               function trim(dw-missing)
                               delimited by size into ws-text
                           perform add_critical_alert
                       when "FAILED"
                           string "DROP " dw-drop-date
                               " trigger chain stopped with "
                               "condition code " dw-chain-rc
                               delimited by size into ws-text
                           perform add_critical_alert
                   end-evaluate
           end-perform.
           close f-dropw.

      * one CRITICAL alert per record-count imbalance in this run -
      * the breaks list carries its run id, so an old list from a
      * night the balancing step did not run raises nothing.
       scan_balance_breaks.
           open input f-balbrk.
           if ws-balbrk-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-balbrk at
               end move 'Y' to ws-eof
               not at end
                   if bbk-run-id = ws-run-id
                       move spaces to ws-text
                       string "BALANCE " function trim(bbk-day)
                           " " function trim(bbk-program) ": "
                           function trim(bbk-description)
                           delimited by size into ws-text
                       perform add_critical_alert
                   end-if
           end-perform.
           close f-balbrk.

      * the space monitor's alerts for this run, at the severity the
      * monitor gave them - like the balance breaks, an old file
      * from a night the monitor did not run raises nothing.
       scan_space_alerts.
           open input f-spacealrt.
           if ws-spacealrt-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-spacealrt at
               end move 'Y' to ws-eof
               not at end
                   if spa-run-id = ws-run-id
                       move spa-text to ws-text
                       if spa-severity = "CRITICAL"
                           perform add_critical_alert
                       else
                           perform add_warning_alert
                       end-if
                   end-if
           end-perform.
           close f-spacealrt.

      * req 056: the breach checks - each breach becomes one alert
      * line; no breaches leaves the alert table (and so the alert
      * file) empty.
               move 2 to ws-al-sev(ws-alert-count)
               move ws-text to ws-al-text(ws-alert-count)
           end-if.

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
               display "aoc-alert: refusing to run - "
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
               display "aoc-alert: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
