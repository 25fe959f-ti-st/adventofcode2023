           file status is ws-dl-fs.
           select f-report assign to "../batch_window_report.txt"
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
           01 ws-drvlog-fs pic xx.
           01 ws-outstanding pic 9(2).
           01 ws-late-by pic 9(9).

      * contingency runs of this run, each its own entry - they run
      * serially behind the step they cover, outside the groups.
           01 ws-ct-count pic 9(2) value 0.
           01 ws-ct-table.
               02 ws-ct-entry occurs 20 times.
                   03 ws-ct-prog pic x(20).
                   03 ws-ct-day pic x(6).
                   03 ws-ct-outcome pic x(20).
                   03 ws-ct-start pic x(6).
                   03 ws-ct-elapsed pic 9(9).
           01 ws-ct pic 9(2).

       procedure division.

           display "aoc-batch-window: reading the current run".

           perform read_environment_card.

           perform read_run_control.
           perform read_deadline.
           perform check_token.
           write report-line.

           perform report_groups.
           perform report_contingencies.
           perform report_wall_clock.
           if ws-token-ok = 0 then
               perform project_finish
               not at end
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       perform note_registry_row
                   end-if
           end-perform.
               read f-drvlog at
               end move 'Y' to ws-eof
               not at end
                   move drv-env to ws-rec-env
                   perform check_record_environment
                   if drv-run-id = ws-run-id
                       perform note_log_record
                   end-if
           if ws-rec-end > ws-max-end then
               move ws-rec-end to ws-max-end
           end-if.
           if drv-outcome(1:12) = "CONTINGENCY-" then
               if ws-ct-count < 20
                   add 1 to ws-ct-count
                   move drv-program to ws-ct-prog(ws-ct-count)
                   move drv-day to ws-ct-day(ws-ct-count)
                   move drv-outcome to ws-ct-outcome(ws-ct-count)
                   move drv-start-time to ws-ct-start(ws-ct-count)
                   move ws-rec-elapsed to ws-ct-elapsed(ws-ct-count)
               end-if
               exit paragraph
           end-if.
           perform varying ws-s from 1 by 1 until ws-s > ws-st-count
               if ws-st-prog(ws-s) = drv-program
                   move 1 to ws-st-done(ws-s)
           move ws-print-line to report-line.
           write report-line.

      * contingency runs are listed apart - their time is inside the
      * wall clock but belongs to no concurrency group.
       report_contingencies.
           if ws-ct-count = 0 then
               exit paragraph
           end-if.
           move spaces to report-line.
           write report-line.
           move "contingency runs:" to report-line.
           write report-line.
           perform varying ws-ct from 1 by 1 until ws-ct > ws-ct-count
               move spaces to ws-print-line
               string "  " ws-ct-prog(ws-ct) " " ws-ct-day(ws-ct)
                   " start " ws-ct-start(ws-ct) " elapsed "
                   ws-ct-elapsed(ws-ct) " second(s) "
                   ws-ct-outcome(ws-ct)
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.

       find_group_slot.
           perform varying ws-g from 1 by 1 until ws-g > ws-grp-count
               if ws-grp-name(ws-g) = ws-st-group(ws-s)
                   read f-perf at
                   end move 'Y' to ws-eof
                   not at end
                       move perf-env to ws-rec-env
                       perform check_record_environment
                       if perf-program = ws-st-ledger(ws-s)
                           add 1 to ws-perf-runs
                           add perf-elapsed-secs to ws-perf-sum
           else
               move 300 to ws-st-estimate(ws-s)
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
               display "aoc-batch-window: refusing to run - "
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
               display "aoc-batch-window: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
