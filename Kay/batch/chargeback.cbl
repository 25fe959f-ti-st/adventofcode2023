      * monthly batch chargeback by cost center
      * the batch runs for several business owners, and finance
      * charges each for its share. Every step the driver logged in
      * the month is charged to the cost center that owns it
      * (cost_centers.txt) at the rate card's prices
      * (chargeback_rates.txt): the step's elapsed seconds from the
      * driver log, the records it read from the day's
      * quality_metrics.txt, and a flat charge per run. Every
      * attempt is its own line - a FAILED-RETRY attempt and the
      * retry after it are both charged, and a step run again for
      * a business date it already ran for under another run id is
      * marked RERUN - so a bad night costs its owner what it cost
      * the batch. The day's perf_log.txt gives the program's own
      * measured seconds beside the driver's, so the launch
      * overhead shows. A step no cost center claims is charged to
      * UNASSIGN, never dropped. The summary totals each center and
      * reconciles the seconds charged, plus the held and skipped
      * steps that never launched, to the month's total batch time
      * in the driver log.
      *
      * chargeback_control.txt (optional): the month, yyyymm
      * (default: the month of the business date on the run-control
      * card, else this month). The statement goes to
      * chargeback_statement_<yyyymm>.txt.
       identification division.
           program-id. aoc-chargeback.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-control assign to "../chargeback_control.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-centers assign to "../cost_centers.txt"
           organization is line sequential
           file status is ws-cc-fs.
           select f-rates assign to "../chargeback_rates.txt"
           organization is line sequential
           file status is ws-rate-fs.
           select f-drvlog assign to "../driver_log.txt"
           organization is line sequential
           file status is ws-drvlog-fs.
           select f-perf assign to dynamic ws-perf-path
           organization is line sequential
           file status is ws-perf-fs.
           select f-quality assign to dynamic ws-qual-path
           organization is line sequential
           file status is ws-qual-fs.
           select f-report assign to dynamic ws-report-path
           organization is line sequential
           file status is ws-report-fs.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-control.
           01 ctrl-line pic x(80).

           fd f-runctl.
           copy RUNCTL.

           fd f-registry.
           copy STEPREG.

           fd f-centers.
           copy COSTCTR.

           fd f-rates.
           copy RATECARD.

           fd f-drvlog.
           copy DRVLOGREC.

           fd f-perf.
           copy PERFREC.

           fd f-quality.
           copy QUALREC.

           fd f-report.
           01 report-line pic x(132).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-ctrl-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-reg-fs pic xx.
           01 ws-cc-fs pic xx.
           01 ws-rate-fs pic xx.
           01 ws-drvlog-fs pic xx.
           01 ws-perf-fs pic xx.
           01 ws-qual-fs pic xx.
           01 ws-report-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-sub-eof pic a(1).
           01 ws-perf-path pic x(250).
           01 ws-qual-path pic x(250).
           01 ws-report-path pic x(80).
           01 ws-month pic x(6) value spaces.
           01 ws-cur-date pic x(21).
           01 ws-print-line pic x(132).

      * the registered steps - the ledger program each one logs its
      * perf and quality records under.
           01 ws-st-count pic 9(2) value 0.
           01 ws-st-table.
               02 ws-st-entry occurs 50 times.
                   03 ws-st-day pic x(10).
                   03 ws-st-prog pic x(20).
                   03 ws-st-ledger pic x(20).
           01 ws-s pic 9(2).

      * the cost-center master as read, and the distinct centers
      * with their month's totals - the last slot is UNASSIGN.
           01 ws-cm-count pic 9(3) value 0.
           01 ws-cm-table.
               02 ws-cm-entry occurs 200 times.
                   03 ws-cm-day pic x(10).
                   03 ws-cm-prog pic x(20).
                   03 ws-cm-center pic x(8).
           01 ws-m pic 9(3).
           01 ws-ct-count pic 9(2) value 0.
           01 ws-ct-table.
               02 ws-ct-entry occurs 40 times.
                   03 ws-ct-center pic x(8).
                   03 ws-ct-name pic x(30).
                   03 ws-ct-rate-second pic 9(3)v9(4).
                   03 ws-ct-rate-record pic 9(1)v9(6).
                   03 ws-ct-rate-run pic 9(5)v9(2).
                   03 ws-ct-rated pic 9(1).
                   03 ws-ct-runs pic 9(7).
                   03 ws-ct-retries pic 9(7).
                   03 ws-ct-reruns pic 9(7).
                   03 ws-ct-secs pic 9(9).
                   03 ws-ct-perf-secs pic 9(9).
                   03 ws-ct-records pic 9(12).
                   03 ws-ct-charge pic 9(11)v99.
           01 ws-c pic 9(2).
           01 ws-rec-center pic 9(2).

      * the "*" rate line, for centers without one of their own.
           01 ws-def-rated pic 9(1) value 0.
           01 ws-def-second pic 9(3)v9(4) value 0.
           01 ws-def-record pic 9(1)v9(6) value 0.
           01 ws-def-run pic 9(5)v9(2) value 0.

      * a center's attempts so far - one slot per step, business
      * date and run id; a second attempt in the same run is a
      * retry, a second run id for the same date a rerun.
           01 ws-sn-count pic 9(4).
           01 ws-sn-table.
               02 ws-sn-entry occurs 1000 times.
                   03 ws-sn-prog pic x(20).
                   03 ws-sn-date pic x(8).
                   03 ws-sn-run pic x(12).
                   03 ws-sn-attempts pic 9(2).
           01 ws-sn pic 9(4).
           01 ws-sn-full pic 9(1) value 0.
           01 ws-attempt pic 9(2).
           01 ws-charge-type pic x(6).

      * one charge line
           01 ws-ledger pic x(20).
           01 ws-rec-start pic 9(9).
           01 ws-rec-end pic 9(9).
           01 ws-rec-elapsed pic 9(9).
           01 ws-rec-perf-secs pic 9(9).
           01 ws-rec-perf-found pic 9(1).
           01 ws-rec-records pic 9(9).
           01 ws-match pic 9(2).
           01 ws-amt-secs pic 9(9)v99.
           01 ws-amt-records pic 9(9)v99.
           01 ws-line-charge pic 9(9)v99.
           01 ws-charge-out pic z(8)9.99.
           01 ws-total-out pic z(10)9.99.
           01 ws-rate-out-1 pic zz9.9999.
           01 ws-rate-out-2 pic 9.999999.
           01 ws-rate-out-3 pic z(4)9.99.

      * the month's reconciliation
           01 ws-log-records pic 9(7) value 0.
           01 ws-log-secs pic 9(9) value 0.
           01 ws-nl-records pic 9(7) value 0.
           01 ws-nl-secs pic 9(9) value 0.
           01 ws-tot-runs pic 9(7) value 0.
           01 ws-tot-retries pic 9(7) value 0.
           01 ws-tot-reruns pic 9(7) value 0.
           01 ws-tot-secs pic 9(9) value 0.
           01 ws-tot-perf-secs pic 9(9) value 0.
           01 ws-tot-records pic 9(12) value 0.
           01 ws-tot-charge pic 9(11)v99 value 0.
           01 ws-overhead pic s9(9).
           01 ws-overhead-out pic -(9)9.
           01 ws-balance pic s9(9).
           01 ws-balance-out pic -(9)9.
           01 ws-unassigned-lines pic 9(7) value 0.

       procedure division.

           display "aoc-chargeback: monthly batch chargeback".

           perform read_environment_card.

           perform read_period.
           perform load_step_registry.
           perform load_cost_centers.
           perform load_rate_card.

           move spaces to ws-report-path.
           string "../chargeback_statement_" ws-month ".txt"
               delimited by size into ws-report-path.
           open output f-report.
           move spaces to ws-print-line.
           string "Batch chargeback statement - month " ws-month
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move all "=" to report-line(1:43).
           write report-line.

           perform varying ws-c from 1 by 1 until ws-c > ws-ct-count
               perform charge_one_center
           end-perform.

           perform write_summary.
           perform write_reconciliation.
           close f-report.

           display "  charge lines " ws-tot-runs
               " (retries " ws-tot-retries ", reruns "
               ws-tot-reruns ")".
           move ws-tot-charge to ws-total-out.
           display "  total charge " ws-total-out.
           display "aoc-chargeback: statement in "
               function trim(ws-report-path).
           if ws-unassigned-lines > 0 then
               display "  ** " ws-unassigned-lines
                   " charge line(s) with no cost center - "
                   "charged to UNASSIGN"
               move 4 to return-code
           end-if.
           stop run.

      * the month: the control card, else the run-control card's
      * business date, else today.
       read_period.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control
                   at end continue
                   not at end
                       if ctrl-line(1:6) is numeric
                           move ctrl-line(1:6) to ws-month
                       end-if
               end-read
               close f-control
           end-if.
           if ws-month = spaces then
               open input f-runctl
               if ws-runctl-fs = "00"
                   read f-runctl
                       at end continue
                       not at end
                           if runctl-bus-date(1:6) is numeric
                               move runctl-bus-date(1:6) to ws-month
                           end-if
                   end-read
                   close f-runctl
               end-if
           end-if.
           if ws-month = spaces then
               move function current-date to ws-cur-date
               move ws-cur-date(1:6) to ws-month
           end-if.
           display "  month " ws-month.

      * one row per distinct (day-dir, program) pair, day and post
      * steps alike.
       load_step_registry.
           open input f-registry.
           if ws-reg-fs not = "00" then
               display "step registry not found/not readable: "
                   "../steps_registry.txt (status " ws-reg-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-registry at
               end move 'Y' to ws-eof
               not at end
                   if reg-day-dir not = spaces
                       perform note_registry_row
                   end-if
           end-perform.
           close f-registry.

       note_registry_row.
           perform varying ws-s from 1 by 1 until ws-s > ws-st-count
               if ws-st-day(ws-s) = reg-day-dir
                   and ws-st-prog(ws-s) = reg-program
                   exit paragraph
               end-if
           end-perform.
           if ws-st-count >= 50 then
               exit paragraph
           end-if.
           add 1 to ws-st-count.
           move reg-day-dir to ws-st-day(ws-st-count).
           move reg-program to ws-st-prog(ws-st-count).
           move reg-ledger-program to ws-st-ledger(ws-st-count).

      * the master, and the distinct centers it names in order of
      * first appearance - UNASSIGN always goes last.
       load_cost_centers.
           open input f-centers.
           if ws-cc-fs not = "00" then
               display "  ** no cost-center master "
                   "(../cost_centers.txt) - every step is UNASSIGN"
           else
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-centers at
                   end move 'Y' to ws-eof
                   not at end
                       if cc-day-dir not = spaces
                           and cc-center not = spaces
                           perform note_cost_center_row
                       end-if
               end-perform
               close f-centers
           end-if.
           add 1 to ws-ct-count.
           move "UNASSIGN" to ws-ct-center(ws-ct-count).
           move "no cost center on the master"
               to ws-ct-name(ws-ct-count).
           move 0 to ws-ct-rated(ws-ct-count).

       note_cost_center_row.
           if ws-cm-count >= 200 then
               display "  ** cost-center master over 200 lines - "
                   "the rest are ignored"
               exit paragraph
           end-if.
           add 1 to ws-cm-count.
           move cc-day-dir to ws-cm-day(ws-cm-count).
           move cc-program to ws-cm-prog(ws-cm-count).
           move cc-center to ws-cm-center(ws-cm-count).
           perform varying ws-c from 1 by 1 until ws-c > ws-ct-count
               if ws-ct-center(ws-c) = cc-center
                   exit paragraph
               end-if
           end-perform.
           if ws-ct-count >= 39 then
               exit paragraph
           end-if.
           add 1 to ws-ct-count.
           move cc-center to ws-ct-center(ws-ct-count).
           move cc-name to ws-ct-name(ws-ct-count).
           move 0 to ws-ct-rated(ws-ct-count).

      * prices: a center's own line, else the "*" line. Without a
      * rate card nothing can be charged.
       load_rate_card.
           open input f-rates.
           if ws-rate-fs not = "00" then
               display "rate card not found/not readable: "
                   "../chargeback_rates.txt (status " ws-rate-fs ")"
               move 12 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-rates at
               end move 'Y' to ws-eof
               not at end
                   perform note_rate_line
           end-perform.
           close f-rates.
           perform varying ws-c from 1 by 1 until ws-c > ws-ct-count
               if ws-ct-rated(ws-c) = 0
                   move ws-def-second to ws-ct-rate-second(ws-c)
                   move ws-def-record to ws-ct-rate-record(ws-c)
                   move ws-def-run to ws-ct-rate-run(ws-c)
                   if ws-def-rated = 0
                       display "  ** no rate for "
                           ws-ct-center(ws-c)
                           " and no * line - charged at zero"
                       move 4 to return-code
                   end-if
               end-if
           end-perform.

       note_rate_line.
           if rt-per-second is not numeric
               or rt-per-record is not numeric
               or rt-per-run is not numeric then
               if rate-card-record not = spaces
                   display "  ** rate line rejected: "
                       function trim(rate-card-record)
               end-if
               exit paragraph
           end-if.
           if rt-center = "*" then
               move 1 to ws-def-rated
               move rt-per-second to ws-def-second
               move rt-per-record to ws-def-record
               move rt-per-run to ws-def-run
               exit paragraph
           end-if.
           perform varying ws-c from 1 by 1 until ws-c > ws-ct-count
               if ws-ct-center(ws-c) = rt-center
                   move 1 to ws-ct-rated(ws-c)
                   move rt-per-second to ws-ct-rate-second(ws-c)
                   move rt-per-record to ws-ct-rate-record(ws-c)
                   move rt-per-run to ws-ct-rate-run(ws-c)
                   exit paragraph
               end-if
           end-perform.

      * one center's statement - the driver log in order, taking
      * the month's records this center owns.
       charge_one_center.
           move 0 to ws-ct-runs(ws-c).
           move 0 to ws-ct-retries(ws-c).
           move 0 to ws-ct-reruns(ws-c).
           move 0 to ws-ct-secs(ws-c).
           move 0 to ws-ct-perf-secs(ws-c).
           move 0 to ws-ct-records(ws-c).
           move 0 to ws-ct-charge(ws-c).
           move 0 to ws-sn-count.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "cost center " ws-ct-center(ws-c) " "
               function trim(ws-ct-name(ws-c))
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move ws-ct-rate-second(ws-c) to ws-rate-out-1.
           move ws-ct-rate-record(ws-c) to ws-rate-out-2.
           move ws-ct-rate-run(ws-c) to ws-rate-out-3.
           move spaces to ws-print-line.
           string "  rates: " ws-rate-out-1 " a second, "
               ws-rate-out-2 " a record, " ws-rate-out-3 " a run"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           move "bus date" to report-line(3:8).
           move "run id" to report-line(12:6).
           move "step" to report-line(25:4).
           move "type" to report-line(46:4).
           move "outcome" to report-line(52:7).
           move "elapsed" to report-line(71:7).
           move "perf-secs" to report-line(79:9).
           move "records" to report-line(91:7).
           move "charge" to report-line(105:6).
           write report-line.

           open input f-drvlog.
           if ws-drvlog-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-drvlog at
                   end move 'Y' to ws-eof
                   not at end
                       move drv-env to ws-rec-env
                       perform check_record_environment
                       if drv-bus-date(1:6) = ws-month
                           perform find_record_center
                           if ws-rec-center = ws-c
                               perform charge_one_record
                           end-if
                       end-if
               end-perform
               close f-drvlog
           end-if.

           move ws-ct-charge(ws-c) to ws-total-out.
           move spaces to ws-print-line.
           string "  subtotal: " ws-ct-runs(ws-c) " run(s) (retries "
               ws-ct-retries(ws-c) ", reruns " ws-ct-reruns(ws-c)
               "), " ws-ct-secs(ws-c) " second(s), "
               ws-ct-records(ws-c) " record(s), charge "
               ws-total-out
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the step's own master line, else its day-dir's "*" line,
      * else UNASSIGN.
       find_record_center.
           move 0 to ws-match.
           perform varying ws-m from 1 by 1 until ws-m > ws-cm-count
               if ws-cm-day(ws-m) = drv-day
                   and ws-cm-prog(ws-m) = drv-program
                   move 1 to ws-match
                   exit perform
               end-if
           end-perform.
           if ws-match = 0 then
               perform varying ws-m from 1 by 1
                   until ws-m > ws-cm-count
                   if ws-cm-day(ws-m) = drv-day
                       and ws-cm-prog(ws-m) = "*"
                       move 1 to ws-match
                       exit perform
                   end-if
               end-perform
           end-if.
           move ws-ct-count to ws-rec-center.
           if ws-match = 1 then
               perform varying ws-rec-center from 1 by 1
                   until ws-rec-center >= ws-ct-count
                   if ws-ct-center(ws-rec-center) = ws-cm-center(ws-m)
                       exit perform
                   end-if
               end-perform
           end-if.

      * one driver-log record. The reconciliation counts every one;
      * a step held or skipped before launch is not charged.
       charge_one_record.
           compute ws-rec-start =
               function numval(drv-start-time(1:2)) * 3600
               + function numval(drv-start-time(3:2)) * 60
               + function numval(drv-start-time(5:2)).
           compute ws-rec-end =
               function numval(drv-end-time(1:2)) * 3600
               + function numval(drv-end-time(3:2)) * 60
               + function numval(drv-end-time(5:2)).
           if ws-rec-end >= ws-rec-start then
               compute ws-rec-elapsed = ws-rec-end - ws-rec-start
           else
               compute ws-rec-elapsed =
                   ws-rec-end + 86400 - ws-rec-start
           end-if.
           add 1 to ws-log-records.
           add ws-rec-elapsed to ws-log-secs.
           evaluate drv-outcome
               when "OK"
               when "FAILED"
               when "FAILED-RETRY"
               when "OVERRUNNING"
               when "OUTPUT-MISSING"
                   continue
               when other
                   add 1 to ws-nl-records
                   add ws-rec-elapsed to ws-nl-secs
                   exit paragraph
           end-evaluate.

           perform classify_attempt.
           perform find_ledger_program.
           perform find_perf_seconds.
           perform find_records_read.

           multiply ws-rec-elapsed by ws-ct-rate-second(ws-c)
               giving ws-amt-secs rounded.
           multiply ws-rec-records by ws-ct-rate-record(ws-c)
               giving ws-amt-records rounded.
           add ws-amt-secs ws-amt-records ws-ct-rate-run(ws-c)
               giving ws-line-charge.

           add 1 to ws-ct-runs(ws-c).
           if ws-charge-type = "RETRY" then
               add 1 to ws-ct-retries(ws-c)
           end-if.
           if ws-charge-type = "RERUN" then
               add 1 to ws-ct-reruns(ws-c)
           end-if.
           add ws-rec-elapsed to ws-ct-secs(ws-c).
           add ws-rec-perf-secs to ws-ct-perf-secs(ws-c).
           add ws-rec-records to ws-ct-records(ws-c).
           add ws-line-charge to ws-ct-charge(ws-c).
           if ws-c = ws-ct-count then
               add 1 to ws-unassigned-lines
           end-if.

           move ws-line-charge to ws-charge-out.
           move spaces to ws-print-line.
           string "  " drv-bus-date " " drv-run-id " " drv-program
               " " ws-charge-type drv-outcome(1:16) " "
               ws-rec-elapsed " "
               delimited by size into ws-print-line.
           if ws-rec-perf-found = 1 then
               move ws-rec-perf-secs to ws-print-line(79:9)
           else
               move "        -" to ws-print-line(79:9)
           end-if.
           move ws-rec-records to ws-print-line(89:9).
           move ws-charge-out to ws-print-line(99:12).
           move ws-print-line to report-line.
           write report-line.

      * RUN, or RETRY (another attempt under a run id this step has
      * already been charged for), or RERUN (the step already ran
      * for this business date under another run id).
       classify_attempt.
           move "RUN   " to ws-charge-type.
           move 1 to ws-attempt.
           perform varying ws-sn from 1 by 1 until ws-sn > ws-sn-count
               if ws-sn-prog(ws-sn) = drv-program
                   and ws-sn-date(ws-sn) = drv-bus-date
                   and ws-sn-run(ws-sn) = drv-run-id
                   add 1 to ws-sn-attempts(ws-sn)
                   move ws-sn-attempts(ws-sn) to ws-attempt
                   move "RETRY " to ws-charge-type
                   exit paragraph
               end-if
           end-perform.
           perform varying ws-sn from 1 by 1 until ws-sn > ws-sn-count
               if ws-sn-prog(ws-sn) = drv-program
                   and ws-sn-date(ws-sn) = drv-bus-date
                   move "RERUN " to ws-charge-type
                   exit perform
               end-if
           end-perform.
           if ws-sn-count >= 1000 then
               if ws-sn-full = 0
                   display "  ** over 1000 step runs for one cost "
                       "center - later retries may show as RUN"
                   move 1 to ws-sn-full
               end-if
               exit paragraph
           end-if.
           add 1 to ws-sn-count.
           move drv-program to ws-sn-prog(ws-sn-count).
           move drv-bus-date to ws-sn-date(ws-sn-count).
           move drv-run-id to ws-sn-run(ws-sn-count).
           move 1 to ws-sn-attempts(ws-sn-count).

       find_ledger_program.
           move drv-program to ws-ledger.
           perform varying ws-s from 1 by 1 until ws-s > ws-st-count
               if ws-st-day(ws-s) = drv-day
                   and ws-st-prog(ws-s) = drv-program
                   move ws-st-ledger(ws-s) to ws-ledger
                   exit perform
               end-if
           end-perform.

      * the program's own seconds - the perf record its run wrote,
      * paired with the attempts in order (the second attempt in a
      * run takes the run's second perf record).
       find_perf_seconds.
           move 0 to ws-rec-perf-secs.
           move 0 to ws-rec-perf-found.
           move 0 to ws-match.
           move spaces to ws-perf-path.
           string "../../" function trim(drv-day)
               "/perf_log.txt" delimited by size into ws-perf-path.
           open input f-perf.
           if ws-perf-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-sub-eof.
           perform until ws-sub-eof = 'Y'
               read f-perf at
               end move 'Y' to ws-sub-eof
               not at end
                   move perf-env to ws-rec-env
                   perform check_record_environment
                   if perf-run-id = drv-run-id
                       and perf-program = ws-ledger
                       add 1 to ws-match
                       if ws-match = ws-attempt
                           move perf-elapsed-secs to ws-rec-perf-secs
                           move 1 to ws-rec-perf-found
                           move 'Y' to ws-sub-eof
                       end-if
                   end-if
           end-perform.
           close f-perf.

      * records read, from the quality record paired the same way.
       find_records_read.
           move 0 to ws-rec-records.
           move 0 to ws-match.
           move spaces to ws-qual-path.
           string "../../" function trim(drv-day)
               "/quality_metrics.txt" delimited by size
               into ws-qual-path.
           open input f-quality.
           if ws-qual-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-sub-eof.
           perform until ws-sub-eof = 'Y'
               read f-quality at
               end move 'Y' to ws-sub-eof
               not at end
                   move qual-env to ws-rec-env
                   perform check_record_environment
                   if qual-run-id = drv-run-id
                       and qual-program = ws-ledger
                       add 1 to ws-match
                       if ws-match = ws-attempt
                           move qual-records-read to ws-rec-records
                           move 'Y' to ws-sub-eof
                       end-if
                   end-if
           end-perform.
           close f-quality.

       write_summary.
           move spaces to report-line.
           write report-line.
           move "Summary by cost center" to report-line.
           write report-line.
           move all "-" to report-line(1:22).
           write report-line.
           move spaces to report-line.
           move "center" to report-line(3:6).
           move "runs" to report-line(15:4).
           move "retries" to report-line(20:7).
           move "reruns" to report-line(29:6).
           move "seconds" to report-line(38:7).
           move "records" to report-line(48:7).
           move "charge" to report-line(64:6).
           write report-line.
           perform varying ws-c from 1 by 1 until ws-c > ws-ct-count
               add ws-ct-runs(ws-c) to ws-tot-runs
               add ws-ct-retries(ws-c) to ws-tot-retries
               add ws-ct-reruns(ws-c) to ws-tot-reruns
               add ws-ct-secs(ws-c) to ws-tot-secs
               add ws-ct-perf-secs(ws-c) to ws-tot-perf-secs
               add ws-ct-records(ws-c) to ws-tot-records
               add ws-ct-charge(ws-c) to ws-tot-charge
               move ws-ct-charge(ws-c) to ws-total-out
               move spaces to ws-print-line
               string "  " ws-ct-center(ws-c) " " ws-ct-runs(ws-c)
                   " " ws-ct-retries(ws-c) " " ws-ct-reruns(ws-c)
                   " " ws-ct-secs(ws-c) " " ws-ct-records(ws-c)(4:9)
                   " " ws-total-out
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.
           move ws-tot-charge to ws-total-out.
           move spaces to ws-print-line.
           string "  TOTAL    " ws-tot-runs " " ws-tot-retries " "
               ws-tot-reruns " " ws-tot-secs " "
               ws-tot-records(4:9) " " ws-total-out
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * every second the driver logged in the month is either charged
      * to a center or belongs to a step that never launched.
       write_reconciliation.
           move spaces to report-line.
           write report-line.
           move "Reconciliation to batch time" to report-line.
           write report-line.
           move all "-" to report-line(1:28).
           write report-line.
           move spaces to ws-print-line.
           string "  driver log, month " ws-month ": "
               ws-log-records " step record(s), " ws-log-secs
               " second(s) of batch time"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "  charged to cost centers:      " ws-tot-secs
               " second(s) over " ws-tot-runs " run(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "  held or skipped, not charged: " ws-nl-secs
               " second(s) over " ws-nl-records " record(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           compute ws-balance = ws-log-secs - ws-tot-secs - ws-nl-secs.
           move ws-balance to ws-balance-out.
           move spaces to ws-print-line.
           if ws-balance = 0 then
               string "  RECONCILED - charged plus not charged "
                   "equals the batch time"
                   delimited by size into ws-print-line
           else
               string "  OUT OF BALANCE by "
                   function trim(ws-balance-out) " second(s)"
                   delimited by size into ws-print-line
               move 8 to return-code
           end-if.
           move ws-print-line to report-line.
           write report-line.
           subtract ws-tot-perf-secs from ws-tot-secs
               giving ws-overhead.
           move ws-overhead to ws-overhead-out.
           move spaces to ws-print-line.
           string "  program-measured (perf_log) " ws-tot-perf-secs
               " second(s); launch overhead and steps without a "
               "perf record " function trim(ws-overhead-out)
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
               display "aoc-chargeback: refusing to run - "
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
               display "aoc-chargeback: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
