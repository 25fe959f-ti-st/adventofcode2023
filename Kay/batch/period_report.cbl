      * period-end results summary
      * aoc-season-stats answers "season to date" and aoc-ledger-diff
      * "since yesterday"; this answers week-over-week and
      * month-over-month. It reads the indexed results master and the
      * indexed run-history master, takes the runs whose business
      * date falls in the period, and prints per day/part the answer
      * standing at period open (the last answer before the period,
      * or the first within it when there is none), the answer at
      * period close, how many times the answer changed within the
      * period, how many runs finished OK, failed or were skipped,
      * and the total elapsed seconds the step took.
      *
      * period_report.txt (optional):
      *   line 1: WEEK or MONTH (default MONTH)
      *   line 2: period close date yyyymmdd (default: the business
      *           date on the run-control card, else today)
      * A week runs Monday to Sunday. The driver runs this at the end
      * of a batch when its calendar row (PERIODEND WEEK/MONTH) says
      * tonight is the last business date of the period, passing the
      * period in AOCPERIOD and the close date in AOCPERIODEND -
      * those win over the card. The report goes to
      * period_report_<WEEK|MONTH>_<close date>.txt.
       identification division.
           program-id. aoc-period-report.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-control assign to "../period_report.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-master assign to "../results_master.dat"
           organization is indexed
           access mode is dynamic
           record key is rm-key
           file status is ws-master-fs.
           select f-runhist assign to "../run_history.dat"
           organization is indexed
           access mode is dynamic
           record key is rh-key
           file status is ws-runhist-fs.
           select f-report assign to dynamic ws-report-path
           organization is line sequential
           file status is ws-report-fs.

       data division.
           file section.

           fd f-control.
           01 ctrl-line pic x(80).

           fd f-registry.
           copy STEPREG.

           fd f-runctl.
           copy RUNCTL.

      * same record layout aoc-results-master writes.
           fd f-master.
           01 rm-record.
               02 rm-key.
                   03 rm-program pic x(20).
                   03 rm-part pic x(6).
                   03 rm-run-id pic x(12).
               02 rm-day pic x(6).
               02 rm-bus-date pic x(8).
               02 rm-value pic 9(18).

      * same record layout the driver's run-history load writes.
           fd f-runhist.
           01 rh-record.
               02 rh-key.
                   03 rh-program pic x(20).
                   03 rh-run-id pic x(12).
               02 rh-day pic x(10).
               02 rh-bus-date pic x(8).
               02 rh-outcome pic x(20).
               02 rh-start-time pic x(6).
               02 rh-end-time pic x(6).
               02 rh-return-code pic s9(9).
               02 rh-elapsed pic 9(9).

           fd f-report.
           01 report-line pic x(160).

           working-storage section.

           01 ws-ctrl-fs pic xx.
           01 ws-reg-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-master-fs pic xx.
           01 ws-runhist-fs pic xx.
           01 ws-report-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-report-path pic x(80).

      * the period being reported.
           01 ws-period pic x(5).
           01 ws-close-date pic x(8).
           01 ws-open-date pic x(8).
           01 ws-env-period pic x(5).
           01 ws-env-close pic x(8).
           01 ws-close-int pic 9(8).
           01 ws-dow pic 9(1).
           01 ws-cur-date pic x(21).

      * one row per registered day/part (both parts of a program
      * that reports two share its run-history counts).
           01 ws-row-count pic 9(2) value 0.
           01 ws-row-table.
               02 ws-row-entry occurs 50 times.
                   03 ws-rw-day-dir pic x(10).
                   03 ws-rw-program pic x(20).
                   03 ws-rw-ledger-prog pic x(20).
                   03 ws-rw-part pic x(6).
                   03 ws-rw-carry-seen pic 9(1).
                   03 ws-rw-carry-date pic x(8).
                   03 ws-rw-carry-value pic 9(18).
                   03 ws-rw-runs-ok pic 9(4).
                   03 ws-rw-runs-failed pic 9(4).
                   03 ws-rw-runs-skipped pic 9(4).
                   03 ws-rw-elapsed pic 9(9).
           01 ws-w pic 9(2).
           01 ws-s pic 9(2).
           01 ws-dup pic 9(1).

      * every answer recorded inside the period, walked per row in
      * business-date/run order to count the changes.
           01 ws-ans-count pic 9(4) value 0.
           01 ws-ans-table.
               02 ws-ans-entry occurs 2000 times.
                   03 ws-an-row pic 9(2).
                   03 ws-an-date pic x(8).
                   03 ws-an-run-id pic x(12).
                   03 ws-an-value pic 9(18).
                   03 ws-an-used pic 9(1).
           01 ws-a pic 9(4).
           01 ws-next pic 9(4).
           01 ws-ans-dropped pic 9(4) value 0.

           01 ws-open-value pic 9(18).
           01 ws-close-value pic 9(18).
           01 ws-prev-value pic 9(18).
           01 ws-have-prev pic 9(1).
           01 ws-in-period pic 9(4).
           01 ws-changes pic 9(4).
           01 ws-skip-kind pic 9(1).

           01 ws-edit-open pic z(17)9.
           01 ws-edit-close pic z(17)9.
           01 ws-print-line pic x(160).
           01 ws-rows-changed pic 9(2) value 0.

       procedure division.

           perform read_period_control.
           perform derive_period_bounds.
           perform load_step_registry.

           display "aoc-period-report: " function trim(ws-period)
               " " ws-open-date " to " ws-close-date.

           perform scan_results_master.
           perform scan_run_history.

           move spaces to ws-report-path.
           string "../period_report_" function trim(ws-period) "_"
               ws-close-date ".txt" delimited by size
               into ws-report-path.
           open output f-report.
           perform write_report_header.
           perform varying ws-w from 1 by 1 until ws-w > ws-row-count
               perform report_one_row
           end-perform.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-row-count " day/part(s) reported, "
               ws-rows-changed " with a changed answer in the "
               "period" delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

           display "aoc-period-report: " ws-row-count " day/part(s), "
               ws-rows-changed " changed - "
               function trim(ws-report-path).
           if ws-ans-dropped > 0 then
               display "aoc-period-report: " ws-ans-dropped
                   " answer(s) past the 2000-entry table were not "
                   "counted"
               move 4 to return-code
           end-if.
           stop run.

      * card first, then the driver's environment overrides, then
      * the defaults.
       read_period_control.
           move "MONTH" to ws-period.
           move spaces to ws-close-date.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control
                   at end continue
                   not at end
                       if function trim(ctrl-line) = "WEEK"
                           or function trim(ctrl-line) = "MONTH"
                           move function trim(ctrl-line) to ws-period
                       end-if
               end-read
               read f-control
                   at end continue
                   not at end
                       if ctrl-line(1:8) is numeric
                           move ctrl-line(1:8) to ws-close-date
                       end-if
               end-read
               close f-control
           end-if.

           move spaces to ws-env-period.
           accept ws-env-period from environment "AOCPERIOD".
           if ws-env-period = "WEEK" or ws-env-period = "MONTH" then
               move ws-env-period to ws-period
           end-if.
           move spaces to ws-env-close.
           accept ws-env-close from environment "AOCPERIODEND".
           if ws-env-close is numeric then
               move ws-env-close to ws-close-date
           end-if.

           if ws-close-date = spaces then
               open input f-runctl
               if ws-runctl-fs = "00"
                   read f-runctl
                       at end continue
                       not at end
                           if runctl-bus-date is numeric
                               move runctl-bus-date to ws-close-date
                           end-if
                   end-read
                   close f-runctl
               end-if
           end-if.
           if ws-close-date = spaces then
               move function current-date to ws-cur-date
               move ws-cur-date(1:8) to ws-close-date
           end-if.

      * a week opens on its Monday, a month on its first; the period
      * closes on the close date (a mid-period run is period to
      * date).
       derive_period_bounds.
           if function test-date-yyyymmdd(function numval(
               ws-close-date)) not = 0 then
               display "abend: period close date " ws-close-date
                   " is not a valid yyyymmdd date"
               move 12 to return-code
               stop run
           end-if.
           if ws-period = "MONTH" then
               move ws-close-date to ws-open-date
               move "01" to ws-open-date(7:2)
               exit paragraph
           end-if.
      * integer-of-date day 1 is 1601-01-01, a Monday - so mod 7
      * gives 1 = Monday through 6 = Saturday with 0 for Sunday.
           move function numval(ws-close-date) to ws-close-int.
           compute ws-dow = function mod(
               function integer-of-date(ws-close-int), 7).
           if ws-dow = 0 then
               move 7 to ws-dow
           end-if.
           compute ws-close-int = function date-of-integer(
               function integer-of-date(ws-close-int) - ws-dow + 1).
           move ws-close-int to ws-open-date.

      * the day/part rows, in registry order; "batch" rows are the
      * reporting post steps, not answers.
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
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       perform add_registry_row
                   end-if
           end-perform.
           close f-registry.

       add_registry_row.
           move 0 to ws-dup.
           perform varying ws-s from 1 by 1 until ws-s > ws-row-count
               if ws-rw-ledger-prog(ws-s) = reg-ledger-program
                   and ws-rw-part(ws-s) = reg-ledger-part
                   move 1 to ws-dup
               end-if
           end-perform.
           if ws-dup = 1 then
               exit paragraph
           end-if.
           if ws-row-count >= 50 then
               display "abend: step registry exceeds 50-entry table "
                   "capacity"
               close f-registry
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-row-count.
           initialize ws-row-entry(ws-row-count).
           move reg-day-dir to ws-rw-day-dir(ws-row-count).
           move reg-program to ws-rw-program(ws-row-count).
           move reg-ledger-program to ws-rw-ledger-prog(ws-row-count).
           move reg-ledger-part to ws-rw-part(ws-row-count).

      * every master record: before the period it is a candidate for
      * the carried-in opening answer, inside it one more answer.
       scan_results_master.
           open input f-master.
           if ws-master-fs not = "00" then
               display "indexed results master not found - run "
                   "aoc-results-master first (status "
                   ws-master-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-master next
                   at end move 'Y' to ws-eof
                   not at end
                       perform note_master_record
               end-read
           end-perform.
           close f-master.

       note_master_record.
           if rm-bus-date > ws-close-date then
               exit paragraph
           end-if.
           move 0 to ws-w.
           perform varying ws-s from 1 by 1 until ws-s > ws-row-count
               if ws-rw-ledger-prog(ws-s) = rm-program
                   and ws-rw-part(ws-s) = rm-part
                   move ws-s to ws-w
                   exit perform
               end-if
           end-perform.
           if ws-w = 0 then
               exit paragraph
           end-if.
           if rm-bus-date < ws-open-date then
               if ws-rw-carry-seen(ws-w) = 0
                   or rm-bus-date >= ws-rw-carry-date(ws-w)
                   move 1 to ws-rw-carry-seen(ws-w)
                   move rm-bus-date to ws-rw-carry-date(ws-w)
                   move rm-value to ws-rw-carry-value(ws-w)
               end-if
               exit paragraph
           end-if.
           if ws-ans-count >= 2000 then
               add 1 to ws-ans-dropped
               exit paragraph
           end-if.
           add 1 to ws-ans-count.
           move ws-w to ws-an-row(ws-ans-count).
           move rm-bus-date to ws-an-date(ws-ans-count).
           move rm-run-id to ws-an-run-id(ws-ans-count).
           move rm-value to ws-an-value(ws-ans-count).
           move 0 to ws-an-used(ws-ans-count).

      * run outcomes inside the period, per registered program: OK,
      * skipped (no input, unchanged, calendar, held, predecessor
      * not met) or failed (everything else a step can end in).
       scan_run_history.
           open input f-runhist.
           if ws-runhist-fs not = "00" then
               display "run-history master not found - run the "
                   "driver to the end first (status "
                   ws-runhist-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-runhist next
                   at end move 'Y' to ws-eof
                   not at end
                       if rh-bus-date >= ws-open-date
                           and rh-bus-date <= ws-close-date
                           perform note_history_record
                       end-if
               end-read
           end-perform.
           close f-runhist.

       note_history_record.
           move 0 to ws-skip-kind.
           evaluate true
               when rh-outcome = "OK"
                   move 0 to ws-skip-kind
               when rh-outcome(1:8) = "SKIPPED-"
                   or rh-outcome = "CALENDAR-SKIP"
                   or rh-outcome = "HELD"
                   or rh-outcome = "PRED-NOT-MET"
                   move 1 to ws-skip-kind
               when other
                   move 2 to ws-skip-kind
           end-evaluate.
           perform varying ws-s from 1 by 1 until ws-s > ws-row-count
               if ws-rw-program(ws-s) = rh-program
                   and ws-rw-day-dir(ws-s) = rh-day
                   evaluate ws-skip-kind
                       when 0
                           add 1 to ws-rw-runs-ok(ws-s)
                       when 1
                           add 1 to ws-rw-runs-skipped(ws-s)
                       when other
                           add 1 to ws-rw-runs-failed(ws-s)
                   end-evaluate
                   add rh-elapsed to ws-rw-elapsed(ws-s)
               end-if
           end-perform.

       write_report_header.
           move spaces to ws-print-line.
           string "PERIOD-END RESULTS SUMMARY - "
               function trim(ws-period) " " ws-open-date " TO "
               ws-close-date delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move all "=" to report-line(1:60).
           write report-line.
           move spaces to report-line.
           string "DAY       PROGRAM             PART  "
               "    PERIOD OPEN ANSWER   PERIOD CLOSE ANSWER "
               "CHNG   OK FAIL SKIP  ELAPSED-S"
               delimited by size into report-line.
           write report-line.

      * walk the row's in-period answers oldest first (business date,
      * then run id), counting each move away from the answer before.
       report_one_row.
           move 0 to ws-have-prev.
           move 0 to ws-prev-value.
           move 0 to ws-in-period.
           move 0 to ws-changes.
           move 0 to ws-open-value.
           if ws-rw-carry-seen(ws-w) = 1 then
               move 1 to ws-have-prev
               move ws-rw-carry-value(ws-w) to ws-prev-value
               move ws-rw-carry-value(ws-w) to ws-open-value
           end-if.

           perform pick_next_answer.
           perform until ws-next = 0
               move 1 to ws-an-used(ws-next)
               add 1 to ws-in-period
               if ws-have-prev = 0
                   move ws-an-value(ws-next) to ws-open-value
               else
                   if ws-an-value(ws-next) not = ws-prev-value
                       add 1 to ws-changes
                   end-if
               end-if
               move 1 to ws-have-prev
               move ws-an-value(ws-next) to ws-prev-value
               perform pick_next_answer
           end-perform.
           move ws-prev-value to ws-close-value.
           if ws-changes > 0 then
               add 1 to ws-rows-changed
           end-if.

           move ws-open-value to ws-edit-open.
           move ws-close-value to ws-edit-close.
           move spaces to report-line.
           move ws-rw-day-dir(ws-w) to report-line(1:10).
           move ws-rw-ledger-prog(ws-w) to report-line(11:20).
           move ws-rw-part(ws-w) to report-line(31:6).
           if ws-have-prev = 0 then
               move "no answer on file" to report-line(37:40)
           else
               move ws-edit-open to report-line(39:18)
               move ws-edit-close to report-line(59:18)
           end-if.
           move ws-changes to report-line(77:4).
           move ws-rw-runs-ok(ws-w) to report-line(82:4).
           move ws-rw-runs-failed(ws-w) to report-line(87:4).
           move ws-rw-runs-skipped(ws-w) to report-line(92:4).
           move ws-rw-elapsed(ws-w) to report-line(97:9).
           write report-line.

      * the oldest not-yet-walked answer for the current row, or 0
      * when the row has none left.
       pick_next_answer.
           move 0 to ws-next.
           perform varying ws-a from 1 by 1 until ws-a > ws-ans-count
               if ws-an-row(ws-a) = ws-w and ws-an-used(ws-a) = 0
                   if ws-next = 0
                       move ws-a to ws-next
                   else
                       if ws-an-date(ws-a) < ws-an-date(ws-next)
                           or (ws-an-date(ws-a) = ws-an-date(ws-next)
                           and ws-an-run-id(ws-a) <
                               ws-an-run-id(ws-next))
                           move ws-a to ws-next
                       end-if
                   end-if
               end-if
           end-perform.
