      * record-count balancing, staging placement through processing
      * aoc-staging logs the lines it placed in each day's input.txt,
      * aoc-fingerprint registers the input's line count in the
      * manifest, and every day program reports its records read
      * on quality_metrics.txt - but nothing ever held the three
      * against each other, so a program that stopped early or
      * skipped a trailing block still looked clean. Run by the
      * driver as a post step, this balances the run (AOCBALRUN
      * names another run id, else the run-control card's) day by
      * day:
      *   lines placed by staging (the day's latest placement)
      *     against the lines in the fingerprint manifest
      *   each step's records read against clean + warned +
      *     rejected on its own quality record
      *   records read against the lines placed, by the program's
      *     rule on balance_rules.txt (copybooks/BALRULE.cpy)
      *   the detail lines in the step's detail register against
      *     its records read, by the same rule
      *   a step the driver finished cleanly this run that left no
      *     quality record at all
      * Every imbalance is written to balance_report.txt, logged as
      * an exception under program BALANCE in the day's exception
      * log, and listed on balance_breaks.txt (copybooks/BALBRK.cpy)
      * for aoc-alert to raise with the operator. Condition code 4
      * when anything is out of balance; 8 with no step registry.
       identification division.
           program-id. aoc-balancing.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-rules assign to "../balance_rules.txt"
           organization is line sequential
           file status is ws-rules-fs.
           select f-staglog assign to "../staging_log.txt"
           organization is line sequential
           file status is ws-staglog-fs.
           select f-manifest assign to "../input_manifest.txt"
           organization is line sequential
           file status is ws-manifest-fs.
           select f-drvlog assign to "../driver_log.txt"
           organization is line sequential
           file status is ws-drvlog-fs.
           select f-quality assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-quality-fs.
           select f-register assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-register-fs.
      * the imbalances go into the same day's exception log the
      * readers already consolidate - appended as they are found.
           select f-exception assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-excpt-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-report assign to "../balance_report.txt"
           organization is line sequential.
           select f-breaks assign to "../balance_breaks.txt"
           organization is line sequential.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-registry.
           copy STEPREG.

           fd f-rules.
           copy BALRULE.

      * aoc-staging's placement log.
           fd f-staglog.
           01 staglog-record.
               02 stag-date pic x(8).
               02 stag-day pic x(10).
               02 stag-status pic x(10).
               02 stag-lines pic 9(9).
               02 stag-source pic x(120).
               02 stag-time pic x(6).

           fd f-manifest.
           copy FINGREC.

           fd f-drvlog.
           copy DRVLOGREC.

           fd f-quality.
           copy QUALREC.

           fd f-register.
           01 register-line pic x(300).

           fd f-exception.
           copy EXCPTREC.

           fd f-runctl.
           copy RUNCTL.

           fd f-report.
           01 report-line pic x(132).

           fd f-breaks.
           copy BALBRK.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-reg-fs pic xx.
           01 ws-rules-fs pic xx.
           01 ws-staglog-fs pic xx.
           01 ws-manifest-fs pic xx.
           01 ws-drvlog-fs pic xx.
           01 ws-quality-fs pic xx.
           01 ws-register-fs pic xx.
           01 ws-excpt-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-file-path pic x(250).

      * the run balanced.
           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.

      * day directories out of the registry, with what staging
      * placed and what the manifest registers for each.
           01 ws-day-count pic 9(2) value 0.
           01 ws-day-table.
               02 ws-day-entry occurs 10 times.
                   03 ws-day-dir pic x(10).
                   03 ws-day-staged pic 9(1).
                   03 ws-day-stag-lines pic 9(9).
                   03 ws-day-manifest pic 9(1).
                   03 ws-day-fing-lines pic 9(9).
           01 ws-r pic 9(2).
           01 ws-s pic 9(2).

      * one slot per day step (day directory and ledger program),
      * with the driver's verdict and the step's quality record for
      * the run balanced.
           01 ws-step-count pic 9(2) value 0.
           01 ws-step-table.
               02 ws-st-entry occurs 40 times.
                   03 ws-st-day pic x(10).
                   03 ws-st-program pic x(20).
                   03 ws-st-ledger pic x(20).
                   03 ws-st-ran-clean pic 9(1).
                   03 ws-st-qual-seen pic 9(1).
                   03 ws-st-read pic 9(9).
                   03 ws-st-clean pic 9(9).
                   03 ws-st-warned pic 9(9).
                   03 ws-st-rejected pic 9(9).
           01 ws-t pic 9(2).
           01 ws-found pic 9(2).

      * the balancing rules.
           01 ws-rule-count pic 9(2) value 0.
           01 ws-rule-table.
               02 ws-rl-entry occurs 40 times.
                   03 ws-rl-program pic x(20).
                   03 ws-rl-input pic x(4).
                   03 ws-rl-register pic x(30).
                   03 ws-rl-prefix pic x(16).
                   03 ws-rl-prefix-len pic 9(2).
                   03 ws-rl-basis pic x(8).
           01 ws-rl pic 9(2).

           01 ws-basis-lines pic 9(9).
           01 ws-basis-seen pic 9(1).
           01 ws-footed pic 9(10).
           01 ws-expected pic 9(9).
           01 ws-reg-lines pic 9(9).
           01 ws-step-breaks pic 9(3).
           01 ws-break-count pic 9(5) value 0.
           01 ws-checked-count pic 9(3) value 0.
           01 ws-break-program pic x(20).
           01 ws-desc pic x(100).
           01 ws-print-line pic x(132).

       procedure division.

           display "aoc-balancing: balancing record counts from "
               "staging through processing".

           perform read_environment_card.
           perform choose_run.
           perform load_step_list.
           perform load_rules.
           perform scan_staging_log.
           perform scan_manifest.
           perform scan_driver_log.

           open output f-report.
           open output f-breaks.
           move spaces to ws-print-line.
           string "Record-count balancing - run " ws-run-id
               " business date " ws-bus-date
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           move all "=" to report-line(1:60).
           write report-line.

           perform varying ws-r from 1 by 1 until ws-r > ws-day-count
               perform balance_one_day
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-checked-count " step(s) balanced, "
               ws-break-count " imbalance(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-breaks.
           close f-report.

           display "aoc-balancing: " ws-checked-count
               " step(s) balanced, " ws-break-count
               " imbalance(s) - report in ../balance_report.txt".
           if ws-break-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * AOCBALRUN balances an earlier run; otherwise the run the
      * run-control card names, which is tonight's.
       choose_run.
           accept ws-run-id from environment "AOCBALRUN".
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       if ws-run-id = spaces
                           move runctl-run-id to ws-run-id
                           move runctl-bus-date to ws-bus-date
                       end-if
               end-read
               close f-runctl
           end-if.
           if ws-run-id = spaces then
               display "aoc-balancing: no run id on ../run_control"
                   ".txt and no AOCBALRUN - nothing to balance"
               stop run
           end-if.

      * the day steps out of the shared step registry - a program
      * reporting both parts from one run is one step.
       load_step_list.
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
      * "batch" rows are the driver's reporting post steps, not a
      * day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       perform note_registry_step
                   end-if
           end-perform.
           close f-registry.

       note_registry_step.
           move 0 to ws-found.
           perform varying ws-s from 1 by 1 until ws-s > ws-day-count
               if ws-day-dir(ws-s) = reg-day-dir
                   move ws-s to ws-found
               end-if
           end-perform.
           if ws-found = 0 then
               if ws-day-count >= 10
                   display "abend: more than 10 distinct day "
                       "directories in the registry"
                   move 8 to return-code
                   stop run
               end-if
               add 1 to ws-day-count
               initialize ws-day-entry(ws-day-count)
               move reg-day-dir to ws-day-dir(ws-day-count)
           end-if.
           perform varying ws-t from 1 by 1 until ws-t > ws-step-count
               if ws-st-day(ws-t) = reg-day-dir
                   and ws-st-ledger(ws-t) = reg-ledger-program
                   exit paragraph
               end-if
           end-perform.
           if ws-step-count >= 40 then
               exit paragraph
           end-if.
           add 1 to ws-step-count.
           initialize ws-st-entry(ws-step-count).
           move reg-day-dir to ws-st-day(ws-step-count).
           move reg-program to ws-st-program(ws-step-count).
           move reg-ledger-program to ws-st-ledger(ws-step-count).

      * no rules card means only the footing and the staging/
      * manifest check - nothing says how a program's records
      * relate to its input lines or its register.
       load_rules.
           open input f-rules.
           if ws-rules-fs not = "00" then
               display "aoc-balancing: no ../balance_rules.txt - "
                   "records read are footed only"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-rules at
               end move 'Y' to ws-eof
               not at end
                   if brl-program not = spaces
                       and ws-rule-count < 40
                       add 1 to ws-rule-count
                       move brl-program
                           to ws-rl-program(ws-rule-count)
                       move brl-input to ws-rl-input(ws-rule-count)
                       move brl-register
                           to ws-rl-register(ws-rule-count)
                       move brl-prefix to ws-rl-prefix(ws-rule-count)
                       move 0 to ws-rl-prefix-len(ws-rule-count)
                       if brl-prefix not = spaces
                           move function length(
                               function trim(brl-prefix))
                               to ws-rl-prefix-len(ws-rule-count)
                       end-if
                       move brl-reg-basis
                           to ws-rl-basis(ws-rule-count)
                   end-if
           end-perform.
           close f-rules.

      * the latest placement per day is what is in input.txt now.
       scan_staging_log.
           open input f-staglog.
           if ws-staglog-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-staglog at
               end move 'Y' to ws-eof
               not at end
                   if stag-status = "PLACED"
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
                           if ws-day-dir(ws-s) = stag-day
                               move 1 to ws-day-staged(ws-s)
                               move stag-lines
                                   to ws-day-stag-lines(ws-s)
                           end-if
                       end-perform
                   end-if
           end-perform.
           close f-staglog.

       scan_manifest.
           open input f-manifest.
           if ws-manifest-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-manifest at
               end move 'Y' to ws-eof
               not at end
                   perform varying ws-s from 1 by 1
                       until ws-s > ws-day-count
                       if ws-day-dir(ws-s) = fing-day
                           move 1 to ws-day-manifest(ws-s)
                           move fing-lines to ws-day-fing-lines(ws-s)
                       end-if
                   end-perform
           end-perform.
           close f-manifest.

      * which day steps the driver finished cleanly in this run -
      * each of those owes a quality record.
       scan_driver_log.
           open input f-drvlog.
           if ws-drvlog-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-drvlog at
               end move 'Y' to ws-eof
               not at end
                   move drv-env to ws-rec-env
                   perform check_record_environment
                   if drv-run-id = ws-run-id
                       and (drv-outcome = "OK"
                           or drv-outcome = "OVERRUNNING")
                       perform note_clean_step
                   end-if
           end-perform.
           close f-drvlog.
           move 'N' to ws-eof.

       note_clean_step.
           if ws-bus-date = spaces then
               move drv-bus-date to ws-bus-date
           end-if.
           perform varying ws-t from 1 by 1 until ws-t > ws-step-count
               if ws-st-day(ws-t) = drv-day
                   and ws-st-program(ws-t) = drv-program
                   move 1 to ws-st-ran-clean(ws-t)
               end-if
           end-perform.

       balance_one_day.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           evaluate true
               when ws-day-staged(ws-r) = 1
                   and ws-day-manifest(ws-r) = 1
                   string function trim(ws-day-dir(ws-r))
                       ": staging placed "
                       ws-day-stag-lines(ws-r) " line(s), manifest "
                       "registers " ws-day-fing-lines(ws-r)
                       delimited by size into ws-print-line
               when ws-day-staged(ws-r) = 1
                   string function trim(ws-day-dir(ws-r))
                       ": staging placed "
                       ws-day-stag-lines(ws-r) " line(s), not on "
                       "the manifest"
                       delimited by size into ws-print-line
               when ws-day-manifest(ws-r) = 1
                   string function trim(ws-day-dir(ws-r))
                       ": no staging placement, manifest registers "
                       ws-day-fing-lines(ws-r) " line(s)"
                       delimited by size into ws-print-line
               when other
                   string function trim(ws-day-dir(ws-r))
                       ": no staging placement and not on the "
                       "manifest - input lines not balanced"
                       delimited by size into ws-print-line
           end-evaluate.
           move ws-print-line to report-line.
           write report-line.

           if ws-day-staged(ws-r) = 1
               and ws-day-manifest(ws-r) = 1
               and ws-day-stag-lines(ws-r)
                   not = ws-day-fing-lines(ws-r) then
               move "STAGING" to ws-break-program
               move spaces to ws-desc
               string "staging placed " ws-day-stag-lines(ws-r)
                   " line(s), the fingerprint manifest registers "
                   ws-day-fing-lines(ws-r)
                   delimited by size into ws-desc
               perform record_break
           end-if.

      * what the steps are held against - the placement, else the
      * manifest's count.
           move 0 to ws-basis-seen.
           move 0 to ws-basis-lines.
           if ws-day-staged(ws-r) = 1 then
               move 1 to ws-basis-seen
               move ws-day-stag-lines(ws-r) to ws-basis-lines
           else
               if ws-day-manifest(ws-r) = 1
                   move 1 to ws-basis-seen
                   move ws-day-fing-lines(ws-r) to ws-basis-lines
               end-if
           end-if.

           perform scan_day_quality.
           perform varying ws-t from 1 by 1 until ws-t > ws-step-count
               if ws-st-day(ws-t) = ws-day-dir(ws-r)
                   perform balance_one_step
               end-if
           end-perform.

      * the run's quality records for the day - a retried step's
      * last record stands.
       scan_day_quality.
           move spaces to ws-file-path.
           string "../../" function trim(ws-day-dir(ws-r))
               "/quality_metrics.txt" delimited by size
               into ws-file-path.
           open input f-quality.
           if ws-quality-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-quality at
               end move 'Y' to ws-eof
               not at end
                   move qual-env to ws-rec-env
                   perform check_record_environment
                   if qual-run-id = ws-run-id
                       perform note_quality_record
                   end-if
           end-perform.
           close f-quality.

       note_quality_record.
           perform varying ws-t from 1 by 1 until ws-t > ws-step-count
               if ws-st-day(ws-t) = ws-day-dir(ws-r)
                   and ws-st-ledger(ws-t) = qual-program
                   move 1 to ws-st-qual-seen(ws-t)
                   move qual-records-read to ws-st-read(ws-t)
                   move qual-records-clean to ws-st-clean(ws-t)
                   move qual-records-warned to ws-st-warned(ws-t)
                   move qual-records-rejected
                       to ws-st-rejected(ws-t)
               end-if
           end-perform.

       balance_one_step.
           move ws-st-ledger(ws-t) to ws-break-program.
           if ws-st-qual-seen(ws-t) = 0 then
               if ws-st-ran-clean(ws-t) = 1
                   add 1 to ws-checked-count
                   move spaces to ws-desc
                   string "finished cleanly in run " ws-run-id
                       " but wrote no quality record"
                       delimited by size into ws-desc
                   perform record_break
               else
                   move spaces to ws-print-line
                   string "  " ws-st-ledger(ws-t)
                       " did not run in this run"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
               exit paragraph
           end-if.
           add 1 to ws-checked-count.
           move 0 to ws-step-breaks.
           move spaces to ws-print-line.
           string "  " ws-st-ledger(ws-t)
               " read " ws-st-read(ws-t)
               " clean " ws-st-clean(ws-t)
               " warned " ws-st-warned(ws-t)
               " rejected " ws-st-rejected(ws-t)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           compute ws-footed = ws-st-clean(ws-t)
               + ws-st-warned(ws-t) + ws-st-rejected(ws-t).
           if ws-footed not = ws-st-read(ws-t) then
               move spaces to ws-desc
               string "records read " ws-st-read(ws-t)
                   " but clean + warned + rejected = " ws-footed
                   delimited by size into ws-desc
               perform record_break
           end-if.

           move 0 to ws-rl.
           perform varying ws-s from 1 by 1 until ws-s > ws-rule-count
               if ws-rl-program(ws-s) = ws-st-ledger(ws-t)
                   move ws-s to ws-rl
                   exit perform
               end-if
           end-perform.
           if ws-rl = 0 then
               move "    no balancing rule - input and register not "
                   & "balanced" to report-line
               write report-line
               exit paragraph
           end-if.

           perform balance_against_input.
           if ws-rl-register(ws-rl) not = spaces then
               perform balance_register
           end-if.
           if ws-step-breaks = 0 then
               move "    in balance" to report-line
               write report-line
           end-if.

       balance_against_input.
           if ws-basis-seen = 0 then
               exit paragraph
           end-if.
           evaluate ws-rl-input(ws-rl)
               when "EQ"
                   if ws-st-read(ws-t) not = ws-basis-lines
                       move spaces to ws-desc
                       string "records read " ws-st-read(ws-t)
                           " but " ws-basis-lines
                           " input line(s) were placed"
                           delimited by size into ws-desc
                       perform record_break
                   end-if
               when "LE"
                   if ws-st-read(ws-t) > ws-basis-lines
                       move spaces to ws-desc
                       string "records read " ws-st-read(ws-t)
                           " exceed the " ws-basis-lines
                           " input line(s) placed"
                           delimited by size into ws-desc
                       perform record_break
                   end-if
               when other
                   continue
           end-evaluate.

      * the register's detail lines against the count the rule
      * names.
       balance_register.
           evaluate ws-rl-basis(ws-rl)
               when "CLEAN"
                   move ws-st-clean(ws-t) to ws-expected
               when "ACCEPTED"
                   compute ws-expected = ws-st-read(ws-t)
                       - ws-st-rejected(ws-t)
               when other
                   move ws-st-read(ws-t) to ws-expected
           end-evaluate.
           move spaces to ws-file-path.
           string "../../" function trim(ws-day-dir(ws-r)) "/"
               function trim(ws-rl-register(ws-rl))
               delimited by size into ws-file-path.
           open input f-register.
           if ws-register-fs not = "00" then
               move spaces to ws-desc
               string "detail register "
                   function trim(ws-rl-register(ws-rl))
                   " missing (status " ws-register-fs ")"
                   delimited by size into ws-desc
               perform record_break
               exit paragraph
           end-if.
           move 0 to ws-reg-lines.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-register at
               end move 'Y' to ws-eof
               not at end
                   if ws-rl-prefix-len(ws-rl) = 0
                       if register-line not = spaces
                           add 1 to ws-reg-lines
                       end-if
                   else
                       if register-line(1:ws-rl-prefix-len(ws-rl))
                           = ws-rl-prefix(ws-rl)
                               (1:ws-rl-prefix-len(ws-rl))
                           add 1 to ws-reg-lines
                       end-if
                   end-if
           end-perform.
           close f-register.
           if ws-reg-lines not = ws-expected then
               move spaces to ws-desc
               string "detail register "
                   function trim(ws-rl-register(ws-rl)) " holds "
                   ws-reg-lines " record(s), expected " ws-expected
                   " (" function trim(ws-rl-basis(ws-rl)) ")"
                   delimited by size into ws-desc
               perform record_break
           end-if.

      * one imbalance - to the report, the day's exception log and
      * the breaks list aoc-alert reads.
       record_break.
           add 1 to ws-break-count.
           add 1 to ws-step-breaks.
           move spaces to ws-print-line.
           string "    ** OUT OF BALANCE "
               function trim(ws-break-program) ": "
               function trim(ws-desc)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           display "  ** " function trim(ws-day-dir(ws-r)) " "
               function trim(ws-break-program) ": "
               function trim(ws-desc).

           move ws-run-id to bbk-run-id.
           move ws-bus-date to bbk-bus-date.
           move ws-day-dir(ws-r) to bbk-day.
           move ws-break-program to bbk-program.
           move ws-desc to bbk-description.
           write bal-break-record.

           move spaces to ws-file-path.
           string "../../" function trim(ws-day-dir(ws-r))
               "/exception_log.txt" delimited by size
               into ws-file-path.
           open extend f-exception.
           if ws-excpt-fs = "35" then
               open output f-exception
           end-if.
           move "BALANCE" to excpt-program.
           move ws-day-dir(ws-r)(1:6) to excpt-day.
           move ws-break-program to excpt-locator.
           move ws-desc to excpt-description.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           write excpt-record.
           close f-exception.

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
               display "aoc-balancing: refusing to run - "
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
               display "aoc-balancing: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
