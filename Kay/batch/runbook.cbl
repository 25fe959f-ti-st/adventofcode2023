      * runbook lookup and triage list
      * abend_log.txt and the exception logs say what broke -
      * program, paragraph, file status, condition code - but not
      * what to do about it, and that used to live in people's
      * heads. This matches every abend and exception record of the
      * run the run-control card names (the whole of each log when
      * there is no card) against runbook_catalog.txt (layout in
      * copybooks/RUNBOOK.cpy) and writes:
      *   triage_list.txt      the annotated list for the night
      *                        operator - each abend, each group of
      *                        like exceptions, with the recommended
      *                        action, escalation contact and whether
      *                        a rerun is safe
      *   triage_register.txt  the same, one fixed-column line each
      *                        (copybooks/TRIAGEREC.cpy), for
      *                        aoc-alert and the ops report
      * Anything no runbook line covers is flagged as needing an
      * entry, with condition code 4. Run by the driver just before
      * aoc-alert.
       identification division.
           program-id. aoc-runbook.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-catalog assign to "../runbook_catalog.txt"
           organization is line sequential
           file status is ws-cat-fs.
           select f-abend assign to "../abend_log.txt"
           organization is line sequential
           file status is ws-abend-fs.
           select f-exception assign to dynamic ws-excpt-path
           organization is line sequential
           file status is ws-excpt-fs.
           select f-triage assign to "../triage_register.txt"
           organization is line sequential.
           select f-report assign to "../triage_list.txt"
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

           fd f-runctl.
           copy RUNCTL.

           fd f-catalog.
           copy RUNBOOK.

           fd f-abend.
           copy ABENDREC.

           fd f-exception.
           copy EXCPTREC.

           fd f-triage.
           copy TRIAGEREC.

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
           01 ws-runctl-fs pic xx.
           01 ws-cat-fs pic xx.
           01 ws-abend-fs pic xx.
           01 ws-excpt-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-excpt-path pic x(250).
           01 ws-print-line pic x(132).

           01 ws-run-id pic x(12) value spaces.
           01 ws-bus-date pic x(8) value spaces.

      * distinct day directories out of the registry.
           01 ws-day-count pic 9(2) value 0.
           01 ws-day-table.
               02 ws-day-entry occurs 10 times.
                   03 ws-day-dir pic x(10).
           01 ws-r pic 9(2).
           01 ws-day-seen pic 9(1).

      * the runbook catalog.
           01 ws-rb-count pic 9(3) value 0.
           01 ws-rb-table.
               02 ws-rb-entry occurs 100 times.
                   03 ws-rb-kind pic x(6).
                   03 ws-rb-program pic x(20).
                   03 ws-rb-paragraph pic x(30).
                   03 ws-rb-file-status pic x(2).
                   03 ws-rb-cond-code pic x(2).
                   03 ws-rb-pattern pic x(40).
                   03 ws-rb-rerun-safe pic x(1).
                   03 ws-rb-contact pic x(20).
                   03 ws-rb-action pic x(100).
           01 ws-rb pic 9(3).

      * matching one record - the best line so far and its score.
           01 ws-best pic 9(3).
           01 ws-best-score pic 9(2).
           01 ws-score pic 9(2).
           01 ws-fits pic 9(1).
           01 ws-cc-text pic x(2).
           01 ws-pat-len pic 9(2).
           01 ws-hits pic 9(3).

      * like exceptions are grouped - same program, day and runbook
      * line, or unmatched, the same description.
           01 ws-grp-count pic 9(3) value 0.
           01 ws-grp-table.
               02 ws-grp-entry occurs 200 times.
                   03 ws-grp-program pic x(20).
                   03 ws-grp-day pic x(10).
                   03 ws-grp-rb pic 9(3).
                   03 ws-grp-locator pic x(20).
                   03 ws-grp-desc pic x(100).
                   03 ws-grp-records pic 9(6).
           01 ws-g pic 9(3).
           01 ws-grp-overflow pic 9(6) value 0.

           01 ws-abend-total pic 9(5) value 0.
           01 ws-excpt-total pic 9(7) value 0.
           01 ws-unmatched pic 9(5) value 0.

       procedure division.

           display "aoc-runbook: matching abends and exceptions "
               "against the runbook".

           perform read_environment_card.

           perform load_day_list.
           perform read_run_control.
           perform load_runbook_catalog.

           open output f-triage.
           open output f-report.
           move "Runbook triage list" to report-line.
           write report-line.
           move "===================" to report-line.
           write report-line.
           move spaces to ws-print-line.
           if ws-run-id = spaces then
               string "every record on file (no run-control card)"
                   delimited by size into ws-print-line
           else
               string "run " ws-run-id " business date " ws-bus-date
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           move "ABENDS" to report-line.
           write report-line.
           move "------" to report-line.
           write report-line.
           perform triage_abend_log.
           if ws-abend-total = 0 then
               move "  none" to report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move "EXCEPTIONS (grouped)" to report-line.
           write report-line.
           move "--------------------" to report-line.
           write report-line.
           perform varying ws-r from 1 by 1 until ws-r > ws-day-count
               perform scan_one_exception_log
           end-perform.
           perform varying ws-g from 1 by 1 until ws-g > ws-grp-count
               perform triage_one_group
           end-perform.
           if ws-grp-count = 0 then
               move "  none" to report-line
               write report-line
           end-if.
           if ws-grp-overflow > 0 then
               move spaces to ws-print-line
               string "  ** " ws-grp-overflow " exception record(s) "
                   "past the 200-group table not triaged"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-abend-total " abend(s), " ws-excpt-total
               " exception record(s) in " ws-grp-count " group(s); "
               ws-unmatched " with no runbook entry"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.
           close f-triage.

           display "aoc-runbook: " ws-abend-total " abend(s), "
               ws-grp-count " exception group(s), " ws-unmatched
               " needing a runbook entry - ../triage_list.txt".
           if ws-unmatched > 0 or ws-grp-overflow > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * distinct day directories from the shared step registry,
      * same load/abend idiom as aoc-alert.
       load_day_list.
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
                       move 0 to ws-day-seen
                       perform varying ws-r from 1 by 1
                           until ws-r > ws-day-count
                           if ws-day-dir(ws-r) = reg-day-dir
                               move 1 to ws-day-seen
                           end-if
                       end-perform
                       if ws-day-seen = 0 and ws-day-count < 10
                           add 1 to ws-day-count
                           move reg-day-dir
                               to ws-day-dir(ws-day-count)
                       end-if
                   end-if
           end-perform.
           close f-registry.

       read_run_control.
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

      * no catalog is not an abend - every record then comes out
      * needing a runbook entry, which is the truth.
       load_runbook_catalog.
           open input f-catalog.
           if ws-cat-fs not = "00" then
               display "no ../runbook_catalog.txt - every record will "
                   "need a runbook entry"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-catalog at
               end move 'Y' to ws-eof
               not at end
                   if (rb-kind = "ABEND" or rb-kind = "EXCPT")
                       and ws-rb-count < 100
                       add 1 to ws-rb-count
                       move rb-kind to ws-rb-kind(ws-rb-count)
                       move rb-program to ws-rb-program(ws-rb-count)
                       move rb-paragraph
                           to ws-rb-paragraph(ws-rb-count)
                       move rb-file-status
                           to ws-rb-file-status(ws-rb-count)
                       move rb-cond-code
                           to ws-rb-cond-code(ws-rb-count)
                       move rb-pattern to ws-rb-pattern(ws-rb-count)
                       move rb-rerun-safe
                           to ws-rb-rerun-safe(ws-rb-count)
                       move rb-contact to ws-rb-contact(ws-rb-count)
                       move rb-action to ws-rb-action(ws-rb-count)
                   end-if
           end-perform.
           close f-catalog.

       triage_abend_log.
           open input f-abend.
           if ws-abend-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-abend at
               end move 'Y' to ws-eof
               not at end
                   move ab-env to ws-rec-env
                   perform check_record_environment
                   if ws-run-id = spaces or ab-run-id = ws-run-id
                       perform triage_one_abend
                   end-if
           end-perform.
           close f-abend.

       triage_one_abend.
           add 1 to ws-abend-total.
           perform match_abend.

           move spaces to triage-record.
           move "ABEND" to tr-kind.
           move ab-program to tr-program.
           move ab-day to tr-day.
           move ab-paragraph to tr-where.
           string "cc " ab-condition-code " file "
               function trim(ab-file) " status " ab-file-status
               delimited by size into tr-detail.
           move 1 to tr-count.
           move ab-run-id to tr-run-id.
           move ab-time to tr-time.
           perform fill_triage_action.
           write triage-record.

           move spaces to ws-print-line.
           string "  " function trim(ab-program) " ("
               function trim(ab-day) ") abended in "
               function trim(ab-paragraph) " at " ab-time
               " - " function trim(tr-detail)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform print_triage_action.

      * the most specific ABEND line covering the record - program
      * 8, paragraph 4, file status 2, condition code 1.
       match_abend.
           move 0 to ws-best.
           move 0 to ws-best-score.
           move ab-condition-code to ws-cc-text.
           perform varying ws-rb from 1 by 1 until ws-rb > ws-rb-count
               if ws-rb-kind(ws-rb) = "ABEND"
                   move 1 to ws-fits
                   move 0 to ws-score
                   if ws-rb-program(ws-rb) not = "*"
                       and ws-rb-program(ws-rb) not = spaces
                       if ws-rb-program(ws-rb) = ab-program
                           add 8 to ws-score
                       else
                           move 0 to ws-fits
                       end-if
                   end-if
                   if ws-rb-paragraph(ws-rb) not = "*"
                       and ws-rb-paragraph(ws-rb) not = spaces
                       if ws-rb-paragraph(ws-rb) = ab-paragraph
                           add 4 to ws-score
                       else
                           move 0 to ws-fits
                       end-if
                   end-if
                   if ws-rb-file-status(ws-rb) not = "*"
                       and ws-rb-file-status(ws-rb) not = spaces
                       if ws-rb-file-status(ws-rb) = ab-file-status
                           add 2 to ws-score
                       else
                           move 0 to ws-fits
                       end-if
                   end-if
                   if ws-rb-cond-code(ws-rb) not = "*"
                       and ws-rb-cond-code(ws-rb) not = spaces
                       if ws-rb-cond-code(ws-rb) = ws-cc-text
                           add 1 to ws-score
                       else
                           move 0 to ws-fits
                       end-if
                   end-if
                   perform keep_best_line
               end-if
           end-perform.

      * a fitting line replaces the best so far only when strictly
      * more specific - the earlier line wins a tie.
       keep_best_line.
           if ws-fits = 1 then
               if ws-best = 0 or ws-score > ws-best-score
                   move ws-rb to ws-best
                   move ws-score to ws-best-score
               end-if
           end-if.

       scan_one_exception_log.
           move spaces to ws-excpt-path.
           string "../../" function trim(ws-day-dir(ws-r))
               "/exception_log.txt" delimited by size
               into ws-excpt-path.
           open input f-exception.
           if ws-excpt-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-exception at
               end move 'Y' to ws-eof
               not at end
                   move excpt-env to ws-rec-env
                   perform check_record_environment
                   if ws-run-id = spaces
                       or excpt-run-id = ws-run-id
                       add 1 to ws-excpt-total
                       perform match_exception
                       perform group_exception
                   end-if
           end-perform.
           close f-exception.

      * the most specific EXCPT line covering the record - pattern
      * 4, program 2.
       match_exception.
           move 0 to ws-best.
           move 0 to ws-best-score.
           perform varying ws-rb from 1 by 1 until ws-rb > ws-rb-count
               if ws-rb-kind(ws-rb) = "EXCPT"
                   move 1 to ws-fits
                   move 0 to ws-score
                   if ws-rb-program(ws-rb) not = "*"
                       and ws-rb-program(ws-rb) not = spaces
                       if ws-rb-program(ws-rb) = excpt-program
                           add 2 to ws-score
                       else
                           move 0 to ws-fits
                       end-if
                   end-if
                   if ws-rb-pattern(ws-rb) not = "*"
                       and ws-rb-pattern(ws-rb) not = spaces
                       move function length(
                           function trim(ws-rb-pattern(ws-rb)))
                           to ws-pat-len
                       move 0 to ws-hits
                       inspect excpt-description tallying ws-hits
                           for all ws-rb-pattern(ws-rb)(1:ws-pat-len)
                       if ws-hits > 0
                           add 4 to ws-score
                       else
                           move 0 to ws-fits
                       end-if
                   end-if
                   perform keep_best_line
               end-if
           end-perform.

       group_exception.
           perform varying ws-g from 1 by 1 until ws-g > ws-grp-count
               if ws-grp-program(ws-g) = excpt-program
                   and ws-grp-day(ws-g) = ws-day-dir(ws-r)
                   and ws-grp-rb(ws-g) = ws-best
                   and (ws-best > 0
                       or ws-grp-desc(ws-g) = excpt-description)
                   add 1 to ws-grp-records(ws-g)
                   exit paragraph
               end-if
           end-perform.
           if ws-grp-count >= 200 then
               add 1 to ws-grp-overflow
               exit paragraph
           end-if.
           add 1 to ws-grp-count.
           move excpt-program to ws-grp-program(ws-grp-count).
           move ws-day-dir(ws-r) to ws-grp-day(ws-grp-count).
           move ws-best to ws-grp-rb(ws-grp-count).
           move excpt-locator to ws-grp-locator(ws-grp-count).
           move excpt-description to ws-grp-desc(ws-grp-count).
           move 1 to ws-grp-records(ws-grp-count).

       triage_one_group.
           move ws-grp-rb(ws-g) to ws-best.
           move spaces to triage-record.
           move "EXCPT" to tr-kind.
           move ws-grp-program(ws-g) to tr-program.
           move ws-grp-day(ws-g) to tr-day.
           move ws-grp-locator(ws-g) to tr-where.
           move ws-grp-desc(ws-g) to tr-detail.
           move ws-grp-records(ws-g) to tr-count.
           move ws-run-id to tr-run-id.
           perform fill_triage_action.
           write triage-record.

           move spaces to ws-print-line.
           string "  " function trim(ws-grp-program(ws-g)) " ("
               function trim(ws-grp-day(ws-g)) ") "
               ws-grp-records(ws-g) " record(s) like '"
               function trim(ws-grp-desc(ws-g)) "' at "
               function trim(ws-grp-locator(ws-g))
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform print_triage_action.

      * the runbook's answer for the best line, or the flag that
      * there is none.
       fill_triage_action.
           if ws-best = 0 then
               move "N" to tr-matched
               add 1 to ws-unmatched
           else
               move "Y" to tr-matched
               move ws-rb-rerun-safe(ws-best) to tr-rerun-safe
               move ws-rb-contact(ws-best) to tr-contact
               move ws-rb-action(ws-best) to tr-action
           end-if.

       print_triage_action.
           if tr-matched = "N" then
               move "      ** NO RUNBOOK ENTRY - add one to "
                   to report-line
               move "runbook_catalog.txt" to report-line(40:)
               write report-line
               exit paragraph
           end-if.
           move spaces to ws-print-line.
           string "      action: " tr-action
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           if tr-rerun-safe = "Y" then
               string "      escalate to " function trim(tr-contact)
                   " - rerun is safe once actioned"
                   delimited by size into ws-print-line
           else
               string "      escalate to " function trim(tr-contact)
                   " - do NOT simply rerun"
                   delimited by size into ws-print-line
           end-if.
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
               display "aoc-runbook: refusing to run - "
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
               display "aoc-runbook: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
