      *           detail registers, for the files that carry no run
      *           id (e.g. ../upgrade_saved_20260901, one flat copy
      *           of each register named as in its day directory)
      *           or a generation reference into the generation
      *           catalog - "GEN -1" (the generation before the
      *           newest, i.e. the old build's run when both runs
      *           were catalogued) or "DATE yyyymmdd" - resolved
      *           per register, so nothing has to be saved by hand
       identification division.
           program-id. aoc-upgrade-compare.
           author. kayms.
           select f-old assign to dynamic ws-old-path
           organization is line sequential
           file status is ws-old-fs.
           select f-gencat assign to "../generation_catalog.txt"
           organization is line sequential
           file status is ws-gcat-fs.
           select f-report assign to "../upgrade_compare_report.txt"
           organization is line sequential.
           select f-verdict assign to "../upgrade_verdict.txt"
           organization is line sequential.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.
           fd f-old.
           01 old-line pic x(300).

           fd f-gencat.
           copy GENCAT.

           fd f-report.
           01 report-line pic x(132).

           fd f-verdict.
           01 verdict-line pic x(100).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-ctrl-fs pic xx.
           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-new-run pic x(12).
           01 ws-saved-dir pic x(200).

      * generation references - a control card may name a catalog
      * generation ("GEN -1", "GEN 0", "DATE yyyymmdd") instead of a
      * path; resolve_generation turns it into the generation copy.
           01 ws-gcat-fs pic xx.
           01 ws-gcat-eof pic a(1).
           01 ws-gen-ref pic x(250).
           01 ws-gen-day pic x(10).
           01 ws-gen-file pic x(30).
           01 ws-gen-found-path pic x(250).
           01 ws-gen-rel pic s9(4).
           01 ws-gen-back pic 9(4).
           01 ws-gen-k pic 9(4).
           01 ws-gen-bound pic 9(5).
           01 ws-gen-best pic 9(3).
           01 ws-gt-count pic 9(3) value 0.
           01 ws-gt-table.
               02 ws-gt-entry occurs 100 times.
                   03 ws-gt-gen pic 9(4).
                   03 ws-gt-date pic x(8).
                   03 ws-gt-path pic x(80).
           01 ws-gt pic 9(3).

      * req 045: the step registry, for the day list and each
      * step's registered detail file.
           01 ws-reg-count pic 9(2) value 0.
           display "aoc-upgrade-compare: diffing the two builds' "
               "runs".

           perform read_environment_card.

           perform read_control.
           perform load_step_registry.

      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       add 1 to ws-reg-count
                       if ws-reg-count > 50
                           display "abend: step registry exceeds "
               read f-ledger at
               end move 'Y' to ws-eof
               not at end
                   move ledger-env to ws-rec-env
                   perform check_record_environment
                   if ledger-run-id = ws-old-run
                       or ledger-run-id = ws-new-run
                       perform note_ledger_entry
               read f-quality at
               end move 'Y' to ws-eof
               not at end
                   move qual-env to ws-rec-env
                   perform check_record_environment
                   if qual-run-id = ws-old-run
                       or qual-run-id = ws-new-run
                       perform note_quality_record
               read f-exception at
               end move 'Y' to ws-eof
               not at end
                   move excpt-env to ws-rec-env
                   perform check_record_environment
                   if excpt-run-id = ws-old-run
                       or excpt-run-id = ws-new-run
                       perform note_exception_record
               "/" function trim(ws-reg-output-file(ws-r))
               delimited by size into ws-cur-path.
           move spaces to ws-old-path.
           if ws-saved-dir(1:4) = "GEN " or ws-saved-dir(1:5) = "DATE "
               move ws-saved-dir to ws-gen-ref
               move ws-reg-day-dir(ws-r) to ws-gen-day
               move ws-reg-output-file(ws-r) to ws-gen-file
               perform resolve_generation
               move ws-gen-found-path to ws-old-path
           else
               string function trim(ws-saved-dir) "/"
                   function trim(ws-reg-output-file(ws-r))
                   delimited by size into ws-old-path
           end-if.

           open input f-cur.
           open input f-old.
               perform write_report_line
           end-if.

      * resolve ws-gen-ref for the file ws-gen-day/ws-gen-file into
      * ws-gen-found-path: "GEN 0" is the newest catalogued
      * generation, "GEN -1" the one before it, "DATE yyyymmdd" the
      * newest generation for that business date; anything else is
      * taken as a plain path, as before.
       resolve_generation.
           move ws-gen-ref to ws-gen-found-path.
           if ws-gen-ref(1:4) not = "GEN "
               and ws-gen-ref(1:5) not = "DATE " then
               exit paragraph
           end-if.

           move 0 to ws-gt-count.
           open input f-gencat.
           if ws-gcat-fs = "00" then
               move 'N' to ws-gcat-eof
               perform until ws-gcat-eof = 'Y'
                   read f-gencat at
                   end move 'Y' to ws-gcat-eof
                   not at end
                       if gc-day-dir = ws-gen-day
                           and gc-file = ws-gen-file
                           and ws-gt-count < 100
                           add 1 to ws-gt-count
                           move gc-generation to ws-gt-gen(ws-gt-count)
                           move gc-bus-date to ws-gt-date(ws-gt-count)
                           move gc-path to ws-gt-path(ws-gt-count)
                       end-if
               end-perform
               close f-gencat
           end-if.

           move 0 to ws-gen-best.
           if ws-gen-ref(1:5) = "DATE " then
               perform varying ws-gt from 1 by 1
                   until ws-gt > ws-gt-count
                   if ws-gt-date(ws-gt) = ws-gen-ref(6:8)
                       if ws-gen-best = 0
                           move ws-gt to ws-gen-best
                       else
                           if ws-gt-gen(ws-gt) > ws-gt-gen(ws-gen-best)
                               move ws-gt to ws-gen-best
                           end-if
                       end-if
                   end-if
               end-perform
           else
               move function numval(ws-gen-ref(5:)) to ws-gen-rel
               if ws-gen-rel <= 0
                   compute ws-gen-back = 0 - ws-gen-rel
                   move 10000 to ws-gen-bound
      * step down one generation per pass: the newest below the
      * previous pass's pick.
                   perform varying ws-gen-k from 0 by 1
                       until ws-gen-k > ws-gen-back
                       move 0 to ws-gen-best
                       perform varying ws-gt from 1 by 1
                           until ws-gt > ws-gt-count
                           if ws-gt-gen(ws-gt) < ws-gen-bound
                               if ws-gen-best = 0
                                   move ws-gt to ws-gen-best
                               else
                                   if ws-gt-gen(ws-gt)
                                       > ws-gt-gen(ws-gen-best)
                                       move ws-gt to ws-gen-best
                                   end-if
                               end-if
                           end-if
                       end-perform
                       if ws-gen-best = 0
                           exit perform
                       end-if
                       move ws-gt-gen(ws-gen-best) to ws-gen-bound
                   end-perform
               end-if
           end-if.

      * here a missing generation is one more difference to report,
      * not a reason to stop the whole comparison.
           if ws-gen-best = 0 then
               display "no generation '" function trim(ws-gen-ref)
                   "' of " function trim(ws-gen-day) "/"
                   function trim(ws-gen-file)
                   " in the generation catalog"
               move spaces to ws-gen-found-path
               exit paragraph
           end-if.
           move ws-gt-path(ws-gen-best) to ws-gen-found-path.
           display "  " function trim(ws-gen-ref) " of "
               function trim(ws-gen-file) " is generation "
               ws-gt-gen(ws-gen-best) " ("
               ws-gt-date(ws-gen-best) ")".

       write_report_line.
           move ws-print-line to report-line.
           write report-line.
           move ws-verdict to verdict-line.
           write verdict-line.
           close f-verdict.

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
               display "aoc-upgrade-compare: refusing to run - "
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
               display "aoc-upgrade-compare: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
