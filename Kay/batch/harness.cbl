      * input (via the *_INPUT_DD env-var override every day program
      * now accepts) and checks the answer it reports in its own
      * results_ledger.txt against a hardcoded expected value.
      *
      * A right total can still hide a broken detail register, so
      * every case that makes a run also compares the registers its
      * program writes (harness_registers.txt: program x(20), one
      * blank, register file x(40)) record by record against the
      * case's golden copies in batch/golden - added, missing and
      * changed lines per register go to harness_golden_diff.txt,
      * and any difference fails the case. No registers file means
      * answers only; a case with no golden copy yet is reported
      * NO-GOLDEN and judged on its answer.
      *
      * harness_golden_approve.txt (optional, consumed on use):
      *   APPROVE <approver id> <change reference>
      * makes this run's registers the new golden set after the
      * comparison has been reported - for an approved change to a
      * day program's output - and is recorded in
      * override_audit.txt.
       identification division.
           program-id. aoc-harness.
           author. kayms.
           select f-excptscan assign to dynamic ws-excpt-path
           organization is line sequential
           file status is ws-excptscan-fs.
      * the environment card - a card choosing another environment
      * than this tree's runs the cases in that environment's root.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.
      * golden-set comparison - which registers each program writes,
      * the golden copy and this run's register side by side, the
      * difference detail, and the promotion card and its audit.
           select f-regmap assign to "../harness_registers.txt"
           organization is line sequential
           file status is ws-regmap-fs.
           select f-golden assign to dynamic ws-golden-path
           organization is line sequential
           file status is ws-golden-fs.
           select f-actual assign to dynamic ws-actual-path
           organization is line sequential
           file status is ws-actual-fs.
           select f-golddiff assign to "../harness_golden_diff.txt"
           organization is line sequential.
           select f-promote assign to "../harness_golden_approve.txt"
           organization is line sequential
           file status is ws-promote-fs.
           select f-ovraud assign to "../override_audit.txt"
           organization is line sequential
           file status is ws-ovraud-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.
           fd f-excptscan.
           01 excpt-scan-line pic x(200).

           fd f-envcard.
           copy ENVCARD.

           fd f-regmap.
           01 regmap-record.
               02 rm-program pic x(20).
               02 filler pic x(1).
               02 rm-register pic x(40).

           fd f-golden.
           01 golden-line pic x(300).

           fd f-actual.
           01 actual-line pic x(300).

           fd f-golddiff.
           01 golddiff-line pic x(340).

           fd f-promote.
           01 promote-line pic x(80).

           fd f-ovraud.
           copy OVRAUDREC.

           fd f-runctl.
           copy RUNCTL.

           fd f-cases.
           01 case-record.
               02 case-ledger-program pic x(20).
           01 ws-eof pic a(1).
           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.

           01 ws-case-dir pic x(10).
           01 ws-case-prog pic x(20).
           01 ws-found-value pic s9(15).
           01 ws-found-switch pic a(1).

      * golden-set comparison working fields - the registers each
      * program writes, and per register of the case in hand what
      * the comparison found.
           01 ws-regmap-fs pic xx.
           01 ws-golden-fs pic xx.
           01 ws-actual-fs pic xx.
           01 ws-promote-fs pic xx.
           01 ws-ovraud-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-golden-path pic x(250).
           01 ws-actual-path pic x(250).
           01 ws-rm-count pic 9(2) value 0.
           01 ws-rm-table.
               02 ws-rm-entry occurs 30 times.
                   03 ws-rm-program pic x(20).
                   03 ws-rm-register pic x(40).
           01 ws-rm pic 9(2).
           01 ws-gr-count pic 9(2) value 0.
           01 ws-gr-table.
               02 ws-gr-entry occurs 30 times.
                   03 ws-gr-register pic x(40).
                   03 ws-gr-status pic x(9).
                   03 ws-gr-added pic 9(9).
                   03 ws-gr-missing pic 9(9).
                   03 ws-gr-changed pic 9(9).
           01 ws-g pic 9(2).
           01 ws-golden-bad pic 9(1) value 0.
           01 ws-golden-eof pic a(1).
           01 ws-actual-eof pic a(1).
           01 ws-actual-open pic 9(1).
           01 ws-diff-line-nr pic 9(9).
           01 ws-diff-shown pic 9(3).
           01 ws-diff-kind pic x(7).
           01 ws-sample-stem pic x(30).
           01 ws-promote pic 9(1) value 0.
           01 ws-promote-word pic x(10).
           01 ws-promote-by pic x(12).
           01 ws-promote-ref pic x(20).
           01 ws-promoted-count pic 9(3) value 0.
           01 ws-golden-fail-count pic 9(2) value 0.
           01 ws-cur-date pic x(21).
           01 ws-run-id pic x(12) value spaces.

           01 ws-pass-count pic 9(2) value 0.
           01 ws-fail-count pic 9(2) value 0.
           01 ws-case-count pic 9(2) value 0.
           display "aoc-harness: checking day01 through day06 "
               "against sample inputs".

           perform route_environment.
           perform load_step_registry.
           perform load_register_map.
           perform read_promote_card.

           open output f-results.
           move
           move "============================================"
               to results-line
           write results-line.
           open output f-golddiff.

      * req 062: the cases come from the control file - each record
      * is exactly the ws-case-* fields a hardcoded case used to
               ws-fail-count " failed"
               delimited by size into results-line
           write results-line.
           if ws-golden-fail-count > 0 then
               move spaces to results-line
               string ws-golden-fail-count " case(s) failed on "
                   "golden-set differences (see "
                   "harness_golden_diff.txt)"
                   delimited by size into results-line
               write results-line
           end-if.
           if ws-promote = 1 then
               move spaces to results-line
               string ws-promoted-count " register(s) promoted to "
                   "the golden set by " function trim(ws-promote-by)
                   " change " function trim(ws-promote-ref)
                   delimited by size into results-line
               write results-line
               perform audit_promotion
           end-if.

           display "aoc-harness: " ws-case-count " cases, "
               ws-pass-count " passed, " ws-fail-count " failed".

           close f-golddiff.
           close f-results.
           stop run.

           call "SYSTEM" using ws-command.
           move return-code to ws-rc.

           perform compare_golden_set.
           perform check_one_case.
           perform report_golden_set.

      * req 040: day06_1 reports both parts from one run (same program,
      * two ledger records), and day02_1/day3_1 do the same for their
               exit paragraph
           end-if.
           move 0 to ws-rc.
      * the previous case already compared this run's registers.
           move 0 to ws-golden-bad.
           move 0 to ws-gr-count.
           perform check_one_case.

      * req 063: a negative case proves a guard, not an answer: run
      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       add 1 to ws-reg-count
                       if ws-reg-count > 50
                           display "abend: step registry exceeds "
                   display function trim(ws-case-label)
                       ": MISMATCH (no ledger entry found)"
               else
                   evaluate true
                       when ws-found-value not = ws-case-expected
                           add 1 to ws-fail-count
                           move spaces to results-line
                           string function trim(ws-case-label) " ("
                               function trim(ws-case-prog)
                               "): MISMATCH - expected "
                               ws-case-expected ", got " ws-found-value
                               delimited by size into results-line
                           write results-line
                           display function trim(ws-case-label)
                               ": MISMATCH (expected " ws-case-expected
                               ", got " ws-found-value ")"
      * the right answer from registers that no longer match the
      * golden set still fails the case.
                       when ws-golden-bad = 1
                           add 1 to ws-fail-count
                           add 1 to ws-golden-fail-count
                           move spaces to results-line
                           string function trim(ws-case-label) " ("
                               function trim(ws-case-prog)
                               "): GOLDEN-DIFF - registers differ "
                               "from the golden set"
                               delimited by size into results-line
                           write results-line
                           display function trim(ws-case-label)
                               ": GOLDEN-DIFF (see "
                               "harness_golden_diff.txt)"
                       when other
                           add 1 to ws-pass-count
                           move spaces to results-line
                           string function trim(ws-case-label) " ("
                               function trim(ws-case-prog) "): PASS - "
                               "expected " ws-case-expected
                               delimited by size into results-line
                           write results-line
                           display function trim(ws-case-label)
                               ": PASS"
                   end-evaluate
               end-if
           end-if.

               end-perform
               close f-ledger
           end-if.

      * the registers each program writes - no file means the
      * harness checks answers only.
       load_register_map.
           move 0 to ws-rm-count.
           open input f-regmap.
           if ws-regmap-fs not = "00" then
               display "aoc-harness: no ../harness_registers.txt - "
                   "answers only, no golden-set comparison"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-regmap at
               end move 'Y' to ws-eof
               not at end
                   if rm-program not = spaces
                       and rm-register not = spaces
                       and ws-rm-count < 30
                       add 1 to ws-rm-count
                       move rm-program to ws-rm-program(ws-rm-count)
                       move rm-register
                           to ws-rm-register(ws-rm-count)
                   end-if
           end-perform.
           close f-regmap.

      * an approver's promotion card is consumed as it is read, the
      * same one-shot handling as aoc-program-inventory's baseline
      * approval card.
       read_promote_card.
           open input f-promote.
           if ws-promote-fs not = "00" then
               exit paragraph
           end-if.
           read f-promote
               at end move spaces to promote-line
               not at end continue
           end-read.
           close f-promote.
           move spaces to ws-command.
           string "rm -f ../harness_golden_approve.txt"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-promote-word.
           move spaces to ws-promote-by.
           move spaces to ws-promote-ref.
           unstring promote-line delimited by all space
               into ws-promote-word, ws-promote-by, ws-promote-ref
           end-unstring.
           if ws-promote-word = "APPROVE" and ws-promote-by not = spaces
               and ws-promote-ref not = spaces then
               move 1 to ws-promote
               display "aoc-harness: this run's registers become the "
                   "golden set (approved by "
                   function trim(ws-promote-by) ")"
           else
               display "aoc-harness: golden promotion card ignored - "
                   "expected APPROVE <approver> <change reference>"
           end-if.

      * every register the case's program writes, against the
      * case's golden copy - keyed by ledger program and sample, so
      * two fixtures for one program keep separate golden sets.
       compare_golden_set.
           move 0 to ws-golden-bad.
           move 0 to ws-gr-count.
           move spaces to ws-sample-stem.
           unstring ws-case-sample delimited by "."
               into ws-sample-stem
           end-unstring.
           perform varying ws-rm from 1 by 1 until ws-rm > ws-rm-count
               if ws-rm-program(ws-rm) = ws-case-prog
                   and ws-gr-count < 30
                   add 1 to ws-gr-count
                   move ws-rm-register(ws-rm)
                       to ws-gr-register(ws-gr-count)
                   perform compare_one_register
               end-if
           end-perform.

       compare_one_register.
           move ws-gr-count to ws-g.
           move 0 to ws-gr-added(ws-g).
           move 0 to ws-gr-missing(ws-g).
           move 0 to ws-gr-changed(ws-g).
           move 0 to ws-diff-line-nr.
           move 0 to ws-diff-shown.
           move spaces to ws-golden-path.
           string "../golden/" function trim(ws-case-ledger-program)
               "." function trim(ws-sample-stem) "."
               function trim(ws-gr-register(ws-g))
               delimited by size into ws-golden-path.
           move spaces to ws-actual-path.
           string "../../" function trim(ws-case-dir) "/"
               function trim(ws-gr-register(ws-g))
               delimited by size into ws-actual-path.

           open input f-golden.
           if ws-golden-fs not = "00" then
               move "NO-GOLDEN" to ws-gr-status(ws-g)
               perform promote_one_register
               exit paragraph
           end-if.
      * a register the run never wrote is all missing lines.
           move 'N' to ws-actual-eof.
           move 1 to ws-actual-open.
           open input f-actual.
           if ws-actual-fs not = "00" then
               move 'Y' to ws-actual-eof
               move 0 to ws-actual-open
           end-if.

      * record by record: a line both sides have must match, and a
      * line only one side has is added or missing.
           move 'N' to ws-golden-eof.
           perform until ws-golden-eof = 'Y' and ws-actual-eof = 'Y'
               add 1 to ws-diff-line-nr
               if ws-golden-eof = 'N'
                   read f-golden
                       at end move 'Y' to ws-golden-eof
                   end-read
               end-if
               if ws-actual-eof = 'N'
                   read f-actual
                       at end move 'Y' to ws-actual-eof
                   end-read
               end-if
               evaluate true
                   when ws-golden-eof = 'Y' and ws-actual-eof = 'Y'
                       continue
                   when ws-golden-eof = 'Y'
                       add 1 to ws-gr-added(ws-g)
                       move "ADDED" to ws-diff-kind
                       perform write_golden_diff
                   when ws-actual-eof = 'Y'
                       add 1 to ws-gr-missing(ws-g)
                       move "MISSING" to ws-diff-kind
                       perform write_golden_diff
                   when golden-line not = actual-line
                       add 1 to ws-gr-changed(ws-g)
                       move "CHANGED" to ws-diff-kind
                       perform write_golden_diff
               end-evaluate
           end-perform.
           close f-golden.
           if ws-actual-open = 1 then
               close f-actual
           end-if.

           if ws-gr-added(ws-g) = 0 and ws-gr-missing(ws-g) = 0
               and ws-gr-changed(ws-g) = 0 then
               move "MATCH" to ws-gr-status(ws-g)
           else
               move "DIFF" to ws-gr-status(ws-g)
           end-if.
           perform promote_one_register.
           if ws-gr-status(ws-g) = "DIFF" then
               move 1 to ws-golden-bad
           end-if.

      * one difference, with the lines either side had - the detail
      * stops after 20 per register, the counts don't.
       write_golden_diff.
           add 1 to ws-diff-shown.
           if ws-diff-shown > 20 then
               exit paragraph
           end-if.
           move spaces to golddiff-line.
           string function trim(ws-case-ledger-program) " "
               function trim(ws-case-ledger-part) " ["
               function trim(ws-case-sample) "] "
               function trim(ws-gr-register(ws-g)) " line "
               ws-diff-line-nr " " ws-diff-kind
               delimited by size into golddiff-line.
           write golddiff-line.
           if ws-diff-kind not = "ADDED" then
               move spaces to golddiff-line
               string "    golden: " golden-line
                   delimited by size into golddiff-line
               write golddiff-line
           end-if.
           if ws-diff-kind not = "MISSING" then
               move spaces to golddiff-line
               string "    actual: " actual-line
                   delimited by size into golddiff-line
               write golddiff-line
           end-if.

      * under an approval card the run's register replaces the golden
      * copy once it has been compared - the differences reported
      * are the approved change, so they don't fail the case.
       promote_one_register.
           if ws-promote = 0 then
               exit paragraph
           end-if.
           move spaces to ws-command.
           string "mkdir -p ../golden && cp "
               function trim(ws-actual-path) " "
               function trim(ws-golden-path)
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.
           if return-code = 0 then
               add 1 to ws-promoted-count
               move "PROMOTED" to ws-gr-status(ws-g)
           end-if.

      * one results line per register compared, under the case's own.
       report_golden_set.
           perform varying ws-g from 1 by 1 until ws-g > ws-gr-count
               move spaces to results-line
               string "    " function trim(ws-gr-register(ws-g)) ": "
                   ws-gr-status(ws-g) " added " ws-gr-added(ws-g)
                   " missing " ws-gr-missing(ws-g)
                   " changed " ws-gr-changed(ws-g)
                   delimited by size into results-line
               write results-line
           end-perform.

       audit_promotion.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end move runctl-run-id to ws-run-id
               end-read
               close f-runctl
           end-if.
           move function current-date to ws-cur-date.
           open extend f-ovraud.
           if ws-ovraud-fs = "35" then
               open output f-ovraud
           end-if.
           move ws-cur-date(1:8) to oa-date.
           move ws-cur-date(9:6) to oa-time.
           move "AOCHARNESS" to oa-program.
           move "harness_golden_approve.txt" to oa-file.
           move spaces to oa-value.
           string "golden set promoted by "
               function trim(ws-promote-by) " change "
               function trim(ws-promote-ref)
               delimited by size into oa-value.
           move ws-run-id to oa-run-id.
           write ovraud-record.
           close f-ovraud.

      * no card, or blank fields, is the home tree running PROD. A
      * card choosing another environment hands the cases to
      * aoc-environment, which stages that environment's root and
      * runs the harness there; its condition code is this run's.
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

           display "aoc-harness: the environment card chooses "
               function trim(ws-env-chosen) " - running in its root".
           move spaces to ws-command.
           string "cd .. && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/environment environment.cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && AOCENVPROG=harness ./environment"
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           compute return-code = return-code / 256.
           stop run.
