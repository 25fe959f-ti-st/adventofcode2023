      * answer provenance dossier
      * "prove this ENGPARTS part2 number" used to mean pulling the
      * ledger, the fingerprint manifest, override_audit.txt, the
      * certification register, the answer audit and the driver log
      * one at a time. This assembles it in one place: for every
      * results_ledger.txt entry a run posted (the run named on the
      * control card, else the run on the run-control card), one
      * dossier holding
      *   the input fingerprint the driver verified the day's input
      *     against (input_manifest.txt)
      *   the control cards and overrides in effect - the run-control
      *     card, the reference-table versions the run read
      *     (refdata_usage.txt) and every override the run honored
      *     (override_audit.txt)
      *   the step's driver outcome and its attempts (driver_log.txt)
      *   the ledger's log-trailer seal for the run, re-proved here
      *     the way aoc-log-verify proves it (count and checksum)
      *   the certification register verdict and the recomputation
      *     audit verdict, which count only when they were given for
      *     this very value
      *   the exceptions the program raised in the run
      * and ends PROVEN, or GAPS with the missing evidence listed.
      * Control cards, overrides and exceptions are listed for the
      * auditor, not required; an answer the recomputation audit
      * has no independent register for is noted, not a gap.
      *
      * provenance_control.txt (optional): first line = run id.
      * The dossiers go to provenance_dossier.txt.
       identification division.
           program-id. aoc-provenance.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-control assign to "../provenance_control.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-ledger assign to dynamic ws-ledger-path
           organization is line sequential
           file status is ws-ledger-fs.
           select f-manifest assign to "../input_manifest.txt"
           organization is line sequential
           file status is ws-manifest-fs.
           select f-refuse assign to "../refdata_usage.txt"
           organization is line sequential
           file status is ws-refuse-fs.
           select f-ovraud assign to "../override_audit.txt"
           organization is line sequential
           file status is ws-ovraud-fs.
           select f-drvlog assign to "../driver_log.txt"
           organization is line sequential
           file status is ws-drvlog-fs.
           select f-trailer assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-trailer-fs.
           select f-log assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-log-fs.
           select f-register assign to
               "../certification_register.txt"
           organization is line sequential
           file status is ws-register-fs.
           select f-audit assign to "../answer_audit_report.txt"
           organization is line sequential
           file status is ws-audit-fs.
           select f-exception assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-excpt-fs.
           select f-report assign to "../provenance_dossier.txt"
           organization is line sequential.
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

           fd f-ledger.
           copy LEDGERREC.

           fd f-manifest.
           copy FINGREC.

           fd f-refuse.
           copy REFUREC.

           fd f-ovraud.
           copy OVRAUDREC.

           fd f-drvlog.
           copy DRVLOGREC.

           fd f-trailer.
           copy TRAILREC.

           fd f-log.
           01 log-line pic x(300).

           fd f-register.
           01 register-line pic x(132).

           fd f-audit.
           01 audit-line pic x(132).

           fd f-exception.
           copy EXCPTREC.

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
           01 ws-ledger-fs pic xx.
           01 ws-manifest-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-ovraud-fs pic xx.
           01 ws-drvlog-fs pic xx.
           01 ws-trailer-fs pic xx.
           01 ws-log-fs pic xx.
           01 ws-register-fs pic xx.
           01 ws-audit-fs pic xx.
           01 ws-excpt-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-sub-eof pic a(1).
           01 ws-ledger-path pic x(250).
           01 ws-file-path pic x(250).
           01 ws-print-line pic x(132).

           01 ws-run-id pic x(12) value spaces.
           01 ws-runctl-run pic x(12) value spaces.
           01 ws-runctl-date pic x(8) value spaces.

      * the registered steps, one row per registry line - the label
      * the certification register prints, and the step the driver
      * logs for each ledger key.
           01 ws-reg-count pic 9(2) value 0.
           01 ws-reg-table.
               02 ws-reg-entry occurs 50 times.
                   03 ws-reg-day-dir pic x(10).
                   03 ws-reg-program pic x(20).
                   03 ws-reg-ledger-program pic x(20).
                   03 ws-reg-ledger-part pic x(6).
                   03 ws-reg-label pic x(60).
           01 ws-r pic 9(2).
           01 ws-day-count pic 9(2) value 0.
           01 ws-day-table.
               02 ws-day-dir pic x(10) occurs 20 times.
           01 ws-d pic 9(2).

      * the entry being proved
           01 ws-key-row pic 9(2).
           01 ws-key-day pic x(10).
           01 ws-key-step pic x(20).
           01 ws-key-label pic x(60).
           01 ws-key-value pic 9(18).
           01 ws-found pic 9(1).
           01 ws-count pic 9(9).
           01 ws-listed pic 9(3).

      * the missing evidence, as a list
           01 ws-gap-count pic 9(2).
           01 ws-gap-list pic x(120).
           01 ws-gap-ptr pic 9(3).
           01 ws-gap-name pic x(20).

      * driver outcome
           01 ws-attempts pic 9(3).
           01 ws-last-outcome pic x(20).
           01 ws-last-rc pic s9(9).
           01 ws-rc-out pic -(8)9.
           01 ws-input-changed pic 9(1).

      * the ledger seal
           01 ws-seal-total pic 9(9).
           01 ws-seal-checksum pic 9(12).
           01 ws-seal-run-records pic 9(9).
           01 ws-log-count pic 9(9).
           01 ws-log-sum pic 9(12).
           01 ws-log-snap pic 9(12).

      * the verdict columns of the two registers - the register
      * line is the registry label then the verdict; the audit
      * report line is program, part, verdict.
           01 ws-verdict-text pic x(70).
           01 ws-verdict-value pic x(18).

           01 ws-entries pic 9(5) value 0.
           01 ws-proven pic 9(5) value 0.
           01 ws-gapped pic 9(5) value 0.

       procedure division.

           display "aoc-provenance: assembling answer dossiers".

           perform read_environment_card.

           perform read_target_run.
           perform load_step_registry.

           open output f-report.
           move "Answer provenance dossiers" to report-line.
           write report-line.
           move "==========================" to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "run " function trim(ws-run-id)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

           perform varying ws-d from 1 by 1 until ws-d > ws-day-count
               perform prove_one_day
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-entries " ledger entr(ies), " ws-proven
               " PROVEN, " ws-gapped " with GAPS"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

           display "  " ws-entries " entr(ies): " ws-proven
               " PROVEN, " ws-gapped " GAPS".
           display "aoc-provenance: dossiers in "
               "../provenance_dossier.txt".
           evaluate true
               when ws-entries = 0
                   display "  ** no ledger entries for run "
                       function trim(ws-run-id)
                   move 8 to return-code
               when ws-gapped > 0
                   move 4 to return-code
           end-evaluate.
           stop run.

      * the run: the control card's, else the run-control card's.
       read_target_run.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-runctl-run
                       move runctl-bus-date to ws-runctl-date
               end-read
               close f-runctl
           end-if.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control
                   at end continue
                   not at end move ctrl-line(1:12) to ws-run-id
               end-read
               close f-control
           end-if.
           if ws-run-id = spaces then
               move ws-runctl-run to ws-run-id
           end-if.
           if ws-run-id = spaces then
               display "no run id on provenance_control.txt and no "
                   "run-control card - nothing to prove"
               move 12 to return-code
               stop run
           end-if.

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
                       and ws-reg-count < 50
                       perform note_registry_row
                   end-if
           end-perform.
           close f-registry.

       note_registry_row.
           add 1 to ws-reg-count.
           move reg-day-dir to ws-reg-day-dir(ws-reg-count).
           move reg-program to ws-reg-program(ws-reg-count).
           move reg-ledger-program
               to ws-reg-ledger-program(ws-reg-count).
           move reg-ledger-part to ws-reg-ledger-part(ws-reg-count).
           move reg-label to ws-reg-label(ws-reg-count).
           perform varying ws-d from 1 by 1 until ws-d > ws-day-count
               if ws-day-dir(ws-d) = reg-day-dir
                   exit paragraph
               end-if
           end-perform.
           if ws-day-count < 20 then
               add 1 to ws-day-count
               move reg-day-dir to ws-day-dir(ws-day-count)
           end-if.

      * every entry the run posted to one day's ledger.
       prove_one_day.
           move spaces to ws-ledger-path.
           string "../../" function trim(ws-day-dir(ws-d))
               "/results_ledger.txt" delimited by size
               into ws-ledger-path.
           open input f-ledger.
           if ws-ledger-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-ledger at
               end move 'Y' to ws-eof
               not at end
                   move ledger-env to ws-rec-env
                   perform check_record_environment
                   if ledger-run-id = ws-run-id
                       perform build_dossier
                   end-if
           end-perform.
           close f-ledger.

       build_dossier.
           add 1 to ws-entries.
           move 0 to ws-gap-count.
           move spaces to ws-gap-list.
           move 1 to ws-gap-ptr.
           move ws-day-dir(ws-d) to ws-key-day.
           move ledger-value to ws-key-value.
           move 0 to ws-key-row.
           perform varying ws-r from 1 by 1 until ws-r > ws-reg-count
               if ws-reg-ledger-program(ws-r) = ledger-program
                   and ws-reg-ledger-part(ws-r) = ledger-part
                   move ws-r to ws-key-row
                   exit perform
               end-if
           end-perform.
           if ws-key-row > 0 then
               move ws-reg-program(ws-key-row) to ws-key-step
               move ws-reg-label(ws-key-row) to ws-key-label
           else
               move spaces to ws-key-step
               move spaces to ws-key-label
           end-if.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "DOSSIER " function trim(ledger-program) " "
               function trim(ledger-part) " = " ledger-value
               "  (" function trim(ws-key-day) ", business date "
               ledger-bus-date ")"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-key-label not = spaces then
               move spaces to ws-print-line
               string "  " ws-key-label
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.

           perform prove_driver_outcome.
           perform prove_fingerprint.
           perform list_control_cards.
           perform prove_ledger_seal.
           perform prove_certification.
           perform prove_recomputation.
           perform list_exceptions.

           move spaces to ws-print-line.
           if ws-gap-count = 0 then
               add 1 to ws-proven
               move "  VERDICT: PROVEN" to ws-print-line
           else
               add 1 to ws-gapped
               string "  VERDICT: GAPS - missing "
                   ws-gap-list(1:ws-gap-ptr - 1)
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

       note_gap.
           add 1 to ws-gap-count.
           if ws-gap-count > 1 then
               string ", " delimited by size
                   into ws-gap-list with pointer ws-gap-ptr
           end-if.
           string function trim(ws-gap-name) delimited by size
               into ws-gap-list with pointer ws-gap-ptr.

      * the step's driver-log records for the run - every attempt,
      * and the outcome that stuck.
       prove_driver_outcome.
           move 0 to ws-attempts.
           move 0 to ws-input-changed.
           move spaces to ws-last-outcome.
           move 0 to ws-last-rc.
           open input f-drvlog.
           if ws-drvlog-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-drvlog at
                   end move 'Y' to ws-sub-eof
                   not at end
                       move drv-env to ws-rec-env
                       perform check_record_environment
                       if drv-run-id = ws-run-id
                           and drv-day = ws-key-day
                           and drv-program = ws-key-step
                           add 1 to ws-attempts
                           move drv-outcome to ws-last-outcome
                           move drv-return-code to ws-last-rc
                           if drv-outcome = "INPUT-CHANGED"
                               move 1 to ws-input-changed
                           end-if
                       end-if
               end-perform
               close f-drvlog
           end-if.
           move spaces to ws-print-line.
           if ws-attempts = 0 then
               string "  driver:        no driver-log record for "
                   "this step in the run"
                   delimited by size into ws-print-line
               move "driver outcome" to ws-gap-name
               perform note_gap
           else
               move ws-last-rc to ws-rc-out
               string "  driver:        " function trim(ws-key-step)
                   " " function trim(ws-last-outcome)
                   " rc " function trim(ws-rc-out) ", "
                   ws-attempts " attempt(s)"
                   delimited by size into ws-print-line
               if ws-last-outcome not = "OK"
                   and ws-last-outcome not = "OVERRUNNING"
                   move "clean driver outcome" to ws-gap-name
                   perform note_gap
               end-if
           end-if.
           move ws-print-line to report-line.
           write report-line.

      * the driver refuses a day whose input no longer matches its
      * manifest entry, so a launched step with an entry on the
      * manifest ran on exactly that input.
       prove_fingerprint.
           move 0 to ws-found.
           open input f-manifest.
           if ws-manifest-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-manifest at
                   end move 'Y' to ws-sub-eof
                   not at end
                       if fing-day = ws-key-day
                           move 1 to ws-found
                           move 'Y' to ws-sub-eof
                       end-if
               end-perform
               close f-manifest
           end-if.
           move spaces to ws-print-line.
           if ws-found = 0 then
               string "  fingerprint:   no manifest entry for "
                   function trim(ws-key-day)
                   " - input not verified"
                   delimited by size into ws-print-line
               move "input fingerprint" to ws-gap-name
               perform note_gap
           else
               string "  fingerprint:   " fing-lines " line(s), "
                   fing-chars " char(s), first line """
                   function trim(fing-first(1:30)) """"
                   delimited by size into ws-print-line
               if ws-attempts = 0 or ws-input-changed = 1
                   move "input fingerprint" to ws-gap-name
                   perform note_gap
               end-if
           end-if.
           move ws-print-line to report-line.
           write report-line.
           if ws-found = 1 and ws-input-changed = 1 then
               move "    the input changed under its fingerprint "
                   to report-line
               write report-line
           end-if.

      * informational - what the run was told and what it read.
       list_control_cards.
           move spaces to ws-print-line.
           if ws-runctl-run = ws-run-id then
               string "  run control:   run " function trim(ws-run-id)
                   " business date " ws-runctl-date
                   delimited by size into ws-print-line
           else
               string "  run control:   card now names run "
                   function trim(ws-runctl-run)
                   " (not this run)"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

           move 0 to ws-listed.
           open input f-refuse.
           if ws-refuse-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-refuse at
                   end move 'Y' to ws-sub-eof
                   not at end
                       if ru-run-id = ws-run-id
                           and ru-day-dir = ws-key-day
                           perform list_one_reference
                       end-if
               end-perform
               close f-refuse
           end-if.
           if ws-listed = 0 then
               move "  reference:     no reference tables read"
                   to report-line
               write report-line
           end-if.

           move 0 to ws-listed.
           open input f-ovraud.
           if ws-ovraud-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-ovraud at
                   end move 'Y' to ws-sub-eof
                   not at end
                       if oa-run-id = ws-run-id
                           perform list_one_override
                       end-if
               end-perform
               close f-ovraud
           end-if.
           if ws-listed = 0 then
               move "  overrides:     none honored in the run"
                   to report-line
               write report-line
           end-if.

       list_one_reference.
           add 1 to ws-listed.
           move spaces to ws-print-line.
           string "  reference:     " function trim(ru-table)
               " version " ru-effective " read by "
               function trim(ru-program)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

       list_one_override.
           add 1 to ws-listed.
           move spaces to ws-print-line.
           string "  override:      " function trim(oa-file)
               " honored by " function trim(oa-program)
               " at " oa-time ": " function trim(oa-value)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

      * the run's trailer for the day's results_ledger.txt, and the
      * ledger re-proved against it - at least the sealed record
      * count, and the checksum over exactly that many records.
       prove_ledger_seal.
           move 0 to ws-found.
           move spaces to ws-file-path.
           string "../../" function trim(ws-key-day)
               "/log_trailers.txt" delimited by size
               into ws-file-path.
           open input f-trailer.
           if ws-trailer-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-trailer at
                   end move 'Y' to ws-sub-eof
                   not at end
                       if tl-run-id = ws-run-id
                           and tl-log-name = "results_ledger.txt"
                           move 1 to ws-found
                           move tl-total-records to ws-seal-total
                           move tl-checksum to ws-seal-checksum
                           move tl-run-records
                               to ws-seal-run-records
                       end-if
               end-perform
               close f-trailer
           end-if.
           move spaces to ws-print-line.
           if ws-found = 0 then
               string "  log seal:      no results_ledger.txt "
                   "trailer for the run"
                   delimited by size into ws-print-line
               move "ledger seal" to ws-gap-name
               perform note_gap
               move ws-print-line to report-line
               write report-line
               exit paragraph
           end-if.

           move 0 to ws-log-count.
           move 0 to ws-log-sum.
           move 0 to ws-log-snap.
           move spaces to ws-file-path.
           string "../../" function trim(ws-key-day)
               "/results_ledger.txt" delimited by size
               into ws-file-path.
           open input f-log.
           if ws-log-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-log at
                   end move 'Y' to ws-sub-eof
                   not at end
                       add 1 to ws-log-count
                       add function length(function trim(log-line))
                           to ws-log-sum
                       if ws-log-count = ws-seal-total
                           move ws-log-sum to ws-log-snap
                       end-if
               end-perform
               close f-log
           end-if.
           evaluate true
               when ws-log-count < ws-seal-total
                   string "  log seal:      FAIL - ledger holds "
                       ws-log-count " record(s), sealed at "
                       ws-seal-total
                       delimited by size into ws-print-line
                   move "ledger seal" to ws-gap-name
                   perform note_gap
               when ws-log-snap not = ws-seal-checksum
                   string "  log seal:      FAIL - checksum "
                       ws-log-snap " vs sealed " ws-seal-checksum
                       delimited by size into ws-print-line
                   move "ledger seal" to ws-gap-name
                   perform note_gap
               when other
                   string "  log seal:      verified - "
                       ws-seal-run-records " record(s) by the run, "
                       ws-seal-total " sealed in all"
                       delimited by size into ws-print-line
           end-evaluate.
           move ws-print-line to report-line.
           write report-line.

      * the register's line for the key - it counts only when it
      * certified this very value.
       prove_certification.
           move 0 to ws-found.
           move spaces to ws-verdict-text.
           if ws-key-label not = spaces then
               open input f-register
               if ws-register-fs = "00"
                   move 'N' to ws-sub-eof
                   perform until ws-sub-eof = 'Y'
                       read f-register at
                       end move 'Y' to ws-sub-eof
                       not at end
                           if register-line(1:60) = ws-key-label
                               move 1 to ws-found
                               move register-line(62:70)
                                   to ws-verdict-text
                           end-if
                   end-perform
                   close f-register
               end-if
           end-if.
           move spaces to ws-print-line.
           if ws-found = 0 then
               string "  certification: no certification register "
                   "line for the key"
                   delimited by size into ws-print-line
               move "certification" to ws-gap-name
               perform note_gap
           else
               string "  certification: " function trim(ws-verdict-text)
                   delimited by size into ws-print-line
               move ws-verdict-text(14:18) to ws-verdict-value
               if ws-verdict-text(1:13) not = "CERTIFIED at "
                   or ws-verdict-value not = ws-key-value
                   move "certification" to ws-gap-name
                   perform note_gap
               end-if
           end-if.
           move ws-print-line to report-line.
           write report-line.

      * the recomputation audit's line for the key, likewise.
       prove_recomputation.
           move 0 to ws-found.
           move spaces to ws-verdict-text.
           open input f-audit.
           if ws-audit-fs = "00" then
               move 'N' to ws-sub-eof
               perform until ws-sub-eof = 'Y'
                   read f-audit at
                   end move 'Y' to ws-sub-eof
                   not at end
                       if audit-line(1:20) = ledger-program
                           and audit-line(22:6) = ledger-part
                           move 1 to ws-found
                           move audit-line(29:70) to ws-verdict-text
                       end-if
               end-perform
               close f-audit
           end-if.
           move spaces to ws-print-line.
           evaluate true
               when ws-found = 0
                   string "  recomputation: no answer-audit line for "
                       "the key"
                       delimited by size into ws-print-line
                   move "recomputation audit" to ws-gap-name
                   perform note_gap
               when ws-verdict-text(1:13) = "NOT-AUDITABLE"
                   string "  recomputation: "
                       function trim(ws-verdict-text)
                       " - noted, not required"
                       delimited by size into ws-print-line
               when other
                   string "  recomputation: "
                       function trim(ws-verdict-text)
                       delimited by size into ws-print-line
                   move ws-verdict-text(14:18) to ws-verdict-value
                   if ws-verdict-text(1:13) not = "CERTIFIED at "
                       or ws-verdict-value not = ws-key-value
                       move "recomputation audit" to ws-gap-name
                       perform note_gap
                   end-if
           end-evaluate.
           move ws-print-line to report-line.
           write report-line.

      * informational - what the program raised in the run, the
      * first five in full.
       list_exceptions.
           move 0 to ws-count.
           move 0 to ws-listed.
           perform scan_exceptions.
           move spaces to ws-print-line.
           string "  exceptions:    " ws-count " raised in the run"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-count > 0 then
               move 0 to ws-count
               move 1 to ws-listed
               perform scan_exceptions
           end-if.

      * one pass over the day's exception log - counting, or with
      * ws-listed set, listing.
       scan_exceptions.
           move spaces to ws-file-path.
           string "../../" function trim(ws-key-day)
               "/exception_log.txt" delimited by size
               into ws-file-path.
           open input f-exception.
           if ws-excpt-fs not = "00" then
               move 0 to ws-listed
               exit paragraph
           end-if.
           move 'N' to ws-sub-eof.
           perform until ws-sub-eof = 'Y'
               read f-exception at
               end move 'Y' to ws-sub-eof
               not at end
                   move excpt-env to ws-rec-env
                   perform check_record_environment
                   if excpt-run-id = ws-run-id
                       and excpt-program = ledger-program
                       add 1 to ws-count
                       if ws-listed = 1 and ws-count <= 5
                           perform list_one_exception
                       end-if
                   end-if
           end-perform.
           close f-exception.
           move 0 to ws-listed.

       list_one_exception.
           move spaces to ws-print-line.
           string "    " function trim(excpt-locator) ": "
               function trim(excpt-description)
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
               display "aoc-provenance: refusing to run - "
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
               display "aoc-provenance: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
