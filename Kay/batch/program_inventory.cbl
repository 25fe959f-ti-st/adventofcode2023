      * program build inventory and approved-baseline check
      * a rebuilt day program once slipped into production without
      * anyone running aoc-upgrade-compare first. This fingerprints
      * the source of every program in the step registry, the
      * shared run-services module and every copybook those pull in,
      * compares each against the approved baseline, and publishes
      * the result in program_inventory.txt - the driver reads it at
      * batch start and refuses to launch a step whose program (or
      * anything it COPYs) no longer matches its approved entry,
      * unless an approval record names the change. The drift report
      * lists every member that moved since the last certified
      * baseline, for change management.
      *
      * program_approvals.txt, fixed columns, one approved change
      * per line:
      *   member x(40) (path from the project root, as the report
      *   prints it), checksum 9(15) (the new build's, from the
      *   report), change reference x(20), approver id x(12)
      *
      * program_baseline_approve.txt (optional, consumed on use):
      *   APPROVE <approver id> <change reference>
      * promotes the current inventory to the new approved baseline
      * after this run's comparison has been reported; the promotion
      * is recorded in override_audit.txt.
       identification division.
           program-id. aoc-program-inventory.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-source assign to dynamic ws-source-path
           organization is line sequential
           file status is ws-source-fs.
           select f-baseline assign to "../program_baseline.txt"
           organization is line sequential
           file status is ws-base-fs.
           select f-approvals assign to "../program_approvals.txt"
           organization is line sequential
           file status is ws-appr-fs.
           select f-promote assign to
               "../program_baseline_approve.txt"
           organization is line sequential
           file status is ws-promote-fs.
           select f-inventory assign to "../program_inventory.txt"
           organization is line sequential.
           select f-report assign to "../program_drift_report.txt"
           organization is line sequential.
           select f-ovraud assign to "../override_audit.txt"
           organization is line sequential
           file status is ws-ovraud-fs.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.

           fd f-registry.
           copy STEPREG.

           fd f-source.
           01 source-line pic x(200).

           fd f-baseline.
           01 baseline-record pic x(178).

           fd f-approvals.
           01 approval-record.
               02 ap-member pic x(40).
               02 ap-checksum pic x(15).
               02 ap-change-ref pic x(20).
               02 ap-approver pic x(12).

           fd f-promote.
           01 promote-line pic x(80).

           fd f-inventory.
           copy PROGINV.

           fd f-report.
           01 report-line pic x(132).

           fd f-ovraud.
           copy OVRAUDREC.

           fd f-runctl.
           copy RUNCTL.

           working-storage section.

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-source-fs pic xx.
           01 ws-source-path pic x(250).
           01 ws-base-fs pic xx.
           01 ws-appr-fs pic xx.
           01 ws-promote-fs pic xx.
           01 ws-ovraud-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-command pic x(250).
           01 ws-cur-date pic x(21).
           01 ws-run-id pic x(12) value spaces.

      * every member inventoried this run, in discovery order -
      * registered programs first, then the run-services module,
      * then copybooks as the scan finds their COPY statements.
           01 ws-mb-count pic 9(3) value 0.
           01 ws-mb-table.
               02 ws-mb-entry occurs 150 times.
                   03 ws-mb-kind pic x(8).
                   03 ws-mb-day-dir pic x(10).
                   03 ws-mb-program pic x(20).
                   03 ws-mb-member pic x(40).
                   03 ws-mb-lines pic 9(6).
                   03 ws-mb-chars pic 9(9).
                   03 ws-mb-checksum pic 9(15).
                   03 ws-mb-status pic x(10).
                   03 ws-mb-change-ref pic x(20).
                   03 ws-mb-cause pic x(40).
                   03 ws-mb-found pic 9(1).
      * the member's own comparison, before a PROGRAM's roll-up.
                   03 ws-mb-own pic x(10).
           01 ws-m pic 9(3).
           01 ws-n pic 9(3).
           01 ws-svc pic 9(3) value 0.

      * which member COPYs which - one entry per (member, copybook).
           01 ws-dep-count pic 9(4) value 0.
           01 ws-dep-table.
               02 ws-dep-entry occurs 1500 times.
                   03 ws-dep-from pic 9(3).
                   03 ws-dep-to pic 9(3).
           01 ws-dp pic 9(4).

      * the approved baseline, as last promoted.
           01 ws-base-present pic 9(1) value 0.
           01 ws-bl-count pic 9(3) value 0.
           01 ws-bl-table.
               02 ws-bl-entry occurs 150 times.
                   03 ws-bl-member pic x(40).
                   03 ws-bl-lines pic 9(6).
                   03 ws-bl-chars pic 9(9).
                   03 ws-bl-checksum pic 9(15).
           01 ws-b pic 9(3).

      * approval records naming a change.
           01 ws-ap-count pic 9(3) value 0.
           01 ws-ap-table.
               02 ws-ap-entry occurs 100 times.
                   03 ws-ap-member pic x(40).
                   03 ws-ap-checksum pic 9(15).
                   03 ws-ap-change-ref pic x(20).
                   03 ws-ap-approver pic x(12).
           01 ws-a pic 9(3).

      * checksum scratch - a rolling base-31 sum kept under a large
      * prime, so any character moved, added or removed shifts it.
           01 ws-line-len pic 9(3).
           01 ws-c pic 9(3).
           01 ws-sum pic 9(15).
           01 ws-work pic 9(18).
           01 ws-lines pic 9(6).
           01 ws-chars pic 9(9).
           01 ws-w1 pic x(20).
           01 ws-w2 pic x(40).
           01 ws-w3 pic x(20).
           01 ws-copy-name pic x(30).

      * baseline promotion card.
           01 ws-promote pic 9(1) value 0.
           01 ws-promote-by pic x(12).
           01 ws-promote-ref pic x(20).

           01 ws-drift-count pic 9(3) value 0.
           01 ws-approved-count pic 9(3) value 0.
           01 ws-prog-drift-count pic 9(3) value 0.
           01 ws-prog-approved-count pic 9(3) value 0.

       procedure division.

           display "aoc-program-inventory: fingerprinting registered "
               "program source".

           move function current-date to ws-cur-date.
           perform read_run_control.
           perform read_promote_card.
           perform load_registered_programs.

           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               perform fingerprint_one_member
           end-perform.

           perform load_baseline.
           perform load_approvals.

           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               perform compare_one_member
               move ws-mb-status(ws-m) to ws-mb-own(ws-m)
           end-perform.
           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               if ws-mb-kind(ws-m) = "PROGRAM"
                   perform roll_up_one_program
               end-if
           end-perform.

           perform write_drift_report.

           if ws-promote = 1 then
               perform promote_baseline
           end-if.

           perform write_inventory.

           display "aoc-program-inventory: " ws-mb-count
               " member(s), " ws-drift-count " drifted, "
               ws-approved-count " approved; " ws-prog-drift-count
               " registered program(s) held by drift".
           if ws-prog-drift-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

       read_run_control.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end move runctl-run-id to ws-run-id
               end-read
               close f-runctl
           end-if.

      * an operator's promotion card is consumed as it is read, the
      * same one-shot handling as the driver's run_takeover.txt.
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
           string "rm -f ../program_baseline_approve.txt"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-w1.
           move spaces to ws-promote-by.
           move spaces to ws-promote-ref.
           unstring promote-line delimited by all space
               into ws-w1, ws-promote-by, ws-promote-ref
           end-unstring.
           if ws-w1 = "APPROVE" and ws-promote-by not = spaces
               and ws-promote-ref not = spaces then
               move 1 to ws-promote
           else
               display "aoc-program-inventory: promotion card "
                   "ignored - expected APPROVE <approver> <change "
                   "reference>"
           end-if.

      * one PROGRAM member per distinct registered source, plus the
      * run-services module the day steps link.
       load_registered_programs.
           open input f-registry.
           if ws-reg-fs not = "00" then
               display "step registry not found/not readable: "
                   "../steps_registry.txt (status " ws-reg-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-reg-eof.
           perform until ws-reg-eof = 'Y'
               read f-registry at
               end move 'Y' to ws-reg-eof
               not at end
                   if reg-day-dir not = spaces
                       and reg-program not = spaces
                       move spaces to ws-w2
                       string function trim(reg-day-dir) "/"
                           function trim(reg-program) ".cbl"
                           delimited by size into ws-w2
                       perform add_member
                       if ws-mb-kind(ws-n) = spaces
                           move "PROGRAM" to ws-mb-kind(ws-n)
                           move reg-day-dir to ws-mb-day-dir(ws-n)
                           move reg-program to ws-mb-program(ws-n)
                       end-if
                       if reg-day-dir not = "batch" and ws-svc = 0
                           move "common/runservices.cbl" to ws-w2
                           perform add_member
                           move "SERVICE" to ws-mb-kind(ws-n)
                           move ws-n to ws-svc
                       end-if
                   end-if
           end-perform.
           close f-registry.

      * find or add the member named in ws-w2; ws-n comes back
      * pointing at it.
       add_member.
           perform varying ws-n from 1 by 1 until ws-n > ws-mb-count
               if ws-mb-member(ws-n) = ws-w2
                   exit paragraph
               end-if
           end-perform.
           if ws-mb-count >= 150 then
               display "abend: program inventory exceeds 150 source "
                   "members"
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-mb-count.
           move ws-mb-count to ws-n.
           move spaces to ws-mb-kind(ws-n).
           move spaces to ws-mb-day-dir(ws-n).
           move spaces to ws-mb-program(ws-n).
           move ws-w2 to ws-mb-member(ws-n).
           move 0 to ws-mb-lines(ws-n).
           move 0 to ws-mb-chars(ws-n).
           move 0 to ws-mb-checksum(ws-n).
           move spaces to ws-mb-status(ws-n).
           move spaces to ws-mb-change-ref(ws-n).
           move spaces to ws-mb-cause(ws-n).
           move 0 to ws-mb-found(ws-n).

      * one pass over the member's source - fingerprint, and every
      * COPY statement outside a comment line adds the copybook to
      * the inventory and to this member's dependencies.
       fingerprint_one_member.
           move spaces to ws-source-path.
           string "../../" function trim(ws-mb-member(ws-m))
               delimited by size into ws-source-path.
           open input f-source.
           if ws-source-fs not = "00" then
               move 0 to ws-mb-found(ws-m)
               exit paragraph
           end-if.
           move 1 to ws-mb-found(ws-m).
           move 0 to ws-lines.
           move 0 to ws-chars.
           move 0 to ws-sum.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-source at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-lines
                   perform checksum_one_line
                   if source-line(7:1) not = "*"
                       perform note_copy_statement
                   end-if
           end-perform.
           close f-source.
           move ws-lines to ws-mb-lines(ws-m).
           move ws-chars to ws-mb-chars(ws-m).
           move ws-sum to ws-mb-checksum(ws-m).

       checksum_one_line.
           move 0 to ws-line-len.
           if source-line not = spaces then
               compute ws-line-len =
                   function length(function trim(source-line
                       trailing))
           end-if.
           add ws-line-len to ws-chars.
           perform varying ws-c from 1 by 1 until ws-c > ws-line-len
               compute ws-work = ws-sum * 31
                   + function ord(source-line(ws-c:1))
               compute ws-sum =
                   function mod(ws-work, 999999999999989)
           end-perform.
           compute ws-work = ws-sum * 31 + 7.
           compute ws-sum = function mod(ws-work, 999999999999989).

       note_copy_statement.
           move spaces to ws-w1.
           move spaces to ws-w3.
           unstring function trim(source-line(8:65))
               delimited by all space into ws-w1, ws-w3
           end-unstring.
           if ws-w1 not = "copy" and ws-w1 not = "COPY" then
               exit paragraph
           end-if.
           move spaces to ws-copy-name.
           unstring ws-w3 delimited by "." into ws-copy-name
           end-unstring.
           if ws-copy-name = spaces then
               exit paragraph
           end-if.
           move spaces to ws-w2.
           string "copybooks/" function trim(ws-copy-name) ".cpy"
               delimited by size into ws-w2.
           perform add_member.
           if ws-mb-kind(ws-n) = spaces then
               move "COPYBOOK" to ws-mb-kind(ws-n)
           end-if.
           perform varying ws-dp from 1 by 1
               until ws-dp > ws-dep-count
               if ws-dep-from(ws-dp) = ws-m
                   and ws-dep-to(ws-dp) = ws-n
                   exit paragraph
               end-if
           end-perform.
           if ws-dep-count < 1500 then
               add 1 to ws-dep-count
               move ws-m to ws-dep-from(ws-dep-count)
               move ws-n to ws-dep-to(ws-dep-count)
           end-if.

      * no baseline file yet means no baseline has ever been
      * approved - everything reports NO-BASE and nothing is
      * held until the first promotion.
       load_baseline.
           open input f-baseline.
           if ws-base-fs not = "00" then
               exit paragraph
           end-if.
           move 1 to ws-base-present.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-baseline at
               end move 'Y' to ws-eof
               not at end
                   move baseline-record to inv-record
                   if inv-member not = spaces and ws-bl-count < 150
                       add 1 to ws-bl-count
                       move inv-member to ws-bl-member(ws-bl-count)
                       move inv-lines to ws-bl-lines(ws-bl-count)
                       move inv-chars to ws-bl-chars(ws-bl-count)
                       move inv-checksum
                           to ws-bl-checksum(ws-bl-count)
                   end-if
           end-perform.
           close f-baseline.

       load_approvals.
           open input f-approvals.
           if ws-appr-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-approvals at
               end move 'Y' to ws-eof
               not at end
                   if ap-member not = spaces
                       and ap-checksum is numeric
                       and ap-change-ref not = spaces
                       and ws-ap-count < 100
                       add 1 to ws-ap-count
                       move ap-member to ws-ap-member(ws-ap-count)
                       move ap-checksum
                           to ws-ap-checksum(ws-ap-count)
                       move ap-change-ref
                           to ws-ap-change-ref(ws-ap-count)
                       move ap-approver
                           to ws-ap-approver(ws-ap-count)
                   end-if
           end-perform.
           close f-approvals.

      * one member against its baseline entry - an approval only
      * covers the exact build it names (member and new checksum),
      * so a later edit to an approved member drifts again.
       compare_one_member.
           if ws-base-present = 0 then
               move "NO-BASE" to ws-mb-status(ws-m)
               exit paragraph
           end-if.
           if ws-mb-found(ws-m) = 0 then
               move "MISSING" to ws-mb-status(ws-m)
               add 1 to ws-drift-count
               exit paragraph
           end-if.
           move "NEW" to ws-mb-status(ws-m).
           perform varying ws-b from 1 by 1 until ws-b > ws-bl-count
               if ws-bl-member(ws-b) = ws-mb-member(ws-m)
                   if ws-bl-lines(ws-b) = ws-mb-lines(ws-m)
                       and ws-bl-chars(ws-b) = ws-mb-chars(ws-m)
                       and ws-bl-checksum(ws-b) =
                           ws-mb-checksum(ws-m)
                       move "MATCH" to ws-mb-status(ws-m)
                   else
                       move "DRIFTED" to ws-mb-status(ws-m)
                   end-if
                   exit perform
               end-if
           end-perform.
           if ws-mb-status(ws-m) = "MATCH" then
               exit paragraph
           end-if.
           perform varying ws-a from 1 by 1 until ws-a > ws-ap-count
               if ws-ap-member(ws-a) = ws-mb-member(ws-m)
                   and ws-ap-checksum(ws-a) = ws-mb-checksum(ws-m)
                   move "APPROVED" to ws-mb-status(ws-m)
                   move ws-ap-change-ref(ws-a)
                       to ws-mb-change-ref(ws-m)
                   add 1 to ws-approved-count
                   exit paragraph
               end-if
           end-perform.
           add 1 to ws-drift-count.

      * a registered program is held when its own source, any
      * copybook it COPYs, or (for a day step) the run-services
      * module or its copybooks is unapproved drift; it runs under
      * an approval when the only differences are approved ones.
       roll_up_one_program.
           if ws-mb-status(ws-m) = "NO-BASE" then
               exit paragraph
           end-if.
           move ws-m to ws-n.
           perform weigh_one_dependency.
           perform varying ws-dp from 1 by 1
               until ws-dp > ws-dep-count
               if ws-dep-from(ws-dp) = ws-m
                   move ws-dep-to(ws-dp) to ws-n
                   perform weigh_one_dependency
               end-if
           end-perform.
           if ws-mb-day-dir(ws-m) not = "batch" and ws-svc > 0 then
               move ws-svc to ws-n
               perform weigh_one_dependency
               perform varying ws-dp from 1 by 1
                   until ws-dp > ws-dep-count
                   if ws-dep-from(ws-dp) = ws-svc
                       move ws-dep-to(ws-dp) to ws-n
                       perform weigh_one_dependency
                   end-if
               end-perform
           end-if.
           if ws-mb-cause(ws-m) not = spaces
               and ws-mb-status(ws-m) not = "DRIFTED" then
               move "DRIFTED" to ws-mb-status(ws-m)
           end-if.
           evaluate ws-mb-status(ws-m)
               when "DRIFTED"
                   add 1 to ws-prog-drift-count
               when "APPROVED"
                   add 1 to ws-prog-approved-count
           end-evaluate.

      * the first unapproved difference found is named as the cause;
      * an approved one only lends its change reference.
       weigh_one_dependency.
           evaluate ws-mb-status(ws-n)
               when "DRIFTED"
               when "NEW"
               when "MISSING"
                   if ws-mb-cause(ws-m) = spaces
                       move ws-mb-member(ws-n) to ws-mb-cause(ws-m)
                   end-if
               when "APPROVED"
                   if ws-mb-change-ref(ws-m) = spaces
                       move ws-mb-change-ref(ws-n)
                           to ws-mb-change-ref(ws-m)
                   end-if
                   if ws-mb-status(ws-m) = "MATCH"
                       move "APPROVED" to ws-mb-status(ws-m)
                   end-if
           end-evaluate.

      * the change-management view - every member that differs from
      * the last certified baseline, then every registered program
      * that difference reaches.
       write_drift_report.
           open output f-report.
           move spaces to report-line.
           string "Program drift report - " ws-cur-date(1:8) " "
               ws-cur-date(9:6) " run " function trim(ws-run-id)
               delimited by size into report-line.
           write report-line.
           if ws-base-present = 0 then
               move "no approved baseline on file - nothing is held "
                   to report-line
               write report-line
               move spaces to report-line
               string "until a baseline is promoted with "
                   "program_baseline_approve.txt"
                   delimited by size into report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move "Members changed since the approved baseline:"
               to report-line.
           write report-line.
           move spaces to report-line.
           string "  status     kind     member"
               "                                   lines     chars"
               "        checksum  change"
               delimited by size into report-line.
           write report-line.
           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               if ws-mb-own(ws-m) not = "MATCH"
                   and ws-mb-own(ws-m) not = "NO-BASE"
                   move spaces to report-line
                   string "  " ws-mb-own(ws-m) " "
                       ws-mb-kind(ws-m) " " ws-mb-member(ws-m) " "
                       ws-mb-lines(ws-m) " " ws-mb-chars(ws-m) " "
                       ws-mb-checksum(ws-m) " "
                       ws-mb-change-ref(ws-m)
                       delimited by size into report-line
                   write report-line
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move "Registered programs reached by a change:"
               to report-line.
           write report-line.
           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               if ws-mb-kind(ws-m) = "PROGRAM"
                   and (ws-mb-status(ws-m) = "DRIFTED"
                       or ws-mb-status(ws-m) = "APPROVED"
                       or ws-mb-status(ws-m) = "NEW"
                       or ws-mb-status(ws-m) = "MISSING")
                   move spaces to report-line
                   if ws-mb-status(ws-m) = "APPROVED"
                       string "  " ws-mb-day-dir(ws-m) " "
                           ws-mb-program(ws-m) " APPROVED - runs "
                           "under change "
                           function trim(ws-mb-change-ref(ws-m))
                           delimited by size into report-line
                   else
                       string "  " ws-mb-day-dir(ws-m) " "
                           ws-mb-program(ws-m) " "
                           ws-mb-status(ws-m) " - held by the "
                           "driver; "
                           function trim(ws-mb-cause(ws-m))
                           " has no approval record"
                           delimited by size into report-line
                   end-if
                   write report-line
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to report-line.
           string ws-mb-count " member(s) inventoried, "
               ws-drift-count " drifted, " ws-approved-count
               " approved; " ws-prog-drift-count
               " program(s) held, " ws-prog-approved-count
               " running under an approval"
               delimited by size into report-line.
           write report-line.
           if ws-promote = 1 then
               move spaces to report-line
               string "baseline PROMOTED by "
                   function trim(ws-promote-by) " under change "
                   function trim(ws-promote-ref)
                   " - the inventory above is the new approved "
                   "baseline"
                   delimited by size into report-line
               write report-line
           end-if.
           close f-report.

      * the promotion rewrites the baseline from this run's
      * fingerprints; every member now matches it, and the
      * promotion itself is audited like any other override.
       promote_baseline.
           open output f-baseline.
           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               if ws-mb-found(ws-m) = 1
                   move "MATCH" to ws-mb-status(ws-m)
                   move spaces to ws-mb-change-ref(ws-m)
                   move spaces to ws-mb-cause(ws-m)
                   perform move_member_to_record
                   move "BASELINE" to inv-status
                   move ws-promote-ref to inv-change-ref
                   move inv-record to baseline-record
                   write baseline-record
               end-if
           end-perform.
           close f-baseline.
           move 0 to ws-prog-drift-count.

           open extend f-ovraud.
           if ws-ovraud-fs = "35" then
               open output f-ovraud
           end-if.
           move ws-cur-date(1:8) to oa-date.
           move ws-cur-date(9:6) to oa-time.
           move "AOCPROGINV" to oa-program.
           move "program_baseline_approve.txt" to oa-file.
           move spaces to oa-value.
           string "baseline promoted by "
               function trim(ws-promote-by) " change "
               function trim(ws-promote-ref)
               delimited by size into oa-value.
           move ws-run-id to oa-run-id.
           write ovraud-record.
           close f-ovraud.
           display "aoc-program-inventory: baseline promoted by "
               function trim(ws-promote-by).

       move_member_to_record.
           move ws-mb-kind(ws-m) to inv-kind.
           move ws-mb-day-dir(ws-m) to inv-day-dir.
           move ws-mb-program(ws-m) to inv-program.
           move ws-mb-member(ws-m) to inv-member.
           move ws-mb-lines(ws-m) to inv-lines.
           move ws-mb-chars(ws-m) to inv-chars.
           move ws-mb-checksum(ws-m) to inv-checksum.
           move ws-mb-status(ws-m) to inv-status.
           move ws-mb-change-ref(ws-m) to inv-change-ref.
           move ws-mb-cause(ws-m) to inv-cause.

       write_inventory.
           open output f-inventory.
           perform varying ws-m from 1 by 1 until ws-m > ws-mb-count
               perform move_member_to_record
               write inv-record
           end-perform.
           close f-inventory.
