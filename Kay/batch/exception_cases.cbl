      * exception case management - ownership, resolution, aging
      * aoc-exception-report counts the exception records, but
      * nobody could say which were looked at, who owned them, or
      * whether a recurring locator was ever fixed. This keeps an
      * indexed case master (exception_cases.dat, copybooks/
      * CASEREC.cpy) keyed on program, locator and description
      * pattern, so a recurring problem is one case and not fifty
      * records:
      *   - every day's exception log is loaded - the quality-recon
      *     and balancing variances arrive there too - each new
      *     record counting as an occurrence of its case; a new
      *     case opens OPEN, and a RESOLVED case that recurs is
      *     reopened automatically
      *   - case_transactions.txt moves cases through OPEN /
      *     ASSIGNED / RESOLVED / WONT-FIX, each line carrying the
      *     operator id; applied or rejected, every line goes on
      *     case_audit.txt, and the file is then moved onto
      *     case_transactions_applied.txt so no line applies twice
      *   - case_aging.txt ages the open cases by owner
      * Only records logged after the last load are new -
      * exception_case_marks.txt keeps each day's high-water mark
      * (run id, then business date - the run id is the driver's
      * start stamp, so it keeps climbing even when a back-dated
      * business date is rerun), so the nightly reload never counts
      * a record twice. Condition code 4 when any
      * transaction is rejected.
      *
      * case_transactions.txt, fixed columns:
      *   action x(8) (ASSIGN, RESOLVE, WONTFIX, REOPEN), operator
      *   id x(12), program x(20), locator x(20), pattern x(40) -
      *   the case key as the aging report prints it - then the
      *   owner x(12) for ASSIGN or the resolution code for RESOLVE
      *   and WONTFIX (FIXED, DATAFIX, UPSTREAM, DUPLICATE, NOFAULT,
      *   ACCEPTED), fields separated by one blank.
       identification division.
           program-id. aoc-exception-cases.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           select f-exception assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-excpt-fs.
           select f-cases assign to "../exception_cases.dat"
           organization is indexed
           access mode is dynamic
           record key is cs-key
           file status is ws-cases-fs.
           select f-marks assign to "../exception_case_marks.txt"
           organization is line sequential
           file status is ws-marks-fs.
           select f-transactions assign to "../case_transactions.txt"
           organization is line sequential
           file status is ws-txn-fs.
      * applied/rejected audit, one line per transaction, and the
      * automatic reopenings - same open-extend idiom as the shared
      * logs.
           select f-audit assign to "../case_audit.txt"
           organization is line sequential
           file status is ws-audit-fs.
           select f-aging assign to "../case_aging.txt"
           organization is line sequential.
           select f-runctl assign to "../run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
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

           fd f-exception.
           copy EXCPTREC.

           fd f-cases.
           copy CASEREC.

           fd f-marks.
           01 mark-record.
               02 mk-day pic x(10).
               02 mk-mark pic x(20).

           fd f-transactions.
           01 txn-record.
               02 ct-action pic x(8).
               02 filler pic x(1).
               02 ct-operator pic x(12).
               02 filler pic x(1).
               02 ct-program pic x(20).
               02 filler pic x(1).
               02 ct-locator pic x(20).
               02 filler pic x(1).
               02 ct-pattern pic x(40).
               02 filler pic x(1).
               02 ct-value pic x(12).

           fd f-audit.
           01 audit-record pic x(132).

           fd f-aging.
           01 aging-line pic x(132).

           fd f-runctl.
           copy RUNCTL.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-excpt-fs pic xx.
           01 ws-cases-fs pic xx.
           01 ws-marks-fs pic xx.
           01 ws-txn-fs pic xx.
           01 ws-audit-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-file-path pic x(250).
           01 ws-command pic x(200).

      * distinct day directories out of the registry, with each
      * day's high-water mark - the latest run id and business
      * date already loaded - and the new one this load reaches.
           01 ws-day-count pic 9(2) value 0.
           01 ws-day-table.
               02 ws-day-entry occurs 10 times.
                   03 ws-day-dir pic x(10).
                   03 ws-day-mark pic x(20).
                   03 ws-day-new-mark pic x(20).
           01 ws-r pic 9(2).
           01 ws-s pic 9(2).
           01 ws-day-seen pic 9(1).
           01 ws-rec-mark pic x(20).

           01 ws-today pic x(8).
           01 ws-cur-date pic x(21).
           01 ws-today-int pic 9(9).
           01 ws-age-days pic s9(9).
           01 ws-pattern pic x(40).

           01 ws-loaded pic 9(7) value 0.
           01 ws-new-cases pic 9(5) value 0.
           01 ws-reopened pic 9(5) value 0.
           01 ws-applied pic 9(5) value 0.
           01 ws-rejected pic 9(5) value 0.
           01 ws-txn-seen pic 9(1) value 0.
           01 ws-reason pic x(50).
           01 ws-new-status pic x(8).
           01 ws-audit-line pic x(132).

      * the open cases for the aging report, and their owners.
           01 ws-oc-count pic 9(4) value 0.
           01 ws-oc-table.
               02 ws-oc-entry occurs 1000 times.
                   03 ws-oc-owner pic x(12).
                   03 ws-oc-program pic x(20).
                   03 ws-oc-locator pic x(20).
                   03 ws-oc-pattern pic x(40).
                   03 ws-oc-status pic x(8).
                   03 ws-oc-age pic 9(5).
                   03 ws-oc-occurrences pic 9(7).
                   03 ws-oc-reopened pic 9(3).
           01 ws-o pic 9(4).
           01 ws-ow-count pic 9(3) value 0.
           01 ws-ow-table.
               02 ws-ow-entry occurs 200 times.
                   03 ws-ow-owner pic x(12).
                   03 ws-ow-open pic 9(5).
                   03 ws-ow-aged-30 pic 9(5).
                   03 ws-ow-aged-60 pic 9(5).
                   03 ws-ow-aged-90 pic 9(5).
           01 ws-w pic 9(3).
           01 ws-w2 pic 9(3).
           01 ws-ow-hold pic x(37).
           01 ws-oc-dropped pic 9(5) value 0.

      * every case by status, for the closing totals.
           01 ws-count-open pic 9(5) value 0.
           01 ws-count-assigned pic 9(5) value 0.
           01 ws-count-resolved pic 9(5) value 0.
           01 ws-count-wontfix pic 9(5) value 0.

           01 ws-print-line pic x(132).

       procedure division.

           display "aoc-exception-cases: loading exception cases, "
               "applying case transactions, aging the open cases".

           perform read_environment_card.
           perform read_business_date.
           perform load_day_list.
           perform load_marks.

           open i-o f-cases.
           if ws-cases-fs = "35" then
               open output f-cases
               close f-cases
               open i-o f-cases
           end-if.
           if ws-cases-fs not = "00" then
               display "case master ../exception_cases.dat not "
                   "usable (status " ws-cases-fs ")"
               move 8 to return-code
               stop run
           end-if.

           open extend f-audit.
           if ws-audit-fs = "35" then
               open output f-audit
           end-if.
           perform varying ws-r from 1 by 1 until ws-r > ws-day-count
               perform load_one_exception_log
           end-perform.
           perform save_marks.

           perform apply_case_transactions.
           close f-audit.
           close f-cases.
           if ws-txn-seen = 1 then
               perform retire_transactions
           end-if.

           perform write_aging_report.

           display "aoc-exception-cases: " ws-loaded " new "
               "record(s), " ws-new-cases " new case(s), "
               ws-reopened " reopened, " ws-applied
               " transaction(s) applied, " ws-rejected
               " rejected - aging in ../case_aging.txt".
           if ws-rejected > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the aging clock runs on the business date - the run-control
      * card's, else today.
       read_business_date.
           move spaces to ws-today.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end move runctl-bus-date to ws-today
               end-read
               close f-runctl
           end-if.
           if ws-today = spaces or ws-today is not numeric then
               move function current-date to ws-cur-date
               move ws-cur-date(1:8) to ws-today
           end-if.
           compute ws-today-int =
               function integer-of-date(function numval(ws-today)).

      * distinct day directories from the shared step registry, same
      * load/abend idiom as the driver.
       load_day_list.
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
      * "batch" rows are the driver's reporting post steps, not a
      * day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-day-seen
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
                           if ws-day-dir(ws-s) = reg-day-dir
                               move 1 to ws-day-seen
                           end-if
                       end-perform
                       if ws-day-seen = 0
                           add 1 to ws-day-count
                           move reg-day-dir
                               to ws-day-dir(ws-day-count)
                           move spaces
                               to ws-day-mark(ws-day-count)
                           move spaces
                               to ws-day-new-mark(ws-day-count)
                       end-if
                   end-if
           end-perform.
           close f-registry.

       load_marks.
           open input f-marks.
           if ws-marks-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-marks at
               end move 'Y' to ws-eof
               not at end
                   perform varying ws-s from 1 by 1
                       until ws-s > ws-day-count
                       if ws-day-dir(ws-s) = mk-day
                           move mk-mark to ws-day-mark(ws-s)
                           move mk-mark to ws-day-new-mark(ws-s)
                       end-if
                   end-perform
           end-perform.
           close f-marks.

       save_marks.
           open output f-marks.
           perform varying ws-s from 1 by 1 until ws-s > ws-day-count
               move ws-day-dir(ws-s) to mk-day
               move ws-day-new-mark(ws-s) to mk-mark
               write mark-record
           end-perform.
           close f-marks.

      * the records past the day's mark are new occurrences; with
      * no mark yet the whole log is.
       load_one_exception_log.
           move spaces to ws-file-path.
           string "../../" function trim(ws-day-dir(ws-r))
               "/exception_log.txt" delimited by size
               into ws-file-path.
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
                   move spaces to ws-rec-mark
                   string excpt-run-id excpt-bus-date
                       delimited by size into ws-rec-mark
                   if ws-day-mark(ws-r) = spaces
                       or ws-rec-mark > ws-day-mark(ws-r)
                       perform record_occurrence
                       if ws-rec-mark > ws-day-new-mark(ws-r)
                           move ws-rec-mark
                               to ws-day-new-mark(ws-r)
                       end-if
                   end-if
           end-perform.
           close f-exception.

      * the description pattern is the description with its digits
      * masked - "line 00017 truncated" and "line 00342 truncated"
      * are the same problem.
       record_occurrence.
           add 1 to ws-loaded.
           move excpt-description(1:40) to ws-pattern.
           inspect ws-pattern converting "0123456789"
               to "9999999999".
           move excpt-program to cs-program.
           move excpt-locator to cs-locator.
           move ws-pattern to cs-pattern.
           read f-cases
               invalid key
                   perform open_new_case
                   exit paragraph
           end-read.
           add 1 to cs-occurrences.
           if excpt-bus-date not = spaces
               and excpt-bus-date > cs-last-seen then
               move excpt-bus-date to cs-last-seen
           end-if.
           move excpt-description to cs-description.
      * a resolved problem that recurs was not fixed - the case
      * reopens, keeping its owner; WONT-FIX cases stay closed.
           if cs-status = "RESOLVED" then
               move "OPEN" to cs-status
               move spaces to cs-resolution
               move cs-last-seen to cs-opened
               add 1 to cs-reopened
               add 1 to ws-reopened
               move "RECURRED" to cs-last-action
               move spaces to ws-audit-line
               string ws-today " REOPENED " function trim(cs-program)
                   " " function trim(cs-locator) " - "
                   function trim(cs-pattern) " recurred on "
                   cs-last-seen
                   delimited by size into ws-audit-line
               display "  ** " function trim(ws-audit-line)
               move ws-audit-line to audit-record
               write audit-record
           end-if.
           rewrite case-record.

       open_new_case.
           initialize case-record.
           move excpt-program to cs-program.
           move excpt-locator to cs-locator.
           move ws-pattern to cs-pattern.
           move excpt-day to cs-day.
           move "OPEN" to cs-status.
           if excpt-bus-date = spaces then
               move ws-today to cs-first-seen
           else
               move excpt-bus-date to cs-first-seen
           end-if.
           move cs-first-seen to cs-last-seen.
           move cs-first-seen to cs-opened.
           move 1 to cs-occurrences.
           move 0 to cs-reopened.
           move "LOADED" to cs-last-action.
           move excpt-description to cs-description.
           write case-record.
           add 1 to ws-new-cases.

       apply_case_transactions.
           open input f-transactions.
           if ws-txn-fs not = "00" then
               display "no ../case_transactions.txt - no case "
                   "transactions to apply this run"
               exit paragraph
           end-if.
           move 1 to ws-txn-seen.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-transactions at
               end move 'Y' to ws-eof
               not at end
                   if txn-record not = spaces
                       perform apply_one_transaction
                   end-if
           end-perform.
           close f-transactions.

      * a transaction must carry an operator id, name a case on the
      * master, and be a move the case's status allows - anything
      * else is rejected with its reason on the audit line.
       apply_one_transaction.
           move spaces to ws-reason.
           move spaces to ws-new-status.
           if ct-operator = spaces then
               move "no operator id" to ws-reason
           end-if.
           if ws-reason = spaces then
               move ct-program to cs-program
               move ct-locator to cs-locator
               move ct-pattern to cs-pattern
               read f-cases
                   invalid key
                       move "no such case on the master"
                           to ws-reason
               end-read
           end-if.
           if ws-reason = spaces then
               evaluate ct-action
                   when "ASSIGN"
                       perform check_assign
                   when "RESOLVE"
                       perform check_resolve
                   when "WONTFIX"
                       perform check_wontfix
                   when "REOPEN"
                       perform check_reopen
                   when other
                       move "unknown action" to ws-reason
               end-evaluate
           end-if.
           if ws-reason = spaces then
               move ws-new-status to cs-status
               move ct-operator to cs-last-operator
               move ct-action to cs-last-action
               rewrite case-record
               add 1 to ws-applied
           else
               add 1 to ws-rejected
           end-if.
           move spaces to ws-audit-line.
           if ws-reason = spaces then
               string ws-today " " ct-action " by " ct-operator
                   " " function trim(ct-program) " "
                   function trim(ct-locator) " - "
                   function trim(ct-pattern) " "
                   function trim(ct-value) " APPLIED"
                   delimited by size into ws-audit-line
           else
               string ws-today " " ct-action " by " ct-operator
                   " " function trim(ct-program) " "
                   function trim(ct-locator) " - "
                   function trim(ct-pattern) " REJECTED - "
                   function trim(ws-reason)
                   delimited by size into ws-audit-line
               display "  ** " function trim(ws-audit-line)
           end-if.
           move ws-audit-line to audit-record.
           write audit-record.

       check_assign.
           if cs-status not = "OPEN" and cs-status not = "ASSIGNED"
               then
               move "only an open case can be assigned"
                   to ws-reason
               exit paragraph
           end-if.
           if ct-value = spaces then
               move "no owner named" to ws-reason
               exit paragraph
           end-if.
           move ct-value to cs-owner.
           move "ASSIGNED" to ws-new-status.

       check_resolve.
           if cs-status not = "OPEN" and cs-status not = "ASSIGNED"
               then
               move "case is already closed" to ws-reason
               exit paragraph
           end-if.
           perform check_resolution_code.
           if ws-reason = spaces then
               move ct-value to cs-resolution
               move "RESOLVED" to ws-new-status
           end-if.

       check_wontfix.
           if cs-status not = "OPEN" and cs-status not = "ASSIGNED"
               then
               move "case is already closed" to ws-reason
               exit paragraph
           end-if.
           perform check_resolution_code.
           if ws-reason = spaces then
               move ct-value to cs-resolution
               move "WONT-FIX" to ws-new-status
           end-if.

       check_reopen.
           if cs-status not = "RESOLVED"
               and cs-status not = "WONT-FIX" then
               move "case is not closed" to ws-reason
               exit paragraph
           end-if.
           move spaces to cs-resolution.
           move ws-today to cs-opened.
           add 1 to cs-reopened.
           if cs-owner = spaces then
               move "OPEN" to ws-new-status
           else
               move "ASSIGNED" to ws-new-status
           end-if.

       check_resolution_code.
           evaluate ct-value
               when "FIXED"
               when "DATAFIX"
               when "UPSTREAM"
               when "DUPLICATE"
               when "NOFAULT"
               when "ACCEPTED"
                   continue
               when spaces
                   move "no resolution code" to ws-reason
               when other
                   move "unknown resolution code" to ws-reason
           end-evaluate.

      * applied transactions must not apply again tomorrow - the
      * file joins the applied history and is removed.
       retire_transactions.
           move spaces to ws-command.
           string "cd .. && cat case_transactions.txt >> "
               "case_transactions_applied.txt && rm -f "
               "case_transactions.txt"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

      * every open case by owner (unassigned first under OPEN),
      * aged from the day it last became open, with each owner's
      * 30/60/90-day buckets.
       write_aging_report.
           open input f-cases.
           if ws-cases-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-cases next record at
               end move 'Y' to ws-eof
               not at end
                   perform note_case_for_aging
           end-perform.
           close f-cases.
           perform sort_owners.

           open output f-aging.
           move "Exception case aging by owner" to aging-line.
           write aging-line.
           move "=============================" to aging-line.
           write aging-line.
           move spaces to ws-print-line.
           string "as of " ws-today ": " ws-count-open " open, "
               ws-count-assigned " assigned, " ws-count-resolved
               " resolved, " ws-count-wontfix " won't fix"
               delimited by size into ws-print-line.
           move ws-print-line to aging-line.
           write aging-line.
           if ws-oc-dropped > 0 then
               move spaces to ws-print-line
               string ws-oc-dropped " open case(s) over the "
                   "1000-case table are not listed"
                   delimited by size into ws-print-line
               move ws-print-line to aging-line
               write aging-line
           end-if.
           perform varying ws-w from 1 by 1 until ws-w > ws-ow-count
               perform write_one_owner
           end-perform.
           if ws-ow-count = 0 then
               move spaces to aging-line
               write aging-line
               move "no open cases" to aging-line
               write aging-line
           end-if.
           close f-aging.

       note_case_for_aging.
           evaluate cs-status
               when "OPEN"
                   add 1 to ws-count-open
               when "ASSIGNED"
                   add 1 to ws-count-assigned
               when "RESOLVED"
                   add 1 to ws-count-resolved
                   exit paragraph
               when other
                   add 1 to ws-count-wontfix
                   exit paragraph
           end-evaluate.
           if ws-oc-count >= 1000 then
               add 1 to ws-oc-dropped
               exit paragraph
           end-if.
           add 1 to ws-oc-count.
           if cs-owner = spaces then
               move "UNASSIGNED" to ws-oc-owner(ws-oc-count)
           else
               move cs-owner to ws-oc-owner(ws-oc-count)
           end-if.
           move cs-program to ws-oc-program(ws-oc-count).
           move cs-locator to ws-oc-locator(ws-oc-count).
           move cs-pattern to ws-oc-pattern(ws-oc-count).
           move cs-status to ws-oc-status(ws-oc-count).
           move cs-occurrences to ws-oc-occurrences(ws-oc-count).
           move cs-reopened to ws-oc-reopened(ws-oc-count).
           move 0 to ws-age-days.
           if cs-opened is numeric then
               compute ws-age-days = ws-today-int
                   - function integer-of-date(
                       function numval(cs-opened))
           end-if.
           if ws-age-days < 0 then
               move 0 to ws-age-days
           end-if.
           move ws-age-days to ws-oc-age(ws-oc-count).
           perform note_owner.

       note_owner.
           perform varying ws-w from 1 by 1 until ws-w > ws-ow-count
               if ws-ow-owner(ws-w) = ws-oc-owner(ws-oc-count)
                   exit perform
               end-if
           end-perform.
           if ws-w > ws-ow-count then
               if ws-ow-count >= 200
                   exit paragraph
               end-if
               add 1 to ws-ow-count
               move ws-ow-count to ws-w
               initialize ws-ow-entry(ws-w)
               move ws-oc-owner(ws-oc-count) to ws-ow-owner(ws-w)
           end-if.
           add 1 to ws-ow-open(ws-w).
           evaluate true
               when ws-age-days >= 90
                   add 1 to ws-ow-aged-90(ws-w)
               when ws-age-days >= 60
                   add 1 to ws-ow-aged-60(ws-w)
               when ws-age-days >= 30
                   add 1 to ws-ow-aged-30(ws-w)
           end-evaluate.

      * owners in name order, UNASSIGNED among them.
       sort_owners.
           perform varying ws-w from 1 by 1 until ws-w > ws-ow-count
               perform varying ws-w2 from ws-w by 1
                   until ws-w2 > ws-ow-count
                   if ws-ow-owner(ws-w2) < ws-ow-owner(ws-w)
                       move ws-ow-entry(ws-w) to ws-ow-hold
                       move ws-ow-entry(ws-w2) to ws-ow-entry(ws-w)
                       move ws-ow-hold to ws-ow-entry(ws-w2)
                   end-if
               end-perform
           end-perform.

       write_one_owner.
           move spaces to aging-line.
           write aging-line.
           move spaces to ws-print-line.
           string "owner " ws-ow-owner(ws-w) " "
               ws-ow-open(ws-w) " open case(s) - 30+ days "
               ws-ow-aged-30(ws-w) ", 60+ days "
               ws-ow-aged-60(ws-w) ", 90+ days "
               ws-ow-aged-90(ws-w)
               delimited by size into ws-print-line.
           move ws-print-line to aging-line.
           write aging-line.
           perform varying ws-o from 1 by 1 until ws-o > ws-oc-count
               if ws-oc-owner(ws-o) = ws-ow-owner(ws-w)
                   move spaces to ws-print-line
                   string "  " ws-oc-program(ws-o) " "
                       ws-oc-locator(ws-o) " "
                       ws-oc-pattern(ws-o) " "
                       ws-oc-status(ws-o) " age "
                       ws-oc-age(ws-o) " seen "
                       ws-oc-occurrences(ws-o)
                       delimited by size into ws-print-line
                   if ws-oc-reopened(ws-o) > 0
                       move "R" to ws-print-line(132:1)
                   end-if
                   move ws-print-line to aging-line
                   write aging-line
               end-if
           end-perform.

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
               display "aoc-exception-cases: refusing to run - "
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
               display "aoc-exception-cases: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
