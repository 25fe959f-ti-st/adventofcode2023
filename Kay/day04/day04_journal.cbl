      * day4_journal
       identification division.
           program-id. scratchcards_journal.
           author. kayms.
      *
      * general-ledger journal interface - finance re-keyed the
      * day's scratchcard money into the GL from three reports.
      * This turns the day's money events into balanced double-entry
      * journal lines through the account map (gl_account_map.txt,
      * copybooks/GLMAP.cpy):
      *   PAYOUT    payout liability raised - payout_register.txt
      *   CLAIM     claim paid - wins the claims master shows PAID
      *             with a claim date of the business date, net of
      *             the tax withheld from it
      *   WITHHOLD  tax withheld from those claims - the withholding
      *             register's records for the same claims
      *   FUNDING   bank funding received against a payable -
      *             settlement_report.txt MATCHED
      *   OVERFUND  bank funding with no payable -
      *             settlement_report.txt OVERFUNDED
      *   UNFUNDED  unfunded payable carried forward -
      *             payout_outstanding.txt
      * and writes them to gl_journal.txt (copybooks/GLJRNL.cpy)
      * behind a batch header and ahead of a control-total trailer.
      * The claims report is appended run after run and carries no
      * date, so claims paid are taken from the claims master, whose
      * claim date says which day paid them.
      *
      * Every event must come out as a debit and a credit of its
      * amount. When an event has no mapping, or the debits, the
      * credits and the events' own total don't all agree, the
      * journal is NOT released: gl_journal.txt is left empty, the
      * lines go to gl_journal_held.txt for review, an exception is
      * logged and the run ends with return code 8.
       environment division.
           input-output section.
           file-control.
           select f-payout assign to "../payout_register.txt"
           organization is line sequential
           file status is ws-payout-fs.
           select f-claims assign to "../claims_master.dat"
           organization is indexed
           access mode is sequential
           record key is cm-cardnr
           file status is ws-claims-fs.
           select f-whreg assign to "../withholding_register.txt"
           organization is line sequential
           file status is ws-whreg-fs.
           select f-settle assign to "../settlement_report.txt"
           organization is line sequential
           file status is ws-settle-fs.
           select f-outstanding assign to "../payout_outstanding.txt"
           organization is line sequential
           file status is ws-outst-fs.
           select f-glmap assign to dynamic ws-glmap-path
           organization is line sequential
           file status is ws-glmap-fs.
           select f-journal assign to dynamic ws-journal-path
           organization is line sequential
           file status is ws-journal-fs.
           select f-exception assign to "../exception_log.txt"
           organization is line sequential
           file status is ws-excpt-fs.
      * effective-dated reference tables - the version catalog, the
      * usage log recording which version each run read, and the
      * run-control card whose business date decides.
           select f-refcat assign to "../../batch/refdata_catalog.txt"
           organization is line sequential
           file status is ws-refcat-fs.
           select f-refuse assign to "../../batch/refdata_usage.txt"
           organization is line sequential
           file status is ws-refuse-fs.
           select f-refctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-refctl-fs.
      * the environment card of the tree this runs in - records are
      * stamped with the environment, and a card choosing another
      * environment than this tree's refuses the run.
           select f-envcard assign to "../../batch/environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-payout.
      * same columns day04_1's write_payout lays down.
           01 payout-record.
               02 pr-cardnr pic 999.
               02 pr-matches pic 9(2).
               02 pr-amount-x pic x(10).

           fd f-claims.
      * the claims master scratchcards_claims keeps.
           01 claims-record.
               02 cm-cardnr pic 999.
               02 cm-status pic x(8).
               02 cm-points pic 9(9).
               02 cm-amount pic 9(7)v99.
               02 cm-first-seen pic 9(8).
               02 cm-claim-date pic 9(8).

           fd f-whreg.
           copy WHREG.

           fd f-settle.
           01 settle-line pic x(100).

           fd f-outstanding.
      * scratchcards_settlement's carry file.
           01 outstanding-record.
               02 os-cardnr pic 999.
               02 os-matches pic 9(2).
               02 os-amount pic 9(7).99.
               02 os-days pic 9(3).

           fd f-glmap.
           copy GLMAP.

           fd f-journal.
           copy GLJRNL.

           fd f-exception.
           copy EXCPTREC.

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-payout-fs pic xx.
           01 ws-claims-fs pic xx.
           01 ws-whreg-fs pic xx.
           01 ws-settle-fs pic xx.
           01 ws-outst-fs pic xx.
           01 ws-glmap-fs pic xx.
           01 ws-journal-fs pic xx.
           01 ws-excpt-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-glmap-path pic x(80).
           01 ws-journal-path pic x(80).

      * the account map as loaded.
           01 ws-gm-count pic 9(2) value 0.
           01 ws-gm-table.
               02 ws-gm-entry occurs 20 times.
                   03 ws-gm-event pic x(10).
                   03 ws-gm-debit pic x(10).
                   03 ws-gm-credit pic x(10).
                   03 ws-gm-narrative pic x(30).
           01 ws-gm pic 9(2).
           01 ws-gm-hit pic 9(2).

      * the day's money events, in source order.
           01 ws-ev-count pic 9(4) value 0.
           01 ws-ev-table.
               02 ws-ev-entry occurs 3000 times.
                   03 ws-ev-event pic x(10).
                   03 ws-ev-cardnr pic 999.
                   03 ws-ev-amount pic 9(9)v99.
           01 ws-ev pic 9(4).
           01 ws-ev-dropped pic 9(5) value 0.
           01 ws-event-code pic x(10).
           01 ws-event-card pic 999.
           01 ws-event-amount pic 9(9)v99.

      * the tax withheld from each card's claim paid on the business
      * date, by card number - a card is paid once.
           01 ws-wh-table.
               02 ws-wh-withheld pic 9(7)v99 occurs 1000 times.
           01 ws-wh pic 9(4).
           01 ws-claim-withheld pic 9(7)v99.

      * the journal lines built from them.
           01 ws-jl-count pic 9(4) value 0.
           01 ws-jl-table.
               02 ws-jl-entry occurs 6000 times.
                   03 ws-jl-event pic x(10).
                   03 ws-jl-account pic x(10).
                   03 ws-jl-side pic x(1).
                   03 ws-jl-amount pic 9(9)v99.
                   03 ws-jl-cardnr pic 999.
                   03 ws-jl-narrative pic x(30).
           01 ws-jl pic 9(4).

      * control totals - the events' own total, and each side of
      * the lines built.
           01 ws-event-total pic 9(13)v99 value 0.
           01 ws-debit-total pic 9(13)v99 value 0.
           01 ws-credit-total pic 9(13)v99 value 0.
           01 ws-unmapped pic 9(4) value 0.
           01 ws-unmapped-event pic x(10) value spaces.
           01 ws-released pic 9(1) value 0.
           01 ws-hold-reason pic x(100) value spaces.

      * settlement report parsing - which section a line is in,
      * and its words.
           01 ws-section pic x(10).
           01 ws-words.
               02 ws-w pic x(20) occurs 8 times.
           01 ws-wn pic 9(1).

           01 ws-bus-date-n pic 9(8).
           01 ws-cur-date pic x(21).
           01 ws-total-show pic z(12)9.99.

      * reference-version lookup scratch, and where each
      * reference table is read from on this run.
           01 ws-refcat-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-refctl-fs pic xx.
           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-ref-eof pic a(1).
           01 ws-ref-table pic x(30).
           01 ws-ref-effective pic x(8).
           01 ws-ref-path pic x(80).
           01 ws-ref-run-id pic x(12) value spaces.
           01 ws-ref-bus-date pic x(8).
           01 ws-ref-now pic x(21).
           01 ws-ref-program pic x(20) value "scratchcards_journal".
           01 ws-ref-day pic x(10) value "day04".

       procedure division.

           display "scratchcards_journal: building the day's GL "
               "journal".

           perform read_environment_card.
           perform load_account_map.
           move ws-ref-bus-date to ws-bus-date-n.

           perform collect_payouts.
           perform collect_claims.
           perform collect_settlement.
           perform collect_outstanding.
           if ws-ev-dropped > 0 then
               move spaces to ws-hold-reason
               string ws-ev-dropped " money event(s) beyond the "
                   "3000-event table"
                   delimited by size into ws-hold-reason
           end-if.

           perform varying ws-ev from 1 by 1 until ws-ev > ws-ev-count
               perform post_one_event
           end-perform.

           perform check_balance.
           if ws-hold-reason = spaces then
               move "../gl_journal.txt" to ws-journal-path
               perform write_journal_file
               move 1 to ws-released
           else
               move "../gl_journal.txt" to ws-journal-path
               open output f-journal
               close f-journal
               move "../gl_journal_held.txt" to ws-journal-path
               perform write_journal_file
               perform log_hold_exception
           end-if.

           move ws-debit-total to ws-total-show.
           display "scratchcards_journal: " ws-ev-count
               " event(s), " ws-jl-count " journal line(s), "
               "debits " ws-total-show.
           move ws-credit-total to ws-total-show.
           display "scratchcards_journal: credits " ws-total-show.
           if ws-released = 1 then
               display "scratchcards_journal: balanced - released "
                   "in ../gl_journal.txt"
           else
               display "scratchcards_journal: NOT RELEASED - "
                   function trim(ws-hold-reason)
                   " - held in ../gl_journal_held.txt"
               move 8 to return-code
           end-if.
           stop run.

       load_account_map.
           move "gl_account_map.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-glmap-path.
           open input f-glmap.
           if ws-glmap-fs not = "00" then
               display "no ../gl_account_map.txt - no event can "
                   "be posted"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-glmap at
               end move 'Y' to ws-eof
               not at end
                   if gm-event not = spaces and ws-gm-count < 20
                       add 1 to ws-gm-count
                       move gm-event to ws-gm-event(ws-gm-count)
                       move gm-debit-acct
                           to ws-gm-debit(ws-gm-count)
                       move gm-credit-acct
                           to ws-gm-credit(ws-gm-count)
                       move gm-narrative
                           to ws-gm-narrative(ws-gm-count)
                   end-if
           end-perform.
           close f-glmap.

      * ws-event-code, -card and -amount onto the event table.
       add_event.
           if ws-event-amount = 0 then
               exit paragraph
           end-if.
           if ws-ev-count >= 3000 then
               add 1 to ws-ev-dropped
               exit paragraph
           end-if.
           add 1 to ws-ev-count.
           move ws-event-code to ws-ev-event(ws-ev-count).
           move ws-event-card to ws-ev-cardnr(ws-ev-count).
           move ws-event-amount to ws-ev-amount(ws-ev-count).
           add ws-event-amount to ws-event-total.

      * a zero-amount payout record is a losing card - nothing to
      * post.
       collect_payouts.
           open input f-payout.
           if ws-payout-fs not = "00" then
               display "no ../payout_register.txt - no payout "
                   "liability raised this run"
               exit paragraph
           end-if.
           move "PAYOUT" to ws-event-code.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-payout at
               end move 'Y' to ws-eof
               not at end
                   move pr-cardnr to ws-event-card
                   move function numval(pr-amount-x)
                       to ws-event-amount
                   perform add_event
           end-perform.
           close f-payout.

       collect_claims.
           open input f-claims.
           if ws-claims-fs not = "00" then
               display "claims master ../claims_master.dat not "
                   "readable (status " ws-claims-fs ") - no claims "
                   "paid posted"
               exit paragraph
           end-if.
           perform load_day_withholding.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-claims next record at
               end move 'Y' to ws-eof
               not at end
                   if cm-status = "PAID"
                       and cm-claim-date = ws-bus-date-n
                       compute ws-wh = cm-cardnr + 1
                       move ws-wh-withheld(ws-wh) to ws-claim-withheld
                       move cm-cardnr to ws-event-card
                       move "CLAIM" to ws-event-code
                       compute ws-event-amount =
                           cm-amount - ws-claim-withheld
                       perform add_event
                       move "WITHHOLD" to ws-event-code
                       move ws-claim-withheld to ws-event-amount
                       perform add_event
                   end-if
           end-perform.
           close f-claims.

      * the withholding register's claims paid on the business date.
      * No register means nothing was withheld - claims post gross.
       load_day_withholding.
           perform varying ws-wh from 1 by 1 until ws-wh > 1000
               move 0 to ws-wh-withheld(ws-wh)
           end-perform.
           open input f-whreg.
           if ws-whreg-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-whreg at
               end move 'Y' to ws-eof
               not at end
                   if wh-claim-date = ws-bus-date-n
                       compute ws-wh = wh-cardnr + 1
                       move wh-withheld to ws-wh-withheld(ws-wh)
                   end-if
           end-perform.
           close f-whreg.
           move 'N' to ws-eof.

      * scratchcards_settlement's report: "  card NNN matches NN
      * amount X" under MATCHED, "  card NNN amount X" under
      * OVERFUNDED. UNFUNDED lines are the payables carried in
      * payout_outstanding.txt, posted from there.
       collect_settlement.
           open input f-settle.
           if ws-settle-fs not = "00" then
               display "no ../settlement_report.txt - no bank "
                   "funding posted"
               exit paragraph
           end-if.
           move spaces to ws-section.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-settle at
               end move 'Y' to ws-eof
               not at end
                   perform note_settlement_line
           end-perform.
           close f-settle.

       note_settlement_line.
           evaluate true
               when settle-line(1:7) = "MATCHED"
                   move "FUNDING" to ws-section
                   exit paragraph
               when settle-line(1:8) = "UNFUNDED"
                   move spaces to ws-section
                   exit paragraph
               when settle-line(1:10) = "OVERFUNDED"
                   move "OVERFUND" to ws-section
                   exit paragraph
           end-evaluate.
           if ws-section = spaces or settle-line(1:7) not = "  card "
               exit paragraph
           end-if.
           move spaces to ws-words.
           unstring settle-line delimited by all space
               into ws-w(1), ws-w(2), ws-w(3), ws-w(4), ws-w(5),
               ws-w(6), ws-w(7), ws-w(8)
           end-unstring.
           move ws-section to ws-event-code.
           move function numval(ws-w(3)) to ws-event-card.
           move 0 to ws-event-amount.
           perform varying ws-wn from 4 by 1 until ws-wn > 7
               if ws-w(ws-wn) = "amount"
                   move function numval(ws-w(ws-wn + 1))
                       to ws-event-amount
                   exit perform
               end-if
           end-perform.
           perform add_event.

       collect_outstanding.
           open input f-outstanding.
           if ws-outst-fs not = "00" then
               exit paragraph
           end-if.
           move "UNFUNDED" to ws-event-code.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-outstanding at
               end move 'Y' to ws-eof
               not at end
                   move os-cardnr to ws-event-card
                   move os-amount to ws-event-amount
                   perform add_event
           end-perform.
           close f-outstanding.

      * a debit line and a credit line per event, to the accounts
      * the map gives its event code. An unmapped event posts
      * nothing and is counted - it holds the journal.
       post_one_event.
           move 0 to ws-gm-hit.
           perform varying ws-gm from 1 by 1 until ws-gm > ws-gm-count
               if ws-gm-event(ws-gm) = ws-ev-event(ws-ev)
                   move ws-gm to ws-gm-hit
                   exit perform
               end-if
           end-perform.
           if ws-gm-hit = 0 then
               add 1 to ws-unmapped
               move ws-ev-event(ws-ev) to ws-unmapped-event
               exit paragraph
           end-if.
           if ws-gm-debit(ws-gm-hit) not = spaces then
               add 1 to ws-jl-count
               move ws-gm-debit(ws-gm-hit)
                   to ws-jl-account(ws-jl-count)
               move "D" to ws-jl-side(ws-jl-count)
               add ws-ev-amount(ws-ev) to ws-debit-total
               perform fill_journal_line
           end-if.
           if ws-gm-credit(ws-gm-hit) not = spaces then
               add 1 to ws-jl-count
               move ws-gm-credit(ws-gm-hit)
                   to ws-jl-account(ws-jl-count)
               move "C" to ws-jl-side(ws-jl-count)
               add ws-ev-amount(ws-ev) to ws-credit-total
               perform fill_journal_line
           end-if.

       fill_journal_line.
           move ws-ev-event(ws-ev) to ws-jl-event(ws-jl-count).
           move ws-ev-amount(ws-ev) to ws-jl-amount(ws-jl-count).
           move ws-ev-cardnr(ws-ev) to ws-jl-cardnr(ws-jl-count).
           move ws-gm-narrative(ws-gm-hit)
               to ws-jl-narrative(ws-jl-count).

      * debits, credits and the events' own total must all agree.
       check_balance.
           if ws-hold-reason not = spaces then
               exit paragraph
           end-if.
           evaluate true
               when ws-unmapped > 0
                   string ws-unmapped " event(s) have no account "
                       "mapping, e.g. "
                       function trim(ws-unmapped-event)
                       delimited by size into ws-hold-reason
               when ws-debit-total not = ws-credit-total
                   string "debits do not equal credits - an account "
                       "map line is missing a side"
                       delimited by size into ws-hold-reason
               when ws-debit-total not = ws-event-total
                   string "journal totals do not equal the money "
                       "events' total"
                       delimited by size into ws-hold-reason
           end-evaluate.

       write_journal_file.
           open output f-journal.
           move spaces to gl-header-record.
           move "H" to gl-h-type.
           move ws-ref-run-id to gl-h-batch-id.
           move ws-ref-bus-date to gl-h-bus-date.
           move "SCRATCHCARDS" to gl-h-source.
           move function current-date to ws-cur-date.
           move ws-cur-date(1:14) to gl-h-created.
           write gl-header-record.
           perform varying ws-jl from 1 by 1 until ws-jl > ws-jl-count
               move spaces to gl-detail-record
               move "D" to gl-d-type
               move ws-jl to gl-d-seq
               move ws-jl-event(ws-jl) to gl-d-event
               move ws-jl-account(ws-jl) to gl-d-account
               move ws-jl-side(ws-jl) to gl-d-side
               move ws-jl-amount(ws-jl) to gl-d-amount
               move ws-jl-cardnr(ws-jl) to gl-d-cardnr
               move ws-jl-narrative(ws-jl) to gl-d-narrative
               write gl-detail-record
           end-perform.
           move spaces to gl-trailer-record.
           move "T" to gl-t-type.
           move ws-jl-count to gl-t-line-count.
           move ws-debit-total to gl-t-debit-total.
           move ws-credit-total to gl-t-credit-total.
           move ws-ev-count to gl-t-event-count.
           write gl-trailer-record.
           close f-journal.

      * the held journal on the shared exception log, so ops sees
      * it with the day's other data-quality issues.
       log_hold_exception.
           open extend f-exception.
           if ws-excpt-fs = "35" then
               open output f-exception
           end-if.
           move "GLJOURNAL" to excpt-program.
           move "day04" to excpt-day.
           move "gl_journal.txt" to excpt-locator.
           move spaces to excpt-description.
           string "journal not released: "
               function trim(ws-hold-reason)
               delimited by size into excpt-description.
           move ws-ref-run-id to excpt-run-id.
           move ws-ref-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           write excpt-record.
           close f-exception.

      * the version of a reference table in force on the run's
      * business date - the catalog row for this day and table with
      * the latest effective date on or before it, else the
      * current-state file (CURRENT). The same choice the
      * run-services module makes for the batch day programs, made
      * here since this program runs on its own; it goes to the
      * same usage log.
       resolve_reference_table.
           if ws-ref-run-id = spaces then
               open input f-refctl
               if ws-refctl-fs = "00"
                   read f-refctl
                       at end continue
                       not at end
                           move refctl-run-id to ws-ref-run-id
                           move refctl-bus-date to ws-ref-bus-date
                   end-read
                   close f-refctl
               end-if
               if ws-ref-run-id = spaces
                   move function current-date to ws-ref-now
                   move "ADHOC " to ws-ref-run-id(1:6)
                   move ws-ref-now(9:6) to ws-ref-run-id(7:6)
                   move ws-ref-now(1:8) to ws-ref-bus-date
               end-if
           end-if.
           move spaces to ws-ref-path.
           string "../" function trim(ws-ref-table)
               delimited by size into ws-ref-path.
           move "CURRENT" to ws-ref-effective.
           open input f-refcat.
           if ws-refcat-fs = "00" then
               move 'N' to ws-ref-eof
               perform until ws-ref-eof = 'Y'
                   read f-refcat at
                   end move 'Y' to ws-ref-eof
                   not at end
                       if rv-day-dir = ws-ref-day
                           and rv-table = ws-ref-table
                           and rv-effective <= ws-ref-bus-date
                           and (ws-ref-effective = "CURRENT"
                           or rv-effective > ws-ref-effective)
                           move rv-effective to ws-ref-effective
                           move rv-path to ws-ref-path
                       end-if
               end-perform
               close f-refcat
           end-if.
           if ws-ref-effective not = "CURRENT" then
               display function trim(ws-ref-table)
                   ": version effective " ws-ref-effective
                   " in force on " ws-ref-bus-date
           end-if.

           open extend f-refuse.
           if ws-refuse-fs = "35" then
               open output f-refuse
           end-if.
           move ws-ref-day to ru-day-dir.
           move ws-ref-table to ru-table.
           move ws-ref-effective to ru-effective.
           move ws-ref-program to ru-program.
           move ws-ref-run-id to ru-run-id.
           move ws-ref-bus-date to ru-bus-date.
           write ru-record.
           close f-refuse.

      * no card is the home tree running PROD; a card choosing some
      * other environment than this tree's means this was started
      * in the wrong directory - refuse before writing anything.
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
               display "scratchcards_journal: refusing to run - "
                   "the environment card chooses "
                   function trim(ws-env-chosen) " but this is the "
                   function trim(ws-env) " tree"
               move 12 to return-code
               stop run
           end-if.
