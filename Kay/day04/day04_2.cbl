           file status is ws-abend-fs.
      * req 107: override-usage audit register - an engaged deck
      * override is recorded the moment it lets the cascade run.
      * the checker's approval register - the deck override only
      * takes effect when an unexpired approval from a second
      * operator names the card and its maker.
           select f-approvals assign to
               "../../batch/override_approvals.txt"
           organization is line sequential
           file status is ws-apr-fs.
           select f-ovraud assign to "../../batch/override_audit.txt"
           organization is line sequential
           file status is ws-ovraud-fs.
      * winning/8 held has been announced) is a control-card
      * change, not a rewrite of four FDs. Defaults to the classic
      * 10/25 groups of width 3.
           select f-layout assign to dynamic ws-layout-path
           organization is line sequential
           file status is ws-layout-fs.

           fd f-abend.
           copy ABENDREC.

           fd f-approvals.
           copy APPRREC.

           fd f-ovraud.
           copy OVRAUDREC.

      * req 107: override-audit bookkeeping.
           01 ws-ovraud-fs pic xx.

      * maker-checker bookkeeping for the deck override card.
           01 ws-apr-fs pic xx.
           01 ws-apr-eof pic a(1).
           01 ws-apr-file pic x(30).
           01 ws-apr-requester pic x(12).
           01 ws-apr-approver pic x(12).
           01 ws-apr-ok pic 9(1).
           01 ws-apr-reason pic x(40).
           01 ws-apr-now pic x(12).
           01 ws-apr-expiry pic x(12).

      * req 094: abend-record scratch fields, filled at the failing
      * site before write_abend_record runs.
           01 ws-abend-fs pic xx.
      * returned by the run-services module's INIT.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-env pic x(8).

      * req 102: parameter block for the shared run-services module.
           copy RUNSVC.

           01 ws-cur-date pic x(21).

      * where each reference table is read from on this run - the
      * version in force on the business date (see
      * resolve_reference_table).
           01 ws-layout-path pic x(80).

       procedure division.

           perform read_run_control.
      * will log.
           move ws-run-id to excpt-run-id.
           move ws-bus-date to excpt-bus-date.
           move ws-env to excpt-env.
           perform read_checkpoint.
      * req 131: a fresh run rewrites the lineage register; a
      * resumed run extends it - the crashed run already wrote the
           call "aoc-run-services" using runsvc-block.
           move svc-run-id to ws-run-id.
           move svc-bus-date to ws-bus-date.
           move svc-env to ws-env.

      * req 079: deck completeness gate - card numbers must run
      * contiguously from 1 to ws-card-count with no gaps or
           open input f-deckovr.
           if ws-deckovr-fs = "00" then
               close f-deckovr
               perform approve_deck_override
               display "** deck override in effect - cascading "
                   "over a deck with " ws-deck-breaks " break(s)"
      * req 107: the override changes what gets published - audited.
      * the default and the table sizes as hard ceilings (numbers
      * stay pic 999, so widths past 3 are not supported).
       read_deck_layout.
           move "deck_layout.txt" to svc-ref-table.
           perform resolve_reference_table.
           move svc-ref-path to ws-layout-path.
           open input f-layout.
           if ws-layout-fs = "00" then
               move 1 to ws-layout-loaded
           move "deck_override.txt" to oa-file.
           move spaces to oa-value.
           string "cascade forced over " ws-deck-breaks
               " deck break(s), approved by " ws-apr-approver
               delimited by size into oa-value.
           move ws-run-id to oa-run-id.
           write ovraud-record.
           close f-ovraud.

      * the deck override is honored only with a checker's approval
      * - the card's REQUESTED-BY line names the maker. An unapproved
      * card blocks the cascade with condition code 16, distinct from
      * the plain deck-break abend, so the operator knows the
      * override was seen and refused.
       approve_deck_override.
           move "deck_override.txt" to ws-apr-file.
           move spaces to ws-apr-requester.
           open input f-deckovr.
           if ws-deckovr-fs = "00" then
               move 'N' to ws-apr-eof
               perform until ws-apr-eof = 'Y'
                   read f-deckovr at
                   end move 'Y' to ws-apr-eof
                   not at end
                       if deckovr-line(1:13) = "REQUESTED-BY "
                           move function trim(deckovr-line(14:))
                               to ws-apr-requester
                       end-if
               end-perform
               close f-deckovr
           end-if.
           perform check_override_approval.
           if ws-apr-ok = 1 then
               display "deck override requested by "
                   function trim(ws-apr-requester) ", approved by "
                   function trim(ws-apr-approver)
               exit paragraph
           end-if.
           display "abend: deck override refused - "
               function trim(ws-apr-reason)
               ". A second operator must approve it in "
               "../../batch/override_approvals.txt".
           close f-input.
           close f-exception.
           move "approve_deck_override" to ws-ab-paragraph
           move "../deck_override.txt" to ws-ab-file
           move spaces to ws-ab-filestat
           move 16 to ws-ab-code
           perform write_abend_record
           move 16 to return-code.
           stop run.

      * look the card up in the approval register: same card, same
      * maker, a different operator as checker, not yet expired.
      * ws-apr-reason keeps the best explanation for a refusal.
       check_override_approval.
           move 0 to ws-apr-ok.
           move spaces to ws-apr-approver.
           if ws-apr-requester = spaces then
               move "the card names no REQUESTED-BY operator"
                   to ws-apr-reason
               exit paragraph
           end-if.
           move "no approval recorded for this card"
               to ws-apr-reason.
           move function current-date(1:12) to ws-apr-now.
           open input f-approvals.
           if ws-apr-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-apr-eof.
           perform until ws-apr-eof = 'Y'
               read f-approvals at
               end move 'Y' to ws-apr-eof
               not at end
                   if apr-file = ws-apr-file
                       and apr-requested-by = ws-apr-requester
                       and ws-apr-ok = 0
                       move apr-expiry-date to ws-apr-expiry(1:8)
                       move apr-expiry-time to ws-apr-expiry(9:4)
                       if apr-expiry-time = spaces
                           move "2359" to ws-apr-expiry(9:4)
                       end-if
                       evaluate true
                           when apr-approved-by = spaces
                               or apr-approved-by = ws-apr-requester
                               move "the maker cannot approve their "
                                   & "own card" to ws-apr-reason
                           when ws-apr-expiry < ws-apr-now
                               move "the approval has expired"
                                   to ws-apr-reason
                           when other
                               move 1 to ws-apr-ok
                               move apr-approved-by
                                   to ws-apr-approver
                       end-evaluate
                   end-if
           end-perform.
           close f-approvals.

      * req 094: append this abend's machine-readable record to the
      * shared abend file, same open-extend idiom as the other
      * shared logs - the condition-code scheme lives in ABENDREC.
           move ws-ab-code to ab-condition-code.
           move ws-run-id to ab-run-id.
           move ws-bus-date to ab-bus-date.
           move ws-env to ab-env.
           move function current-date to ws-cur-date.
           move ws-cur-date(9:6) to ab-time.
           write abend-record.
               into checkpoint-record.
           write checkpoint-record.
           close f-checkpoint.

      * the version of a reference table in force on the run's
      * business date - chosen, and its use logged, by the
      * run-services module.
       resolve_reference_table.
           move "REFDATA" to svc-op.
           call "aoc-run-services" using runsvc-block.
