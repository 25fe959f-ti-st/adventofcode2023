      * pending override approvals report
      * report_override.txt, deck_override.txt, run_override.txt and
      * the CONFIRM card in season_close.txt each bypass a safety
      * gate, so each takes effect only with a checker's approval in
      * override_approvals.txt (layout in copybooks/APPRREC.cpy) -
      * same card, same maker, a different operator as approver,
      * not yet expired. This lists every such card currently left
      * out and where it stands, so the checker sees what is waiting
      * on them before the program that honors the card refuses it
      * with condition code 16.
      *
      * pending_approvals.txt, one line per card present:
      *   APPROVED  a valid approval is on file (checker, expiry)
      *   PENDING   no approval recorded for this card and maker
      *   SELF      the only approval was raised by the maker
      *   EXPIRED   the approval on file has run out
      *   NO-MAKER  the card has no REQUESTED-BY line - the maker
      *             must add one before it can be approved
      * Condition code 4 when anything is waiting, 0 otherwise.
       identification division.
           program-id. aoc-approvals.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-card assign to dynamic ws-card-path
           organization is line sequential
           file status is ws-card-fs.
           select f-approvals assign to "../override_approvals.txt"
           organization is line sequential
           file status is ws-apr-fs.
           select f-report assign to "../pending_approvals.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-card.
           01 card-line pic x(80).

           fd f-approvals.
           copy APPRREC.

           fd f-report.
           01 rpt-line pic x(132).

           working-storage section.

           01 ws-card-fs pic xx.
           01 ws-card-path pic x(60).
           01 ws-card-eof pic a(1).

      * the cards that need a checker, and where each one lives
      * relative to the batch directory.
           01 ws-card-table.
               02 filler pic x(30) value "report_override.txt".
               02 filler pic x(60)
                   value "../report_override.txt".
               02 filler pic x(30) value "deck_override.txt".
               02 filler pic x(60)
                   value "../../day04/deck_override.txt".
               02 filler pic x(30) value "run_override.txt".
               02 filler pic x(60)
                   value "../run_override.txt".
               02 filler pic x(30) value "season_close.txt".
               02 filler pic x(60)
                   value "../season_close.txt".
           01 ws-card-list redefines ws-card-table.
               02 ws-card-entry occurs 4 times.
                   03 ws-card-name pic x(30).
                   03 ws-card-where pic x(60).
           01 ws-c pic 9(1).

      * maker-checker bookkeeping, same rules the honoring programs
      * apply.
           01 ws-apr-fs pic xx.
           01 ws-apr-eof pic a(1).
           01 ws-apr-file pic x(30).
           01 ws-apr-requester pic x(12).
           01 ws-apr-approver pic x(12).
           01 ws-apr-ok pic 9(1).
           01 ws-apr-status pic x(8).
           01 ws-apr-expiry-shown pic x(12).
           01 ws-apr-reference pic x(20).
           01 ws-apr-now pic x(12).
           01 ws-apr-expiry pic x(12).

           01 ws-card-count pic 9(2) value 0.
           01 ws-waiting-count pic 9(2) value 0.

       procedure division.

           display "aoc-approvals: override cards awaiting a checker".

           move function current-date(1:12) to ws-apr-now.

           open output f-report.
           move spaces to rpt-line.
           string "PENDING OVERRIDE APPROVALS AS OF "
               ws-apr-now(1:8) " " ws-apr-now(9:4)
               delimited by size into rpt-line.
           write rpt-line.
           move spaces to rpt-line.
           string "CARD                          MAKER        "
               "STATUS   CHECKER      EXPIRES      REFERENCE"
               delimited by size into rpt-line.
           write rpt-line.

           perform varying ws-c from 1 by 1 until ws-c > 4
               perform report_one_card
           end-perform.

           move spaces to rpt-line.
           string ws-card-count " card(s) present, "
               ws-waiting-count " waiting on a checker"
               delimited by size into rpt-line.
           write rpt-line.
           close f-report.

           display "aoc-approvals: " ws-card-count " card(s), "
               ws-waiting-count " waiting - see "
               "../pending_approvals.txt".
           if ws-waiting-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * one card: absent is nothing to report; present, its maker is
      * read off the REQUESTED-BY line and looked up.
       report_one_card.
           move ws-card-where(ws-c) to ws-card-path.
           open input f-card.
           if ws-card-fs not = "00" then
               exit paragraph
           end-if.
           add 1 to ws-card-count.
           move spaces to ws-apr-requester.
           move 'N' to ws-card-eof.
           perform until ws-card-eof = 'Y'
               read f-card at
               end move 'Y' to ws-card-eof
               not at end
                   if card-line(1:13) = "REQUESTED-BY "
                       move function trim(card-line(14:))
                           to ws-apr-requester
                   end-if
           end-perform.
           close f-card.

           move ws-card-name(ws-c) to ws-apr-file.
           perform check_override_approval.
           if ws-apr-ok = 0 then
               add 1 to ws-waiting-count
           end-if.

           move spaces to rpt-line.
           move ws-apr-file to rpt-line(1:30).
           move ws-apr-requester to rpt-line(31:12).
           move ws-apr-status to rpt-line(44:8).
           move ws-apr-approver to rpt-line(53:12).
           move ws-apr-expiry-shown to rpt-line(66:12).
           move ws-apr-reference to rpt-line(79:20).
           write rpt-line.

      * look the card up in the approval register: same card, same
      * maker, a different operator as checker, not yet expired.
      * A valid approval wins over an expired or self-raised one.
       check_override_approval.
           move 0 to ws-apr-ok.
           move spaces to ws-apr-approver.
           move spaces to ws-apr-expiry-shown.
           move spaces to ws-apr-reference.
           if ws-apr-requester = spaces then
               move "NO-MAKER" to ws-apr-status
               exit paragraph
           end-if.
           move "PENDING" to ws-apr-status.
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
                       move apr-approved-by to ws-apr-approver
                       move ws-apr-expiry to ws-apr-expiry-shown
                       move apr-reference to ws-apr-reference
                       evaluate true
                           when apr-approved-by = spaces
                               or apr-approved-by = ws-apr-requester
                               move "SELF" to ws-apr-status
                           when ws-apr-expiry < ws-apr-now
                               move "EXPIRED" to ws-apr-status
                           when other
                               move 1 to ws-apr-ok
                               move "APPROVED" to ws-apr-status
                       end-evaluate
                   end-if
           end-perform.
           close f-approvals.
