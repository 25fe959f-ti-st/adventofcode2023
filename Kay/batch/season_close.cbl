      *
      * season_close.txt: first line must read CONFIRM - this job
      * truncates the live ledgers and must never run by accident.
      * A "REQUESTED-BY <operator>" line names who asked for the
      * close, and the card only counts with an unexpired approval
      * from a second operator in override_approvals.txt.
       identification division.
           program-id. aoc-season-close.
           author. kayms.
           select f-control assign to "../season_close.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-approvals assign to "../override_approvals.txt"
           organization is line sequential
           file status is ws-apr-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
           fd f-control.
           01 ctrl-line pic x(80).

           fd f-approvals.
           copy APPRREC.

           fd f-registry.
           copy STEPREG.


           01 ws-carried pic 9(3) value 0.

      * maker-checker bookkeeping for the CONFIRM card.
           01 ws-apr-fs pic xx.
           01 ws-apr-eof pic a(1).
           01 ws-apr-file pic x(30).
           01 ws-apr-requester pic x(12).
           01 ws-apr-approver pic x(12).
           01 ws-apr-ok pic 9(1).
           01 ws-apr-reason pic x(40).
           01 ws-apr-now pic x(12).
           01 ws-apr-expiry pic x(12).

       procedure division.

           display "aoc-season-close: closing out the season".
               not at end
                   continue
           end-read.
           if function trim(ctrl-line) not = "CONFIRM" then
               close f-control
               display "season_close.txt does not read CONFIRM - "
                   "refusing to truncate the season's ledgers"
               move 12 to return-code
               stop run
           end-if.
           move spaces to ws-apr-requester.
           move 'N' to ws-apr-eof.
           perform until ws-apr-eof = 'Y'
               read f-control at
               end move 'Y' to ws-apr-eof
               not at end
                   if ctrl-line(1:13) = "REQUESTED-BY "
                       move function trim(ctrl-line(14:))
                           to ws-apr-requester
                   end-if
           end-perform.
           close f-control.

      * a close-out truncates the ledgers - the CONFIRM card needs a
      * second operator's approval, or the close is refused with
      * condition code 16 and nothing is touched.
           move "season_close.txt" to ws-apr-file.
           perform check_override_approval.
           if ws-apr-ok = 0 then
               display "season close refused - "
                   function trim(ws-apr-reason)
                   ". A second operator must approve it in "
                   "../override_approvals.txt (see aoc-approvals)."
               move 16 to return-code
               stop run
           end-if.
           display "season close requested by "
               function trim(ws-apr-requester) ", approved by "
               function trim(ws-apr-approver).

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

       read_busdate.
           move spaces to ws-bus-date.
      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       move 0 to ws-day-seen
                       perform varying ws-s from 1 by 1
                           until ws-s > ws-day-count
