      * first (the directory name must end in its yyyymmdd date).
      * Successfully processed lines are consumed from the list, so
      * a rerun after a failure resumes at the date that broke.
      * A "REQUESTED-BY <operator>" line names the operator who
      * queued the backlog; it is carried onto every run-override
      * card issued, so one approval in override_approvals.txt (same
      * maker, a second operator as checker) covers the whole walk.
       identification division.
           program-id. aoc-catchup.
           author. kayms.
           01 override-record.
               02 ovr-run-id pic x(12).
               02 ovr-bus-date pic x(8).
           01 override-line pic x(80).

           fd f-culog.
           01 culog-record.
           01 ws-i pic 9(3).
           01 ws-digits pic 9(2).
           01 ws-dir-len pic 9(3).
           01 ws-cu-requester pic x(12) value spaces.

           01 ws-command pic x(600).
           01 ws-rc pic s9(9).
               read f-list at
               end move 'Y' to ws-eof
               not at end
                   evaluate true
                       when list-line(1:13) = "REQUESTED-BY "
                           move function trim(list-line(14:))
                               to ws-cu-requester
                       when function trim(list-line) not = spaces
                           and ws-drop-count < 30
                           add 1 to ws-drop-count
                           move function trim(list-line)
                               to ws-drop-dir(ws-drop-count)
                           move 0 to ws-drop-done(ws-drop-count)
                           perform derive_drop_date
                   end-evaluate
           end-perform.
           close f-list.

               delimited by size into ovr-run-id.
           move ws-drop-date(ws-d) to ovr-bus-date.
           write override-record.
           move spaces to override-line.
           string "REQUESTED-BY " ws-cu-requester
               delimited by size into override-line.
           write override-line.
           close f-override.

      * same compile-then-run CALL "SYSTEM" idiom as the driver's
      * list is exactly the backlog still owed, in order.
       rewrite_catchup_list.
           open output f-list.
           if ws-cu-requester not = spaces then
               move spaces to list-line
               string "REQUESTED-BY " ws-cu-requester
                   delimited by size into list-line
               write list-line
           end-if.
           perform varying ws-d from 1 by 1
               until ws-d > ws-drop-count
               if ws-drop-done(ws-d) = 0
