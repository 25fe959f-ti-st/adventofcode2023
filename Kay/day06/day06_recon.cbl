      * their keep or get fixed.
      *
      * race_actuals.txt, fixed columns: race 9(3), space,
      * actual hold 9(15), space, actual distance 9(15), and
      * optionally space, boat id x(8) - the boat that raced.
      *
      * Every actual is also checked against the race record book
      * (race_record_book.dat, copybooks/RECBOOK.cpy): a distance
      * beating the standing record - the book's, or the race
      * sheet's record from the register when the book has none
      * for the race yet - becomes the new record, held by the boat
      * that raced (the actual's boat, else the race's assignment
      * on race_boats.txt, else DEFAULT) and dated the business
      * date, and the change is appended to race_record_history.txt.
       environment division.
           input-output section.
           file-control.
           select f-report assign to
               "../prediction_accuracy.txt"
           organization is line sequential.
           select f-recbook assign to "../race_record_book.dat"
           organization is indexed
           access mode is dynamic
           record key is rk-race
           file status is ws-recbook-fs.
      * one line per record change, same open-extend idiom as the
      * shared logs.
           select f-rechist assign to "../race_record_history.txt"
           organization is line sequential
           file status is ws-rechist-fs.
           select f-assign assign to "../race_boats.txt"
           organization is line sequential
           file status is ws-assign-fs.
           select f-runctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.

       data division.
           file section.
               02 ra-hold pic 9(15).
               02 filler pic x(1).
               02 ra-dist pic 9(15).
               02 filler pic x(1).
               02 ra-boat pic x(8).

           fd f-report.
           01 report-line pic x(132).

           fd f-recbook.
           copy RECBOOK.

           fd f-rechist.
           01 record-history-record.
               02 rh-race pic 9(3).
               02 filler pic x(1).
               02 rh-date-set pic x(8).
               02 filler pic x(1).
               02 rh-old-record pic 9(15).
               02 filler pic x(1).
               02 rh-old-holder pic x(8).
               02 filler pic x(1).
               02 rh-new-record pic 9(15).
               02 filler pic x(1).
               02 rh-new-holder pic x(8).
               02 filler pic x(1).
               02 rh-run-id pic x(12).

      * boot-race's race_boats.txt columns.
           fd f-assign.
           01 assign-record.
               02 rb-race pic 9(3).
               02 filler pic x(1).
               02 rb-boat pic x(8).

           fd f-runctl.
           copy RUNCTL.

           working-storage section.

           01 ws-window-fs pic xx.
           01 ws-accuracy pic 9(3) value 0.
           01 ws-print-line pic x(132).

      * record-book maintenance - the book is skipped, not fatal,
      * when it cannot be opened.
           01 ws-recbook-fs pic xx.
           01 ws-rechist-fs pic xx.
           01 ws-assign-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-book-open pic 9 value 0.
           01 ws-book-hit pic 9.
           01 ws-standing pic 9(15).
           01 ws-standing-holder pic x(8).
           01 ws-new-holder pic x(8).
           01 ws-records-broken pic 9(5) value 0.
           01 ws-run-id pic x(12).
           01 ws-bus-date pic x(8).
           01 ws-cur-date pic x(21).
           01 ws-asg-count pic 9(2) value 0.
           01 ws-asg-table.
               02 ws-asg-entry occurs 50 times.
                   03 as-race pic 9(3).
                   03 as-boat pic x(8).
           01 ws-a pic 9(2).

       procedure division.

           display "race_results_recon: reconciling actual race "
               stop run
           end-if.

           perform read_run_control.
           perform load_race_assignments.
           perform open_record_book.

           open output f-report.
           move "Prediction accuracy - actual results vs "
               & "predicted win windows" to report-line.

           perform write_summary.
           close f-report.
           if ws-book-open = 1 then
               close f-recbook
               close f-rechist
           end-if.

           display "race_results_recon: " ws-actual-count
               " race(s) reconciled, " ws-agree-count
               " agreement(s), " ws-records-broken
               " record(s) broken - report in "
               "../prediction_accuracy.txt".
           if ws-false-win > 0 or ws-false-loss > 0
               or ws-unmatched > 0 then
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               if ws-book-open = 1
                   perform update_record_book
               end-if
               exit paragraph
           end-if.

           end-evaluate.
           move ws-print-line to report-line.
           write report-line.
           if ws-book-open = 1 then
               perform update_record_book
           end-if.

       write_summary.
           move spaces to report-line.
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to ws-print-line.
           if ws-book-open = 1
               string ws-records-broken " record(s) broken - "
                   "record book ../race_record_book.dat updated"
                   delimited by size into ws-print-line
           else
               string "record book ../race_record_book.dat not "
                   "usable - no records updated"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.

      * the run id and business date the driver issued - an ad-hoc
      * run stamps itself ADHOC with today's date instead.
       read_run_control.
           move spaces to ws-run-id.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-run-id
                       move runctl-bus-date to ws-bus-date
               end-read
               close f-runctl
           end-if.
           if ws-run-id = spaces then
               move function current-date to ws-cur-date
               move "ADHOC " to ws-run-id(1:6)
               move ws-cur-date(9:6) to ws-run-id(7:6)
               move ws-cur-date(1:8) to ws-bus-date
           end-if.

       load_race_assignments.
           open input f-assign.
           if ws-assign-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-assign at
               end move 'Y' to ws-eof
               not at end
                   if ws-asg-count < 50
                       add 1 to ws-asg-count
                       move rb-race to as-race(ws-asg-count)
                       move rb-boat to as-boat(ws-asg-count)
                   end-if
           end-perform.
           close f-assign.

      * the record book is created on first use.
       open_record_book.
           open i-o f-recbook.
           if ws-recbook-fs = "35" then
               open output f-recbook
               close f-recbook
               open i-o f-recbook
           end-if.
           if ws-recbook-fs not = "00" then
               display "record book ../race_record_book.dat not "
                   "usable (status " ws-recbook-fs ") - records "
                   "not updated"
               exit paragraph
           end-if.
           move 1 to ws-book-open.
           open extend f-rechist.
           if ws-rechist-fs = "35" then
               open output f-rechist
           end-if.

      * one actual against the standing record - the book's, else
      * the race sheet's from the register. Nothing to compare an
      * actual with when neither knows the race.
       update_record_book.
           move ra-race to rk-race.
           move 1 to ws-book-hit.
           read f-recbook
               invalid key
                   move 0 to ws-book-hit
           end-read.
           evaluate true
               when ws-book-hit = 1
                   move rk-record to ws-standing
                   move rk-holder to ws-standing-holder
               when ws-hit = 1
                   move ws-pr-record(ws-p) to ws-standing
                   move "SHEET" to ws-standing-holder
               when other
                   exit paragraph
           end-evaluate.
           if ra-dist not > ws-standing then
               exit paragraph
           end-if.

           move ra-boat to ws-new-holder.
           if ws-new-holder = spaces then
               move "DEFAULT" to ws-new-holder
               perform varying ws-a from 1 by 1
                   until ws-a > ws-asg-count
                   if as-race(ws-a) = ra-race
                       move as-boat(ws-a) to ws-new-holder
                       exit perform
                   end-if
               end-perform
           end-if.

           if ws-book-hit = 1 then
               move ws-standing to rk-prior-record
               move ra-dist to rk-record
               move ws-new-holder to rk-holder
               move ws-bus-date to rk-date-set
               rewrite record-book-record
           else
               move ra-race to rk-race
               move ra-dist to rk-record
               move ws-new-holder to rk-holder
               move ws-bus-date to rk-date-set
               move ws-standing to rk-prior-record
               write record-book-record
           end-if.
           if ws-recbook-fs not = "00" then
               display "race " ra-race " record not stored on the "
                   "record book (status " ws-recbook-fs ")"
               exit paragraph
           end-if.
           add 1 to ws-records-broken.

           move spaces to record-history-record.
           move ra-race to rh-race.
           move ws-bus-date to rh-date-set.
           move ws-standing to rh-old-record.
           move ws-standing-holder to rh-old-holder.
           move ra-dist to rh-new-record.
           move ws-new-holder to rh-new-holder.
           move ws-run-id to rh-run-id.
           write record-history-record.

           move spaces to ws-print-line.
           string "race " ra-race " RECORD - distance " ra-dist
               " by " ws-new-holder " beats " ws-standing
               " held by " ws-standing-holder
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
