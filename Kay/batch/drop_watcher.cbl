      * file-arrival trigger for the dated input drops
      * someone used to notice the dated drop had arrived, write
      * staging_drop.txt by hand, and kick off aoc-staging,
      * aoc-fingerprint and aoc-driver one after the other. Run on a
      * cadence through the night, this polls the landing area for
      * dated drop directories (yyyymmdd), declares a drop complete
      * only once every registered day's dayNN_input.txt AND the
      * end-of-transmission marker are present, and then runs
      * staging, fingerprinting and the driver in that order for the
      * drop's business date. A drop still incomplete at the
      * cut-off - or the expected drop for yesterday not there at
      * all - raises an operator alert naming the missing days, so a
      * late supplier is caught at 01:00 and not at 06:00.
      *
      * drop_watch.txt, one setting per line (all optional):
      *   LANDING <directory>   landing area (default ../landing)
      *   MARKER  <file name>   end-of-transmission marker
      *                         (default transmission.eot)
      *   CUTOFF  <hhmm>        the morning after the drop date by
      *                         which it must be complete (0100)
      *
      * One complete drop is triggered per poll, oldest first. A
      * FAILED drop is not retried automatically - remove its line
      * from drop_watch_state.txt once the cause is fixed.
       identification division.
           program-id. aoc-drop-watcher.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-control assign to "../drop_watch.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-registry assign to "../steps_registry.txt"
           organization is line sequential
           file status is ws-reg-fs.
      * the landing-area listing - COBOL alone cannot list a
      * directory, so the shell writes it here.
           select f-listing assign to "../drop_watch_tmp.txt"
           organization is line sequential
           file status is ws-list-fs.
           select f-probe assign to dynamic ws-probe-path
           organization is line sequential
           file status is ws-probe-fs.
      * the watcher's memory between polls - rewritten whole, same
      * idiom as the stall monitor's state file.
           select f-state assign to "../drop_watch_state.txt"
           organization is line sequential
           file status is ws-state-fs.
           select f-dropctl assign to "../staging_drop.txt"
           organization is line sequential.
           select f-watchlog assign to "../drop_watch_log.txt"
           organization is line sequential
           file status is ws-wlog-fs.
      * alerts append to the same file aoc-alert writes, so the
      * operator still reads exactly one alert file.
           select f-alerts assign to "../operator_alerts.txt"
           organization is line sequential
           file status is ws-alerts-fs.

       data division.
           file section.

           fd f-control.
           01 control-line pic x(120).

           fd f-registry.
           copy STEPREG.

           fd f-listing.
           01 listing-line pic x(120).

           fd f-probe.
           01 probe-line pic x(80).

           fd f-state.
           copy DROPWREC.

           fd f-dropctl.
           01 dropctl-line pic x(250).

           fd f-watchlog.
           01 watchlog-line pic x(132).

           fd f-alerts.
           01 alert-line pic x(132).

           working-storage section.

           01 ws-ctrl-fs pic xx.
           01 ws-reg-fs pic xx.
           01 ws-reg-eof pic a(1).
           01 ws-list-fs pic xx.
           01 ws-probe-fs pic xx.
           01 ws-probe-path pic x(250).
           01 ws-state-fs pic xx.
           01 ws-wlog-fs pic xx.
           01 ws-alerts-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-command pic x(300).
           01 ws-rc pic s9(9).

      * settings, with their defaults.
           01 ws-landing pic x(120) value "../landing".
           01 ws-marker pic x(40) value "transmission.eot".
           01 ws-cutoff-secs pic 9(5) value 3600.
           01 ws-w1 pic x(20).
           01 ws-w2 pic x(120).
           01 ws-hh pic 9(2).
           01 ws-mm pic 9(2).

           01 ws-cur-date pic x(21).
           01 ws-now-date pic x(8).
           01 ws-now-time pic x(6).
           01 ws-now-stamp pic 9(12).
           01 ws-int-date pic 9(8).
           01 ws-day-nr pic 9(7).
           01 ws-due-stamp pic 9(12).
           01 ws-expected-date pic x(8).

      * distinct day directories out of the registry.
           01 ws-day-count pic 9(2) value 0.
           01 ws-day-table.
               02 ws-day-entry occurs 10 times.
                   03 ws-day-dir pic x(10).
           01 ws-r pic 9(2).
           01 ws-s pic 9(2).
           01 ws-day-seen pic 9(1).

      * the drops known to the watcher.
           01 ws-dw-count pic 9(3) value 0.
           01 ws-dw-table.
               02 ws-dw-entry occurs 400 times.
                   03 ws-dw-drop-date pic x(8).
                   03 ws-dw-status pic x(10).
                   03 ws-dw-seen-date pic x(8).
                   03 ws-dw-seen-time pic x(6).
                   03 ws-dw-done-date pic x(8).
                   03 ws-dw-done-time pic x(6).
                   03 ws-dw-chain-rc pic 9(3).
                   03 ws-dw-missing pic x(80).
           01 ws-d pic 9(3).
           01 ws-found pic 9(3).

           01 ws-missing pic x(80).
           01 ws-miss-ptr pic 9(3).
           01 ws-complete pic 9(1).
           01 ws-triggered pic 9(1) value 0.
           01 ws-text pic x(120).
           01 ws-step-name pic x(20).
           01 ws-alert-count pic 9(3) value 0.

       procedure division.

           display "aoc-drop-watcher: polling the landing area".

           move function current-date to ws-cur-date.
           move ws-cur-date(1:8) to ws-now-date.
           move ws-cur-date(9:6) to ws-now-time.
           move function numval(ws-now-date) to ws-int-date.
           compute ws-now-stamp =
               function integer-of-date(ws-int-date) * 86400
               + function seconds-past-midnight.

           perform read_watch_control.
           perform load_day_list.
           perform load_watch_state.

           open extend f-watchlog.
           if ws-wlog-fs = "35" then
               open output f-watchlog
           end-if.

           perform scan_landing_area.
           perform note_expected_drop.

           perform varying ws-d from 1 by 1 until ws-d > ws-dw-count
               if ws-dw-status(ws-d) = "WAITING"
                   or ws-dw-status(ws-d) = "ALERTED"
                   perform check_one_drop
               end-if
           end-perform.

           perform write_watch_state.
           close f-watchlog.

           display "aoc-drop-watcher: " ws-dw-count " drop(s) known, "
               ws-triggered " triggered, " ws-alert-count
               " alert(s) raised this poll".
           if ws-alert-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

       read_watch_control.
           open input f-control.
           if ws-ctrl-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-control at
               end move 'Y' to ws-eof
               not at end
                   move spaces to ws-w1
                   move spaces to ws-w2
                   unstring control-line delimited by all space
                       into ws-w1, ws-w2
                   end-unstring
                   evaluate ws-w1
                       when "LANDING"
                           if ws-w2 not = spaces
                               move ws-w2 to ws-landing
                           end-if
                       when "MARKER"
                           if ws-w2 not = spaces
                               move ws-w2 to ws-marker
                           end-if
                       when "CUTOFF"
                           if ws-w2(1:4) is numeric
                               move ws-w2(1:2) to ws-hh
                               move ws-w2(3:2) to ws-mm
                               compute ws-cutoff-secs =
                                   ws-hh * 3600 + ws-mm * 60
                           end-if
                       when other
                           continue
                   end-evaluate
           end-perform.
           close f-control.

      * distinct day directories from the shared step
      * registry, same load/abend idiom as the driver - a complete
      * drop carries one input per registered day.
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
                       if ws-day-seen = 0 and ws-day-count < 10
                           add 1 to ws-day-count
                           move reg-day-dir
                               to ws-day-dir(ws-day-count)
                       end-if
                   end-if
           end-perform.
           close f-registry.

       load_watch_state.
           open input f-state.
           if ws-state-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-state at
               end move 'Y' to ws-eof
               not at end
                   if dw-drop-date not = spaces
                       and ws-dw-count < 400
                       add 1 to ws-dw-count
                       move dw-drop-date to ws-dw-drop-date(ws-dw-count)
                       move dw-status to ws-dw-status(ws-dw-count)
                       move dw-seen-date to ws-dw-seen-date(ws-dw-count)
                       move dw-seen-time to ws-dw-seen-time(ws-dw-count)
                       move dw-done-date to ws-dw-done-date(ws-dw-count)
                       move dw-done-time to ws-dw-done-time(ws-dw-count)
                       move dw-chain-rc to ws-dw-chain-rc(ws-dw-count)
                       move dw-missing to ws-dw-missing(ws-dw-count)
                   end-if
           end-perform.
           close f-state.

      * every yyyymmdd directory in the landing area; a new one
      * starts out WAITING.
       scan_landing_area.
           move spaces to ws-command.
           string "ls -1 " function trim(ws-landing)
               " > ../drop_watch_tmp.txt 2>/dev/null"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.
           open input f-listing.
           if ws-list-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-listing at
               end move 'Y' to ws-eof
               not at end
                   if listing-line(1:8) is numeric
                       and listing-line(9:1) = space
                       perform find_drop
                       if ws-found = 0
                           perform add_drop
                           move ws-now-date
                               to ws-dw-seen-date(ws-found)
                           move ws-now-time
                               to ws-dw-seen-time(ws-found)
                           move spaces to ws-text
                           string "SEEN      " listing-line(1:8)
                               " in " function trim(ws-landing)
                               delimited by size into ws-text
                           perform write_watch_log
                       else
                           if ws-dw-seen-date(ws-found) = spaces
                               move ws-now-date
                                   to ws-dw-seen-date(ws-found)
                               move ws-now-time
                                   to ws-dw-seen-time(ws-found)
                           end-if
                       end-if
                   end-if
           end-perform.
           close f-listing.

      * yesterday's drop is owed by this morning's cut-off - once
      * the cut-off has passed without its directory, it is tracked
      * (and alerted below) like a drop that arrived incomplete.
       note_expected_drop.
           compute ws-day-nr = function integer-of-date(ws-int-date)
               - 1.
           move function date-of-integer(ws-day-nr) to ws-int-date.
           move ws-int-date to ws-expected-date.
           move function numval(ws-now-date) to ws-int-date.
           compute ws-due-stamp = (ws-day-nr + 1) * 86400
               + ws-cutoff-secs.
           if ws-now-stamp < ws-due-stamp then
               exit paragraph
           end-if.
           move ws-expected-date to listing-line.
           perform find_drop.
           if ws-found = 0 then
               perform add_drop
           end-if.

      * listing-line(1:8) names the drop; ws-found comes back with
      * its slot, or zero.
       find_drop.
           move 0 to ws-found.
           perform varying ws-s from 1 by 1 until ws-s > ws-dw-count
               if ws-dw-drop-date(ws-s) = listing-line(1:8)
                   move ws-s to ws-found
                   exit perform
               end-if
           end-perform.

       add_drop.
           if ws-dw-count >= 400 then
               display "abend: drop-watch state exceeds 400 drops - "
                   "roll ../drop_watch_state.txt"
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-dw-count.
           move ws-dw-count to ws-found.
           move listing-line(1:8) to ws-dw-drop-date(ws-found).
           move "WAITING" to ws-dw-status(ws-found).
           move spaces to ws-dw-seen-date(ws-found).
           move spaces to ws-dw-seen-time(ws-found).
           move spaces to ws-dw-done-date(ws-found).
           move spaces to ws-dw-done-time(ws-found).
           move 0 to ws-dw-chain-rc(ws-found).
           move spaces to ws-dw-missing(ws-found).

      * one open drop: complete -> trigger the chain (one per poll);
      * incomplete past its cut-off -> alert once, naming what is
      * missing.
       check_one_drop.
           move spaces to ws-missing.
           move 1 to ws-miss-ptr.
           move 1 to ws-complete.
           if ws-dw-seen-date(ws-d) = spaces then
               move 0 to ws-complete
               string "no drop directory"
                   delimited by size into ws-missing
                   with pointer ws-miss-ptr
               end-string
           else
               perform varying ws-r from 1 by 1
                   until ws-r > ws-day-count
                   move spaces to ws-probe-path
                   string function trim(ws-landing) "/"
                       ws-dw-drop-date(ws-d) "/"
                       function trim(ws-day-dir(ws-r)) "_input.txt"
                       delimited by size into ws-probe-path
                   perform probe_one_file
                   if ws-probe-fs not = "00"
                       move 0 to ws-complete
                       string function trim(ws-day-dir(ws-r)) " "
                           delimited by size into ws-missing
                           with pointer ws-miss-ptr
                       end-string
                   end-if
               end-perform
               move spaces to ws-probe-path
               string function trim(ws-landing) "/"
                   ws-dw-drop-date(ws-d) "/" function trim(ws-marker)
                   delimited by size into ws-probe-path
               perform probe_one_file
               if ws-probe-fs not = "00"
                   move 0 to ws-complete
                   string "marker " function trim(ws-marker)
                       delimited by size into ws-missing
                       with pointer ws-miss-ptr
                   end-string
               end-if
           end-if.
           move ws-missing to ws-dw-missing(ws-d).

           if ws-complete = 1 then
               if ws-triggered = 0
                   perform trigger_one_drop
               end-if
               exit paragraph
           end-if.

           if ws-dw-status(ws-d) = "ALERTED" then
               exit paragraph
           end-if.
           move function numval(ws-dw-drop-date(ws-d)) to ws-int-date.
           compute ws-due-stamp =
               (function integer-of-date(ws-int-date) + 1) * 86400
               + ws-cutoff-secs.
           move function numval(ws-now-date) to ws-int-date.
           if ws-now-stamp < ws-due-stamp then
               exit paragraph
           end-if.

           move "ALERTED" to ws-dw-status(ws-d).
           move spaces to ws-text.
           string "DROP " ws-dw-drop-date(ws-d)
               " INCOMPLETE at cut-off - missing: "
               function trim(ws-missing)
               delimited by size into ws-text.
           perform raise_alert.

      * existence probe - an input that opens is present.
       probe_one_file.
           open input f-probe.
           if ws-probe-fs = "00" then
               close f-probe
           end-if.

      * the chain the operator used to run by hand, in order, for
      * the drop's business date. A link that fails stops the chain
      * and raises an alert; the driver's own step outcomes are its
      * business, not the watcher's.
       trigger_one_drop.
           move 1 to ws-triggered.
           move spaces to ws-text.
           string "COMPLETE  " ws-dw-drop-date(ws-d)
               " - staging, fingerprint and driver started"
               delimited by size into ws-text.
           perform write_watch_log.

           open output f-dropctl.
           move spaces to dropctl-line.
           string function trim(ws-landing) "/" ws-dw-drop-date(ws-d)
               delimited by size into dropctl-line.
           write dropctl-line.
           close f-dropctl.

           move "staging" to ws-step-name.
           perform run_chain_step.
      * staging's "nothing to stage" is 4 (1024 through the CALL).
           if ws-rc > 1024 then
               perform record_chain_failure
               exit paragraph
           end-if.

           move "fingerprint" to ws-step-name.
           perform run_chain_step.
           if ws-rc not = 0 then
               perform record_chain_failure
               exit paragraph
           end-if.

           move "driver" to ws-step-name.
           perform run_chain_step.
      * the driver's control abend (12 - a held run lock, a failed
      * lint) means the batch never ran for this drop.
           if ws-rc >= 3072 then
               perform record_chain_failure
               exit paragraph
           end-if.

           move "TRIGGERED" to ws-dw-status(ws-d).
           move function current-date to ws-cur-date.
           move ws-cur-date(1:8) to ws-dw-done-date(ws-d).
           move ws-cur-date(9:6) to ws-dw-done-time(ws-d).
           compute ws-dw-chain-rc(ws-d) = ws-rc / 256.
           move spaces to ws-text.
           string "TRIGGERED " ws-dw-drop-date(ws-d)
               " - driver ended with condition code "
               ws-dw-chain-rc(ws-d)
               delimited by size into ws-text.
           perform write_watch_log.

      * same compile-then-run idiom the driver uses for its own
      * helpers; the driver gets the drop's business date.
       run_chain_step.
           move spaces to ws-command.
           if ws-step-name = "driver" then
               string "cd .. && mkdir -p _tests_bin"
                   " && cobc -x -std=ibm -I ../copybooks"
                   " -o _tests_bin/driver driver.cbl"
                   " >> build.log 2>&1"
                   " && cd _tests_bin && AOCBUSDATE="
                   ws-dw-drop-date(ws-d) " ./driver"
                   delimited by size into ws-command
               end-string
           else
               string "cd .. && mkdir -p _tests_bin"
                   " && cobc -x -std=ibm -I ../copybooks"
                   " -o _tests_bin/" function trim(ws-step-name)
                   " " function trim(ws-step-name) ".cbl"
                   " >> build.log 2>&1"
                   " && cd _tests_bin && ./"
                   function trim(ws-step-name)
                   delimited by size into ws-command
               end-string
           end-if.
           display "aoc-drop-watcher: running "
               function trim(ws-step-name) " for drop "
               ws-dw-drop-date(ws-d).
           call "SYSTEM" using ws-command.
           move return-code to ws-rc.

       record_chain_failure.
           move "FAILED" to ws-dw-status(ws-d).
           move function current-date to ws-cur-date.
           move ws-cur-date(1:8) to ws-dw-done-date(ws-d).
           move ws-cur-date(9:6) to ws-dw-done-time(ws-d).
           compute ws-dw-chain-rc(ws-d) = ws-rc / 256.
           move spaces to ws-text.
           string "DROP " ws-dw-drop-date(ws-d) " chain stopped - "
               function trim(ws-step-name)
               " ended with condition code " ws-dw-chain-rc(ws-d)
               delimited by size into ws-text.
           perform raise_alert.

       raise_alert.
           add 1 to ws-alert-count.
           open extend f-alerts.
           if ws-alerts-fs = "35" then
               open output f-alerts
           end-if.
           move spaces to alert-line.
           string "CRITICAL " ws-text
               delimited by size into alert-line.
           write alert-line.
           close f-alerts.
           display "  ** " function trim(alert-line).
           perform write_watch_log.

       write_watch_log.
           move spaces to watchlog-line.
           string ws-now-date " " ws-now-time " " ws-text
               delimited by size into watchlog-line.
           write watchlog-line.

       write_watch_state.
           open output f-state.
           perform varying ws-d from 1 by 1 until ws-d > ws-dw-count
               move ws-dw-drop-date(ws-d) to dw-drop-date
               move ws-dw-status(ws-d) to dw-status
               move ws-dw-seen-date(ws-d) to dw-seen-date
               move ws-dw-seen-time(ws-d) to dw-seen-time
               move ws-dw-done-date(ws-d) to dw-done-date
               move ws-dw-done-time(ws-d) to dw-done-time
               move ws-dw-chain-rc(ws-d) to dw-chain-rc
               move ws-dw-missing(ws-d) to dw-missing
               write dw-record
           end-perform.
           close f-state.
