      * downstream staleness report
      * when a day is rerun after the reporting steps have run, the
      * ops report, scoreboard, CSV export, certification register,
      * answer audit, season stats and results master all go on
      * describing the earlier answer. The driver records a
      * staleness entry in staleness_log.txt (copybooks/STALEREC.cpy)
      * for each output output_dependencies.txt ties to the rerun
      * day program that was built before the rerun; the reporting
      * programs stamp output_builds.txt (copybooks/BUILDREC.cpy)
      * whenever they finish. An entry is open until its output's
      * latest build is at or after the entry - this lists the
      * outputs with open entries, the build each one still shows
      * and the reruns that overtook it, and how many entries have
      * been closed by a rebuild since. A "refresh" line in
      * driver_mode.txt has the driver rebuild just those outputs
      * for the affected run. Condition code 4 while anything is
      * stale.
       identification division.
           program-id. aoc-staleness.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-outdep assign to "../output_dependencies.txt"
           organization is line sequential
           file status is ws-outdep-fs.
           select f-builds assign to "../output_builds.txt"
           organization is line sequential
           file status is ws-builds-fs.
           select f-stale assign to "../staleness_log.txt"
           organization is line sequential
           file status is ws-stale-fs.
           select f-report assign to "../staleness_report.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-outdep.
           copy OUTDEP.

           fd f-builds.
           copy BUILDREC.

           fd f-stale.
           copy STALEREC.

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-outdep-fs pic xx.
           01 ws-builds-fs pic xx.
           01 ws-stale-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-print-line pic x(132).
           01 ws-stamp pic x(14).
           01 ws-key pic x(20).

      * every mapped output, its file and its latest build.
           01 ws-out-count pic 9(2) value 0.
           01 ws-out-table.
               02 ws-out-entry occurs 30 times.
                   03 ws-out-name pic x(20).
                   03 ws-out-file pic x(30).
                   03 ws-out-built pic x(14).
                   03 ws-out-run-id pic x(12).
                   03 ws-out-open pic 9(3).
           01 ws-o pic 9(2).
           01 ws-found pic 9(2).

      * the open staleness entries, in log order.
           01 ws-open-count pic 9(3) value 0.
           01 ws-open-table.
               02 ws-open-entry occurs 200 times.
                   03 ws-open-output pic x(20).
                   03 ws-open-source pic x(20).
                   03 ws-open-day pic x(10).
                   03 ws-open-run-id pic x(12).
                   03 ws-open-bus-date pic x(8).
                   03 ws-open-stamp pic x(14).
           01 ws-e pic 9(3).
           01 ws-entry-count pic 9(5) value 0.
           01 ws-closed-count pic 9(5) value 0.
           01 ws-dropped-count pic 9(5) value 0.
           01 ws-stale-outputs pic 9(2) value 0.

       procedure division.

           display "aoc-staleness: checking downstream outputs "
               "against the day reruns".

           perform load_output_dependencies.
           perform load_latest_builds.
           perform scan_staleness_log.

           open output f-report.
           move "Downstream staleness report" to report-line.
           write report-line.
           move "===========================" to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           move "Outputs needing a refresh" to report-line.
           write report-line.
           move "-------------------------" to report-line.
           write report-line.
           perform varying ws-o from 1 by 1 until ws-o > ws-out-count
               if ws-out-open(ws-o) > 0
                   add 1 to ws-stale-outputs
                   perform print_stale_output
               end-if
           end-perform.
           if ws-stale-outputs = 0 then
               move "  none - every output postdates the reruns"
                   to report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move "Outputs current" to report-line.
           write report-line.
           move "---------------" to report-line.
           write report-line.
           perform varying ws-o from 1 by 1 until ws-o > ws-out-count
               if ws-out-open(ws-o) = 0
                   perform print_current_output
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-entry-count " staleness entr(ies) on file, "
               ws-closed-count " closed by a rebuild, "
               ws-open-count " open; " ws-stale-outputs
               " output(s) need a refresh"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           if ws-dropped-count > 0 then
               move spaces to ws-print-line
               string "  ** " ws-dropped-count " open entr(ies) past "
                   "the 200-entry table not itemized"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           if ws-stale-outputs > 0 then
               move spaces to ws-print-line
               string "  a refresh line in driver_mode.txt has the "
                   "driver rebuild them for the run in "
                   "run_control.txt"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           close f-report.

           display "aoc-staleness: " ws-stale-outputs
               " output(s) need a refresh - report in "
               "../staleness_report.txt".
           if ws-stale-outputs > 0 then
               move 4 to return-code
           end-if.
           stop run.

      * the outputs the map knows about, one entry each.
       load_output_dependencies.
           open input f-outdep.
           if ws-outdep-fs not = "00" then
               display "no ../output_dependencies.txt - no "
                   "downstream output is tracked"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-outdep at
               end move 'Y' to ws-eof
               not at end
                   if od-output not = spaces
                       move od-output to ws-key
                       perform find_output
                       if ws-found = 0 and ws-out-count < 30
                           add 1 to ws-out-count
                           move od-output to ws-out-name(ws-out-count)
                           move od-file to ws-out-file(ws-out-count)
                           move spaces to ws-out-built(ws-out-count)
                           move spaces
                               to ws-out-run-id(ws-out-count)
                           move 0 to ws-out-open(ws-out-count)
                       end-if
                   end-if
           end-perform.
           close f-outdep.

      * the output named in ws-key, into ws-found (0 when the
      * map does not list it).
       find_output.
           move 0 to ws-found.
           perform varying ws-o from 1 by 1 until ws-o > ws-out-count
               if ws-out-name(ws-o) = ws-key
                   move ws-o to ws-found
                   exit perform
               end-if
           end-perform.

       load_latest_builds.
           open input f-builds.
           if ws-builds-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-builds at
               end move 'Y' to ws-eof
               not at end
                   move bld-output to ws-key
                   perform find_output
                   if ws-found > 0
                       move bld-date to ws-stamp(1:8)
                       move bld-time to ws-stamp(9:6)
                       if ws-stamp >= ws-out-built(ws-found)
                           or ws-out-built(ws-found) = spaces
                           move ws-stamp to ws-out-built(ws-found)
                           move bld-run-id
                               to ws-out-run-id(ws-found)
                       end-if
                   end-if
           end-perform.
           close f-builds.

      * an entry is closed once its output has been built at or
      * after it.
       scan_staleness_log.
           open input f-stale.
           if ws-stale-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-stale at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-entry-count
                   move st-output to ws-key
                   perform find_output
                   move st-date to ws-stamp(1:8)
                   move st-time to ws-stamp(9:6)
                   if ws-found > 0
                       and ws-out-built(ws-found) not = spaces
                       and ws-out-built(ws-found) >= ws-stamp
                       add 1 to ws-closed-count
                   else
                       perform note_open_entry
                   end-if
           end-perform.
           close f-stale.

       note_open_entry.
           if ws-found > 0 then
               add 1 to ws-out-open(ws-found)
           end-if.
           if ws-open-count >= 200 then
               add 1 to ws-dropped-count
               exit paragraph
           end-if.
           add 1 to ws-open-count.
           move st-output to ws-open-output(ws-open-count).
           move st-source to ws-open-source(ws-open-count).
           move st-day to ws-open-day(ws-open-count).
           move st-run-id to ws-open-run-id(ws-open-count).
           move st-bus-date to ws-open-bus-date(ws-open-count).
           move ws-stamp to ws-open-stamp(ws-open-count).

       print_stale_output.
           move spaces to ws-print-line.
           string "  " ws-out-name(ws-o) " " ws-out-file(ws-o)
               " built " ws-out-built(ws-o) " for run "
               ws-out-run-id(ws-o)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform varying ws-e from 1 by 1 until ws-e > ws-open-count
               if ws-open-output(ws-e) = ws-out-name(ws-o)
                   move spaces to ws-print-line
                   string "      overtaken by "
                       function trim(ws-open-source(ws-e))
                       " (" function trim(ws-open-day(ws-e))
                       ") rerun " ws-open-run-id(ws-e)
                       " business date " ws-open-bus-date(ws-e)
                       ", finished " ws-open-stamp(ws-e)
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.

       print_current_output.
           move spaces to ws-print-line.
           if ws-out-built(ws-o) = spaces then
               string "  " ws-out-name(ws-o) " " ws-out-file(ws-o)
                   " no build on record"
                   delimited by size into ws-print-line
           else
               string "  " ws-out-name(ws-o) " " ws-out-file(ws-o)
                   " built " ws-out-built(ws-o) " for run "
                   ws-out-run-id(ws-o)
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
