      * hand-edited files and half a dozen terminals.
      *
      * console_commands.txt, one command per line:
      *   BOARD            render the live run-status board, with
      *                    the downstream outputs a day rerun left
      *                    stale
      *   ALERTS           list the open operator alerts
      *   HOLD <name>      place a step hold (day dir / program)
      *   RELEASE <name>   release a step hold
           select f-restart assign to "../driver_restart.txt"
           organization is line sequential
           file status is ws-rst-fs.
      * the build register and staleness log behind the board's
      * downstream line.
           select f-builds assign to "../output_builds.txt"
           organization is line sequential
           file status is ws-builds-fs.
           select f-stale assign to "../staleness_log.txt"
           organization is line sequential
           file status is ws-stale-fs.

       data division.
           file section.
               02 rst-day pic x(10).
               02 rst-return-code pic s9(9).

           fd f-builds.
           copy BUILDREC.

           fd f-stale.
           copy STALEREC.

           working-storage section.

           01 ws-cmd-fs pic xx.
           01 ws-t pic 9(2).
           01 ws-dropped pic 9(2).

      * the board's downstream line - each output's latest build,
      * and whether a staleness entry newer than it is on file.
           01 ws-builds-fs pic xx.
           01 ws-stale-fs pic xx.
           01 ws-bo-count pic 9(2) value 0.
           01 ws-bo-table.
               02 ws-bo-entry occurs 30 times.
                   03 ws-bo-name pic x(20).
                   03 ws-bo-built pic x(14).
                   03 ws-bo-stale pic 9(1).
           01 ws-bo pic 9(2).
           01 ws-bo-found pic 9(2).
           01 ws-bo-stamp pic x(14).
           01 ws-bo-key pic x(20).
           01 ws-stale-outputs pic 9(2).
           01 ws-bo-ptr pic 9(3).

       procedure division.

           display "aoc-console: processing operator commands".
               end move 'Y' to ws-reg-eof
               not at end
                   if reg-day-dir not = spaces
                       and reg-cont-of = spaces
                       add 1 to ws-reg-count
                       if ws-reg-count > 50
                           display "abend: step registry exceeds "
                   perform show_one_board_row
               end-if
           end-perform.
           perform show_staleness_line.

       show_one_board_row.
           move spaces to ws-status-path.
               end-if
           end-perform.

      * one board line for the downstream outputs a day rerun left
      * describing the earlier answer - the same open-entry rule
      * aoc-staleness reports on in full.
       show_staleness_line.
           move 0 to ws-bo-count.
           move 0 to ws-stale-outputs.
           open input f-builds.
           if ws-builds-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-builds at
                   end move 'Y' to ws-eof
                   not at end
                       move bld-output to ws-bo-key
                       move bld-date to ws-bo-stamp(1:8)
                       move bld-time to ws-bo-stamp(9:6)
                       perform note_output_build
               end-perform
               close f-builds
           end-if.

           open input f-stale.
           if ws-stale-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-stale at
                   end move 'Y' to ws-eof
                   not at end
                       move st-output to ws-bo-key
                       move st-date to ws-bo-stamp(1:8)
                       move st-time to ws-bo-stamp(9:6)
                       perform find_board_output
                       if ws-bo-found > 0
                           and ws-bo-built(ws-bo-found) < ws-bo-stamp
                           move 1 to ws-bo-stale(ws-bo-found)
                       end-if
               end-perform
               close f-stale
           end-if.

           perform varying ws-bo from 1 by 1 until ws-bo > ws-bo-count
               if ws-bo-stale(ws-bo) = 1
                   add 1 to ws-stale-outputs
               end-if
           end-perform.
           move spaces to ws-print-line.
           if ws-stale-outputs = 0 then
               string "  downstream outputs: all current"
                   delimited by size into ws-print-line
           else
               move 1 to ws-bo-ptr
               string "  downstream outputs: ** " ws-stale-outputs
                   " stale after a day rerun -"
                   delimited by size into ws-print-line
                   with pointer ws-bo-ptr
               perform varying ws-bo from 1 by 1
                   until ws-bo > ws-bo-count
                   if ws-bo-stale(ws-bo) = 1
                       string " " function trim(ws-bo-name(ws-bo))
                           delimited by size into ws-print-line
                           with pointer ws-bo-ptr
                   end-if
               end-perform
           end-if.
           perform write_response_line.

       note_output_build.
           perform find_board_output.
           if ws-bo-found = 0 then
               if ws-bo-count >= 30
                   exit paragraph
               end-if
               add 1 to ws-bo-count
               move ws-bo-key to ws-bo-name(ws-bo-count)
               move spaces to ws-bo-built(ws-bo-count)
               move 0 to ws-bo-stale(ws-bo-count)
               move ws-bo-count to ws-bo-found
           end-if.
           if ws-bo-stamp > ws-bo-built(ws-bo-found) then
               move ws-bo-stamp to ws-bo-built(ws-bo-found)
           end-if.

       find_board_output.
           move 0 to ws-bo-found.
           perform varying ws-bo from 1 by 1 until ws-bo > ws-bo-count
               if ws-bo-name(ws-bo) = ws-bo-key
                   move ws-bo to ws-bo-found
                   exit perform
               end-if
           end-perform.

       show_alerts.
           open input f-alerts.
           if ws-alerts-fs not = "00" then
