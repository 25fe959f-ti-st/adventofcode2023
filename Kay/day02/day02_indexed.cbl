      * business date, so the season is retained; game_inquiry.txt
      * takes an optional leading date (cols 1-8, blank = the
      * latest date on file for the game).
      * each game's round count rides on the master as well, so the
      * outlier screen can build round-count norms; a master from
      * before it is converted in place, its games carrying a round
      * count of 0 (not known).
       environment division.
           input-output section.
           file-control.
      * req 070: the same rule book elf_game validates with, with
      * the same cube_limits.txt fallback - the verdicts recorded
      * here must agree with the batch run's.
           select f-rules assign to dynamic ws-rules-path
           organization is line sequential
           file status is ws-rules-fs.
           select f-control assign to dynamic ws-limits-path
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-games-idx assign to "../games_indexed.dat"
           access mode is dynamic
           record key is ghx-key
           file status is ws-idx-fs.
      * a master from before the round count, renamed aside while
      * its games are copied into the new layout.
           select f-games-old assign to "../games_indexed.old"
           organization is indexed
           access mode is sequential
           record key is gho-key
           file status is ws-old-fs.
      * req 072: optional control file naming the game to look up,
      * same config-file-with-a-default convention as day04's
      * card_lookup.txt - absent means "just (re)build the master".
           select f-runctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
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

       data division.
           file section.
               02 ghx-min-red pic 9(9).
               02 ghx-min-green pic 9(9).
               02 ghx-combined pic 9(9).
               02 ghx-rounds pic 9(2).

           fd f-games-old.
           01 gho-record.
               02 gho-key.
                   03 gho-bus-date pic x(8).
                   03 gho-game-id pic 9(9).
               02 gho-valid pic x(1).
               02 gho-fail-rule pic x(60).
               02 gho-min-blue pic 9(9).
               02 gho-min-red pic 9(9).
               02 gho-min-green pic 9(9).
               02 gho-combined pic 9(9).

           fd f-lookup.
           01 lookup-line.
           fd f-runctl.
           copy RUNCTL.

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           working-storage section.

           01 ws-detail-fs pic xx.
      * recreate it under the (business date, game id) key.
           01 ws-rm-old-master pic x(30)
               value "rm -f ../games_indexed.dat".
           01 ws-old-fs pic xx.
           01 ws-old-eof pic a(1).
           01 ws-converted pic 9(9) value 0.
           01 ws-mv-old-master pic x(50)
               value "mv -f ../games_indexed.dat ../games_indexed.old".
           01 ws-rm-old-copy pic x(30)
               value "rm -f ../games_indexed.old".
           01 ws-lookup-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-bus-date pic x(8).
           01 ws-cur-date pic x(21).

      * reference-version lookup scratch, and where each
      * reference table is read from on this run.
           01 ws-refcat-fs pic xx.
           01 ws-refuse-fs pic xx.
           01 ws-refctl-fs pic xx.
           01 ws-ref-eof pic a(1).
           01 ws-ref-table pic x(30).
           01 ws-ref-effective pic x(8).
           01 ws-ref-path pic x(80).
           01 ws-ref-run-id pic x(12) value spaces.
           01 ws-ref-bus-date pic x(8).
           01 ws-ref-now pic x(21).
           01 ws-ref-program pic x(20) value "elf_game_history".
           01 ws-ref-day pic x(10) value "day02".
           01 ws-limits-path pic x(80).
           01 ws-rules-path pic x(80).

       procedure division.

           perform read_busdate.
           move 12 to ws-red_max.
           move 13 to ws-green_max.
           move 14 to ws-blue_max.
           move "cube_limits.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-limits-path.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control into ctrl-line
      * req 070: same rule-book load (and same per-color default)
      * as elf_game, so the recorded verdicts match the batch's.
       load_game_rules.
           move "game_rules.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-rules-path.
           open input f-rules.
           if ws-rules-fs = "00" then
               perform until ws-rules-fs not = "00"
           if ws-idx-fs = "35" then
               open output f-games-idx
           end-if.
      * status 39 on the open is a master in an older layout. One
      * from before the round count still holds the season, so its
      * games are carried into the new layout first.
           if ws-idx-fs = "39" then
               perform convert_old_master
           end-if.
      * review-fix: status 39 on the open means the file on disk
      * predates the req-121 (business date, game id) key. The old
      * master only ever held the latest day - exactly what this
      * the season from scratch instead of dying on a generic open
      * failure.
           if ws-idx-fs = "39" then
               call "SYSTEM" using ws-rm-old-copy
               display "game master predates the (date, game-id) "
                   "key - rebuilding ../games_indexed.dat from "
                   "this run's game_detail.txt"
               " game(s) added under " ws-bus-date ", "
               ws-replaced " replaced in ../games_indexed.dat".

      * the season master from before the round count - renamed
      * aside, its games copied into a new master (round count 0,
      * not known) and the copy dropped. If the renamed file will
      * not open in that layout either, it is older still and the
      * caller's rebuild takes over.
       convert_old_master.
           call "SYSTEM" using ws-mv-old-master.
           open input f-games-old.
           if ws-old-fs not = "00" then
               move "39" to ws-idx-fs
               exit paragraph
           end-if.
           open output f-games-idx.
           if ws-idx-fs not = "00" then
               close f-games-old
               exit paragraph
           end-if.
           move 'N' to ws-old-eof.
           perform until ws-old-eof = 'Y'
               read f-games-old next
                   at end move 'Y' to ws-old-eof
                   not at end
                       move gho-bus-date to ghx-bus-date
                       move gho-game-id to ghx-game-id
                       move gho-valid to ghx-valid
                       move gho-fail-rule to ghx-fail-rule
                       move gho-min-blue to ghx-min-blue
                       move gho-min-red to ghx-min-red
                       move gho-min-green to ghx-min-green
                       move gho-combined to ghx-combined
                       move 0 to ghx-rounds
                       write ghx-record
                           invalid key continue
                           not invalid key add 1 to ws-converted
                       end-write
               end-read
           end-perform.
           close f-games-old.
           close f-games-idx.
           call "SYSTEM" using ws-rm-old-copy.
           display "elf_game_history: " ws-converted " game(s) "
               "carried into the round-count layout of "
               "../games_indexed.dat".
           open i-o f-games-idx.

       clear_game.
           move 0 to ws-cur-game.
           move 0 to ws-round-count.
           move ws-min-red to ghx-min-red.
           move ws-min-green to ghx-min-green.
           move ws-combined to ghx-combined.
           move ws-round-count to ghx-rounds.
      * a same-date reload simply replaces its own records.
           write ghx-record
               invalid key
               " valid=" ghx-valid
               " min blue/red/green " ghx-min-blue
               "/" ghx-min-red "/" ghx-min-green
               " combined " ghx-combined
               " rounds " ghx-rounds.
           if ghx-valid = "N" then
               display "  failing rule: "
                   function trim(ghx-fail-rule)
           end-if.

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
