      * day2_standings
       identification division.
           program-id. elf_game_standings.
           author. kayms.
      *
      * tournament standings - elf_game judges games, but the
      * tournament desk ranks players. This joins the player master
      * (player id, name, team) and the game-assignment file (which
      * player played which game on which business date) against the
      * (date, game)-keyed game-history master elf_game_history
      * builds, and prints per-player and per-team standings: games
      * played, games valid under the rule book now on file, total
      * power (red x green x blue of the game's minimum cubes) and
      * the biggest game by power. A game on the master that nobody
      * was assigned, an assignment naming a game the master doesn't
      * hold or a player the master file doesn't know, and a player
      * with no games are each listed as an exception rather than
      * dropped - condition code 4 when there are any.
      *
      * standings_control.txt (optional): cols 1-8 first business
      * date, cols 10-17 last business date of the tournament; blank
      * means the whole season on the master.
       environment division.
           input-output section.
           file-control.
           select f-players assign to "../player_master.txt"
           organization is line sequential
           file status is ws-players-fs.
           select f-assign assign to "../game_assignments.txt"
           organization is line sequential
           file status is ws-assign-fs.
           select f-range assign to "../standings_control.txt"
           organization is line sequential
           file status is ws-range-fs.
      * the same rule book elf_game validates with, with the same
      * cube_limits.txt fallback.
           select f-rules assign to dynamic ws-rules-path
           organization is line sequential
           file status is ws-rules-fs.
           select f-control assign to dynamic ws-limits-path
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-games-idx assign to "../games_indexed.dat"
           organization is indexed
           access mode is dynamic
           record key is ghx-key
           file status is ws-idx-fs.
           select f-report assign to "../tournament_standings.txt"
           organization is line sequential.
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

      * one player per line, kept by the tournament desk.
           fd f-players.
           01 player-record.
               02 pl-player-id pic x(8).
               02 pl-name pic x(30).
               02 pl-team pic x(20).

      * one line per player per game: the business date the game
      * was loaded under, its game id, the player who played it.
           fd f-assign.
           01 assign-record.
               02 ga-bus-date pic x(8).
               02 ga-game-id pic 9(9).
               02 ga-player-id pic x(8).

           fd f-range.
           01 range-line pic x(80).

           fd f-rules.
           01 rules-record.
               02 rule-type pic x(10).
               02 rule-color pic x(6).
               02 rule-value pic 9(9).
               02 rule-desc pic x(60).

           fd f-control.
           01 ctrl-line pic x(80).

      * same record layout elf_game_history builds.
           fd f-games-idx.
           01 ghx-record.
               02 ghx-key.
                   03 ghx-bus-date pic x(8).
                   03 ghx-game-id pic 9(9).
               02 ghx-valid pic x(1).
               02 ghx-fail-rule pic x(60).
               02 ghx-min-blue pic 9(9).
               02 ghx-min-red pic 9(9).
               02 ghx-min-green pic 9(9).
               02 ghx-combined pic 9(9).
               02 ghx-rounds pic 9(2).

           fd f-report.
           01 report-line pic x(132).

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           working-storage section.

           01 ws-players-fs pic xx.
           01 ws-assign-fs pic xx.
           01 ws-range-fs pic xx.
           01 ws-rules-fs pic xx.
           01 ws-ctrl-fs pic xx.
           01 ws-idx-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-from-date pic x(8) value spaces.
           01 ws-to-date pic x(8) value spaces.

           01 ws-red_max pic 9(9).
           01 ws-green_max pic 9(9).
           01 ws-blue_max pic 9(9).

      * the loaded rule book, same shapes as elf_game's.
           01 ws-rule-count pic 9(2) value 0.
           01 ws-rules-table.
               02 ws-rule-entry occurs 20 times.
                   03 ws-rule-type pic x(10).
                   03 ws-rule-color pic x(6).
                   03 ws-rule-value pic 9(9).
                   03 ws-rule-desc pic x(60).
           01 ws-rl pic 9(2).
           01 ws-rv pic 9(9).
           01 ws-game-valid pic x(1).

      * the player master, with each player's standing accumulated
      * alongside.
           01 ws-pl-count pic 9(4) value 0.
           01 ws-pl-table.
               02 ws-pl-entry occurs 500 times.
                   03 ws-pl-id pic x(8).
                   03 ws-pl-name pic x(30).
                   03 ws-pl-team pic x(20).
                   03 ws-pl-games pic 9(5).
                   03 ws-pl-valid pic 9(5).
                   03 ws-pl-power pic 9(18).
                   03 ws-pl-best-power pic 9(18).
                   03 ws-pl-best-game pic 9(9).
                   03 ws-pl-best-date pic x(8).
                   03 ws-pl-printed pic 9(1).
           01 ws-p pic 9(4).

      * the teams, built from the player master.
           01 ws-tm-count pic 9(3) value 0.
           01 ws-tm-table.
               02 ws-tm-entry occurs 100 times.
                   03 ws-tm-name pic x(20).
                   03 ws-tm-players pic 9(4).
                   03 ws-tm-games pic 9(5).
                   03 ws-tm-valid pic 9(5).
                   03 ws-tm-power pic 9(18).
                   03 ws-tm-best-power pic 9(18).
                   03 ws-tm-best-game pic 9(9).
                   03 ws-tm-best-player pic x(8).
                   03 ws-tm-printed pic 9(1).
           01 ws-t pic 9(3).

      * the assignments in range, kept so the master walk can tell
      * an assigned game from an unassigned one.
           01 ws-as-count pic 9(4) value 0.
           01 ws-as-table.
               02 ws-as-entry occurs 3000 times.
                   03 ws-as-date pic x(8).
                   03 ws-as-game pic 9(9).
           01 ws-a pic 9(4).
           01 ws-found pic 9(1).

           01 ws-power pic 9(18).
           01 ws-next pic 9(4).
           01 ws-rank pic 9(4).
           01 ws-exception-count pic 9(5) value 0.
           01 ws-print-line pic x(132).
           01 ws-edit-power pic z(17)9.
           01 ws-edit-best pic z(11)9.

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
           01 ws-ref-program pic x(20) value "elf_game_standings".
           01 ws-ref-day pic x(10) value "day02".
           01 ws-limits-path pic x(80).
           01 ws-rules-path pic x(80).

       procedure division.

           display "elf_game_standings: joining players and game "
               "assignments against the game-history master".

           perform read_standings_range.
           perform read_cube_limits.
           perform load_game_rules.
           perform load_player_master.

           open input f-games-idx.
           if ws-idx-fs not = "00" then
               display "game-history master not found - run "
                   "elf_game_history first (status " ws-idx-fs ")"
               move 8 to return-code
               stop run
           end-if.

           open output f-report.
           move spaces to ws-print-line.
           if ws-from-date = spaces and ws-to-date = spaces then
               move "Tournament standings - whole season on the "
                   & "game-history master" to ws-print-line
           else
               string "Tournament standings - business dates "
                   ws-from-date " to " ws-to-date
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           move "============================================"
               to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move "EXCEPTIONS" to report-line.
           write report-line.

           perform post_assignments.
           perform find_unassigned_games.
           close f-games-idx.
           perform find_idle_players.
           if ws-exception-count = 0 then
               move "  none" to report-line
               write report-line
           end-if.

           perform write_player_standings.
           perform write_team_standings.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-pl-count " player(s), " ws-tm-count
               " team(s), " ws-as-count " assignment(s), "
               ws-exception-count " exception(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

           display "elf_game_standings: " ws-pl-count " player(s), "
               ws-exception-count " exception(s) - report in "
               "../tournament_standings.txt".
           if ws-exception-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

       read_standings_range.
           open input f-range.
           if ws-range-fs not = "00" then
               exit paragraph
           end-if.
           read f-range
               at end continue
               not at end
                   move range-line(1:8) to ws-from-date
                   move range-line(10:8) to ws-to-date
           end-read.
           close f-range.

       read_cube_limits.
           move 12 to ws-red_max.
           move 13 to ws-green_max.
           move 14 to ws-blue_max.
           move "cube_limits.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-limits-path.
           open input f-control.
           if ws-ctrl-fs = "00" then
               read f-control into ctrl-line
               if ws-ctrl-fs = "00"
                   move function numval(function trim(ctrl-line))
                       to ws-red_max
               end-if
               read f-control into ctrl-line
               if ws-ctrl-fs = "00"
                   move function numval(function trim(ctrl-line))
                       to ws-green_max
               end-if
               read f-control into ctrl-line
               if ws-ctrl-fs = "00"
                   move function numval(function trim(ctrl-line))
                       to ws-blue_max
               end-if
               close f-control
           end-if.

      * same rule-book load (and same per-color default) as
      * elf_game and elf_game_history.
       load_game_rules.
           move "game_rules.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-rules-path.
           open input f-rules.
           if ws-rules-fs = "00" then
               perform until ws-rules-fs not = "00"
                   read f-rules
                       at end exit perform
                       not at end
                           if rule-type not = spaces
                               and ws-rule-count < 20
                               add 1 to ws-rule-count
                               move rule-type
                                   to ws-rule-type(ws-rule-count)
                               move rule-color
                                   to ws-rule-color(ws-rule-count)
                               move rule-value
                                   to ws-rule-value(ws-rule-count)
                               move rule-desc
                                   to ws-rule-desc(ws-rule-count)
                           end-if
                   end-read
               end-perform
               close f-rules
           end-if.
           if ws-rule-count = 0 then
               move 3 to ws-rule-count
               move "COLORMAX" to ws-rule-type(1)
               move "red" to ws-rule-color(1)
               move ws-red_max to ws-rule-value(1)
               move "red count exceeds bag maximum"
                   to ws-rule-desc(1)
               move "COLORMAX" to ws-rule-type(2)
               move "green" to ws-rule-color(2)
               move ws-green_max to ws-rule-value(2)
               move "green count exceeds bag maximum"
                   to ws-rule-desc(2)
               move "COLORMAX" to ws-rule-type(3)
               move "blue" to ws-rule-color(3)
               move ws-blue_max to ws-rule-value(3)
               move "blue count exceeds bag maximum"
                   to ws-rule-desc(3)
           end-if.

       load_player_master.
           open input f-players.
           if ws-players-fs not = "00" then
               display "no ../player_master.txt - nothing to rank "
                   "(status " ws-players-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-players at
               end move 'Y' to ws-eof
               not at end
                   if pl-player-id not = spaces
                       perform add_one_player
                   end-if
           end-perform.
           close f-players.

       add_one_player.
           if ws-pl-count >= 500 then
               display "abend: player master exceeds 500-entry "
                   "table capacity"
               close f-players
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-pl-count.
           initialize ws-pl-entry(ws-pl-count).
           move pl-player-id to ws-pl-id(ws-pl-count).
           move pl-name to ws-pl-name(ws-pl-count).
           move pl-team to ws-pl-team(ws-pl-count).

           move 0 to ws-found.
           perform varying ws-t from 1 by 1 until ws-t > ws-tm-count
               if ws-tm-name(ws-t) = pl-team
                   move 1 to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found = 0 then
               if ws-tm-count >= 100
                   display "abend: player master names more than "
                       "100 teams"
                   close f-players
                   move 8 to return-code
                   stop run
               end-if
               add 1 to ws-tm-count
               move ws-tm-count to ws-t
               initialize ws-tm-entry(ws-t)
               move pl-team to ws-tm-name(ws-t)
           end-if.
           add 1 to ws-tm-players(ws-t).

      * every assignment in range: a keyed read of its game, then
      * credit the player and the player's team.
       post_assignments.
           open input f-assign.
           if ws-assign-fs not = "00" then
               display "no ../game_assignments.txt - every game on "
                   "the master will list as unassigned"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-assign at
               end move 'Y' to ws-eof
               not at end
                   if ga-bus-date not = spaces
                       perform post_one_assignment
                   end-if
           end-perform.
           close f-assign.

       post_one_assignment.
           if ws-from-date not = spaces
               and ga-bus-date < ws-from-date then
               exit paragraph
           end-if.
           if ws-to-date not = spaces
               and ga-bus-date > ws-to-date then
               exit paragraph
           end-if.
           if ws-as-count >= 3000 then
               display "abend: game assignments exceed 3000-entry "
                   "table capacity"
               close f-assign
               close f-games-idx
               close f-report
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-as-count.
           move ga-bus-date to ws-as-date(ws-as-count).
           move ga-game-id to ws-as-game(ws-as-count).

           move 0 to ws-p.
           perform varying ws-a from 1 by 1 until ws-a > ws-pl-count
               if ws-pl-id(ws-a) = ga-player-id
                   move ws-a to ws-p
                   exit perform
               end-if
           end-perform.
           if ws-p = 0 then
               move spaces to ws-print-line
               string "  UNKNOWN-PLAYER  " ga-bus-date " game "
                   ga-game-id " player " ga-player-id
                   " is not on the player master"
                   delimited by size into ws-print-line
               perform write_exception
               exit paragraph
           end-if.

           move ga-bus-date to ghx-bus-date.
           move ga-game-id to ghx-game-id.
           read f-games-idx key is ghx-key
               invalid key
                   move spaces to ws-print-line
                   string "  NOT-ON-MASTER   " ga-bus-date " game "
                       ga-game-id " player " ga-player-id
                       " - no such game on the game-history master"
                       delimited by size into ws-print-line
                   perform write_exception
               not invalid key
                   perform credit_game
           end-read.

       credit_game.
           perform judge_from_master.
           compute ws-power =
               ghx-min-red * ghx-min-green * ghx-min-blue.
           add 1 to ws-pl-games(ws-p).
           add ws-power to ws-pl-power(ws-p).
           if ws-game-valid = "Y" then
               add 1 to ws-pl-valid(ws-p)
           end-if.
           if ws-power > ws-pl-best-power(ws-p)
               or ws-pl-best-game(ws-p) = 0 then
               move ws-power to ws-pl-best-power(ws-p)
               move ghx-game-id to ws-pl-best-game(ws-p)
               move ghx-bus-date to ws-pl-best-date(ws-p)
           end-if.

           perform varying ws-t from 1 by 1 until ws-t > ws-tm-count
               if ws-tm-name(ws-t) = ws-pl-team(ws-p)
                   exit perform
               end-if
           end-perform.
           add 1 to ws-tm-games(ws-t).
           add ws-power to ws-tm-power(ws-t).
           if ws-game-valid = "Y" then
               add 1 to ws-tm-valid(ws-t)
           end-if.
           if ws-power > ws-tm-best-power(ws-t)
               or ws-tm-best-game(ws-t) = 0 then
               move ws-power to ws-tm-best-power(ws-t)
               move ghx-game-id to ws-tm-best-game(ws-t)
               move ws-pl-id(ws-p) to ws-tm-best-player(ws-t)
           end-if.

      * the master keeps a game's minimum cubes, not its rounds - the
      * per-color rules (COLORMAX, COLORREQ) are judged afresh from
      * those under the rule book now on file. The round-level rules
      * (REVEALMAX, MINROUNDS) can't be; for those the verdict
      * recorded at load time stands when it names one of them.
       judge_from_master.
           move "Y" to ws-game-valid.
           perform varying ws-rl from 1 by 1
               until ws-rl > ws-rule-count
               evaluate ws-rule-color(ws-rl)
                   when "red"
                       move ghx-min-red to ws-rv
                   when "green"
                       move ghx-min-green to ws-rv
                   when "blue"
                       move ghx-min-blue to ws-rv
                   when other
                       move 0 to ws-rv
               end-evaluate
               evaluate ws-rule-type(ws-rl)
                   when "COLORMAX"
                       if ws-rv > ws-rule-value(ws-rl)
                           move "N" to ws-game-valid
                       end-if
                   when "COLORREQ"
                       if ws-rv = 0
                           move "N" to ws-game-valid
                       end-if
                   when "REVEALMAX"
                   when "MINROUNDS"
                       if ghx-valid = "N"
                           and ghx-fail-rule = ws-rule-desc(ws-rl)
                           move "N" to ws-game-valid
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform.

      * every game on the master in range that no assignment names.
       find_unassigned_games.
           move low-values to ghx-key.
           if ws-from-date not = spaces then
               move ws-from-date to ghx-bus-date
               move 0 to ghx-game-id
           end-if.
           start f-games-idx key >= ghx-key
               invalid key
                   exit paragraph
           end-start.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-games-idx next
                   at end move 'Y' to ws-eof
                   not at end
                       if ws-to-date not = spaces
                           and ghx-bus-date > ws-to-date
                           move 'Y' to ws-eof
                       else
                           perform check_game_assigned
                       end-if
               end-read
           end-perform.

       check_game_assigned.
           move 0 to ws-found.
           perform varying ws-a from 1 by 1 until ws-a > ws-as-count
               if ws-as-date(ws-a) = ghx-bus-date
                   and ws-as-game(ws-a) = ghx-game-id
                   move 1 to ws-found
                   exit perform
               end-if
           end-perform.
           if ws-found = 0 then
               move spaces to ws-print-line
               string "  UNASSIGNED      " ghx-bus-date " game "
                   ghx-game-id " - no player assigned"
                   delimited by size into ws-print-line
               perform write_exception
           end-if.

       find_idle_players.
           perform varying ws-p from 1 by 1 until ws-p > ws-pl-count
               if ws-pl-games(ws-p) = 0
                   move spaces to ws-print-line
                   string "  NO-GAMES        player " ws-pl-id(ws-p)
                       " " function trim(ws-pl-name(ws-p))
                       " (" function trim(ws-pl-team(ws-p))
                       ") played no game on the master"
                       delimited by size into ws-print-line
                   perform write_exception
               end-if
           end-perform.

       write_exception.
           add 1 to ws-exception-count.
           move ws-print-line to report-line.
           write report-line.

      * ranked by valid games, then total power.
       write_player_standings.
           move spaces to report-line.
           write report-line.
           move "PLAYER STANDINGS" to report-line.
           write report-line.
           move spaces to report-line.
           string "RANK PLAYER   NAME                           "
               "TEAM                 GAMES VALID"
               "        TOTAL POWER  BIGGEST GAME"
               delimited by size into report-line.
           write report-line.
           perform varying ws-rank from 1 by 1
               until ws-rank > ws-pl-count
               move 0 to ws-next
               perform varying ws-p from 1 by 1
                   until ws-p > ws-pl-count
                   if ws-pl-printed(ws-p) = 0
                       if ws-next = 0
                           move ws-p to ws-next
                       else
                           if ws-pl-valid(ws-p) > ws-pl-valid(ws-next)
                               or (ws-pl-valid(ws-p) =
                                   ws-pl-valid(ws-next)
                               and ws-pl-power(ws-p) >
                                   ws-pl-power(ws-next))
                               move ws-p to ws-next
                           end-if
                       end-if
                   end-if
               end-perform
               move 1 to ws-pl-printed(ws-next)
               perform write_player_line
           end-perform.

       write_player_line.
           move ws-pl-power(ws-next) to ws-edit-power.
           move ws-pl-best-power(ws-next) to ws-edit-best.
           move spaces to report-line.
           move ws-rank to report-line(1:4).
           move ws-pl-id(ws-next) to report-line(6:8).
           move ws-pl-name(ws-next) to report-line(15:30).
           move ws-pl-team(ws-next) to report-line(46:20).
           move ws-pl-games(ws-next) to report-line(67:5).
           move ws-pl-valid(ws-next) to report-line(73:5).
           move ws-edit-power to report-line(79:18).
           if ws-pl-games(ws-next) > 0 then
               move ws-pl-best-date(ws-next) to report-line(98:8)
               move ws-pl-best-game(ws-next) to report-line(107:9)
               move ws-edit-best to report-line(117:12)
           end-if.
           write report-line.

       write_team_standings.
           move spaces to report-line.
           write report-line.
           move "TEAM STANDINGS" to report-line.
           write report-line.
           move spaces to report-line.
           string "RANK TEAM                 PLAYERS GAMES VALID"
               "        TOTAL POWER  BIGGEST GAME"
               delimited by size into report-line.
           write report-line.
           perform varying ws-rank from 1 by 1
               until ws-rank > ws-tm-count
               move 0 to ws-next
               perform varying ws-t from 1 by 1
                   until ws-t > ws-tm-count
                   if ws-tm-printed(ws-t) = 0
                       if ws-next = 0
                           move ws-t to ws-next
                       else
                           if ws-tm-valid(ws-t) > ws-tm-valid(ws-next)
                               or (ws-tm-valid(ws-t) =
                                   ws-tm-valid(ws-next)
                               and ws-tm-power(ws-t) >
                                   ws-tm-power(ws-next))
                               move ws-t to ws-next
                           end-if
                       end-if
                   end-if
               end-perform
               move 1 to ws-tm-printed(ws-next)
               perform write_team_line
           end-perform.

       write_team_line.
           move ws-tm-power(ws-next) to ws-edit-power.
           move ws-tm-best-power(ws-next) to ws-edit-best.
           move spaces to report-line.
           move ws-rank to report-line(1:4).
           move ws-tm-name(ws-next) to report-line(6:20).
           move ws-tm-players(ws-next) to report-line(27:4).
           move ws-tm-games(ws-next) to report-line(35:5).
           move ws-tm-valid(ws-next) to report-line(41:5).
           move ws-edit-power to report-line(47:18).
           if ws-tm-games(ws-next) > 0 then
               move ws-tm-best-game(ws-next) to report-line(67:9)
               move ws-tm-best-player(ws-next) to report-line(77:8)
               move ws-edit-best to report-line(86:12)
           end-if.
           write report-line.

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
