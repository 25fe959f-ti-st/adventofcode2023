      * day2_screen
       identification division.
           program-id. elf_game_screen.
           author. kayms.
      *
      * statistical outlier screen over the game-history master -
      * the rule book only catches a game that breaks a hard limit,
      * and the tournament desk also wants the legal-but-unusual
      * ones (twice the season's typical blue count, far more
      * rounds than normal). Norms are built per measure - the
      * red, green and blue minimum cubes and the round count -
      * from the games elf_game_history filed over a window of the
      * business dates before the screening date; each game of the
      * screening date is scored against them, and every game with
      * a measure more than the deviation limit away from its norm
      * goes on a ranked shortlist with the deviating measures.
      * Games filed before the master carried a round count (0,
      * not known) count toward the color norms only.
      *
      * screen_control.txt (optional), fixed columns:
      *   cols 1-8   screening business date (blank = the run-
      *              control business date, else the latest date
      *              on the master)
      *   cols 10-12 window - business dates of history (blank = 20)
      *   cols 14-17 deviation limit in standard deviations, as
      *              9.99 (blank = 2.00)
      * condition code 4 when the window holds too few games to
      * build a norm, or the screening date holds no games.
       environment division.
           input-output section.
           file-control.
           select f-screen-ctl assign to "../screen_control.txt"
           organization is line sequential
           file status is ws-ctl-fs.
           select f-games-idx assign to "../games_indexed.dat"
           organization is indexed
           access mode is dynamic
           record key is ghx-key
           file status is ws-idx-fs.
           select f-runctl assign to "../../batch/run_control.txt"
           organization is line sequential
           file status is ws-runctl-fs.
           select f-report assign to "../suspicious_games.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-screen-ctl.
           01 screen-ctl-line.
               02 sc-date pic x(8).
               02 filler pic x(1).
               02 sc-window pic x(3).
               02 filler pic x(1).
               02 sc-limit pic x(4).

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

           fd f-runctl.
           copy RUNCTL.

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-ctl-fs pic xx.
           01 ws-idx-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-eof pic a(1).

           01 ws-screen-date pic x(8) value spaces.
           01 ws-window pic 9(3) value 20.
           01 ws-limit pic 9v99 value 2.00.
           01 ws-min-games pic 9(3) value 5.

      * the distinct business dates before the screening date, in
      * key order - the window is the last ws-window of them.
           01 ws-date-count pic 9(4) value 0.
           01 ws-date-table.
               02 ws-date-entry occurs 1000 times pic x(8).
           01 ws-d pic 9(4).
           01 ws-from-date pic x(8) value spaces.
           01 ws-to-date pic x(8) value spaces.
           01 ws-window-dates pic 9(4) value 0.
           01 ws-latest-date pic x(8) value spaces.

      * one norm per measure: 1 red, 2 green, 3 blue, 4 rounds.
           01 ws-measure-names.
               02 filler pic x(6) value "red".
               02 filler pic x(6) value "green".
               02 filler pic x(6) value "blue".
               02 filler pic x(6) value "rounds".
           01 ws-measure-table redefines ws-measure-names.
               02 ws-ms-name occurs 4 times pic x(6).
           01 ws-norm-table.
               02 ws-nm-entry occurs 4 times.
                   03 ws-nm-count pic 9(9).
                   03 ws-nm-sum pic 9(15).
                   03 ws-nm-sumsq pic 9(18).
                   03 ws-nm-mean pic 9(9)v99.
                   03 ws-nm-sd pic 9(9)v99.
           01 ws-m pic 9(1).
           01 ws-value pic 9(9).
           01 ws-variance pic 9(15)v9999.

      * the screening date's games, scored.
           01 ws-gm-count pic 9(4) value 0.
           01 ws-gm-table.
               02 ws-gm-entry occurs 1000 times.
                   03 ws-gm-id pic 9(9).
                   03 ws-gm-valid pic x(1).
                   03 ws-gm-val pic 9(9) occurs 4 times.
                   03 ws-gm-z pic s9(3)v99 occurs 4 times.
                   03 ws-gm-flagged pic 9(1).
                   03 ws-gm-score pic 9(5)v99.
                   03 ws-gm-printed pic 9(1).
           01 ws-g pic 9(4).
           01 ws-next pic 9(4).
           01 ws-rank pic 9(4) value 0.
           01 ws-suspect-count pic 9(4) value 0.
           01 ws-dropped pic 9(5) value 0.
           01 ws-z pic s9(3)v99.
           01 ws-abs-z pic 9(3)v99.

           01 ws-print-line pic x(132).
           01 ws-edit-mean pic z(8)9.99.
           01 ws-edit-sd pic z(8)9.99.
           01 ws-edit-z pic +++9.99.
           01 ws-edit-score pic zzzz9.99.
           01 ws-edit-limit pic 9.99.

       procedure division.

           display "elf_game_screen: screening the game-history "
               "master for outlier games".

           perform read_screen_control.

           open input f-games-idx.
           if ws-idx-fs not = "00" then
               display "game-history master not found - run "
                   "elf_game_history first (status " ws-idx-fs ")"
               move 8 to return-code
               stop run
           end-if.

           perform collect_dates.
           if ws-screen-date = spaces then
               move ws-latest-date to ws-screen-date
               perform collect_dates
           end-if.
           perform choose_window.
           perform build_norms.
           close f-games-idx.
           perform finish_norms.
           perform score_games.

           open output f-report.
           perform write_report_header.
           if ws-gm-count = 0 then
               move "no games on the master for the screening date"
                   to report-line
               write report-line
               move 4 to return-code
           else
               if ws-nm-count(1) < ws-min-games
                   move spaces to ws-print-line
                   string "only " ws-nm-count(1) " game(s) in the "
                       "window - at least " ws-min-games
                       " are needed to build a norm, nothing scored"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
                   move 4 to return-code
               else
                   perform write_shortlist
               end-if
           end-if.
           close f-report.

           display "elf_game_screen: " ws-gm-count " game(s) on "
               ws-screen-date " screened, " ws-suspect-count
               " suspicious - report in ../suspicious_games.txt".
           stop run.

      * no control file, or blank columns, takes the defaults.
       read_screen_control.
           open input f-screen-ctl.
           if ws-ctl-fs = "00" then
               read f-screen-ctl
                   at end continue
                   not at end
                       move sc-date to ws-screen-date
                       if sc-window not = spaces
                           and function test-numval(sc-window) = 0
                           and function numval(sc-window) > 0
                           move function numval(sc-window)
                               to ws-window
                       end-if
                       if sc-limit not = spaces
                           and function test-numval(sc-limit) = 0
                           and function numval(sc-limit) > 0
                           move function numval(sc-limit)
                               to ws-limit
                       end-if
               end-read
               close f-screen-ctl
           end-if.
           if ws-screen-date = spaces then
               open input f-runctl
               if ws-runctl-fs = "00"
                   read f-runctl
                       at end continue
                       not at end
                           move runctl-bus-date to ws-screen-date
                   end-read
                   close f-runctl
               end-if
           end-if.

      * the dates before the screening date, and the latest date
      * on file - the key is date-major, so they arrive in order.
       collect_dates.
           move 0 to ws-date-count.
           move spaces to ws-latest-date.
           move low-values to ghx-key.
           start f-games-idx key >= ghx-key
               invalid key
                   continue
           end-start.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-games-idx next
                   at end move 'Y' to ws-eof
                   not at end
                       move ghx-bus-date to ws-latest-date
                       if ws-screen-date not = spaces
                           and ghx-bus-date < ws-screen-date
                           perform note_history_date
                       end-if
               end-read
           end-perform.

       note_history_date.
           if ws-date-count > 0 then
               if ws-date-entry(ws-date-count) = ghx-bus-date
                   exit paragraph
               end-if
           end-if.
           if ws-date-count >= 1000 then
      * a full table keeps the latest 1000 dates - the window
      * never reaches back further than that.
               perform varying ws-d from 1 by 1 until ws-d > 999
                   move ws-date-entry(ws-d + 1)
                       to ws-date-entry(ws-d)
               end-perform
               move ghx-bus-date to ws-date-entry(1000)
               exit paragraph
           end-if.
           add 1 to ws-date-count.
           move ghx-bus-date to ws-date-entry(ws-date-count).

       choose_window.
           if ws-date-count = 0 then
               exit paragraph
           end-if.
           if ws-date-count > ws-window then
               compute ws-d = ws-date-count - ws-window + 1
           else
               move 1 to ws-d
           end-if.
           move ws-date-entry(ws-d) to ws-from-date.
           move ws-date-entry(ws-date-count) to ws-to-date.
           compute ws-window-dates = ws-date-count - ws-d + 1.

      * one pass from the window's first date through the
      * screening date - history games feed the norms, the
      * screening date's games are kept to be scored.
       build_norms.
           initialize ws-norm-table.
           if ws-from-date not = spaces then
               move ws-from-date to ghx-bus-date
           else
               move ws-screen-date to ghx-bus-date
           end-if.
           move 0 to ghx-game-id.
           start f-games-idx key >= ghx-key
               invalid key
                   exit paragraph
           end-start.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-games-idx next
                   at end move 'Y' to ws-eof
                   not at end
                       evaluate true
                           when ghx-bus-date > ws-screen-date
                               move 'Y' to ws-eof
                           when ghx-bus-date = ws-screen-date
                               perform keep_screen_game
                           when other
                               perform add_to_norms
                       end-evaluate
               end-read
           end-perform.

       add_to_norms.
           perform varying ws-m from 1 by 1 until ws-m > 4
               perform get_master_measure
      * a round count of 0 is a game filed before the master
      * carried one - not known, so no part of the round norm.
               if ws-m < 4 or ws-value > 0
                   add 1 to ws-nm-count(ws-m)
                   add ws-value to ws-nm-sum(ws-m)
                   compute ws-nm-sumsq(ws-m) = ws-nm-sumsq(ws-m)
                       + ws-value * ws-value
               end-if
           end-perform.

       keep_screen_game.
           if ws-gm-count >= 1000 then
               add 1 to ws-dropped
               exit paragraph
           end-if.
           add 1 to ws-gm-count.
           initialize ws-gm-entry(ws-gm-count).
           move ghx-game-id to ws-gm-id(ws-gm-count).
           move ghx-valid to ws-gm-valid(ws-gm-count).
           perform varying ws-m from 1 by 1 until ws-m > 4
               perform get_master_measure
               move ws-value to ws-gm-val(ws-gm-count, ws-m)
           end-perform.

       get_master_measure.
           evaluate ws-m
               when 1
                   move ghx-min-red to ws-value
               when 2
                   move ghx-min-green to ws-value
               when 3
                   move ghx-min-blue to ws-value
               when other
                   move ghx-rounds to ws-value
           end-evaluate.

      * mean and (population) standard deviation per measure.
       finish_norms.
           perform varying ws-m from 1 by 1 until ws-m > 4
               if ws-nm-count(ws-m) > 0
                   compute ws-nm-mean(ws-m) rounded
                       = ws-nm-sum(ws-m) / ws-nm-count(ws-m)
                   compute ws-variance
                       = ws-nm-sumsq(ws-m) / ws-nm-count(ws-m)
                       - (ws-nm-sum(ws-m) / ws-nm-count(ws-m))
                       ** 2
                   if ws-variance > 0
                       compute ws-nm-sd(ws-m) rounded
                           = function sqrt(ws-variance)
                   else
                       move 0 to ws-nm-sd(ws-m)
                   end-if
               end-if
           end-perform.

      * a measure deviates when it lies more than the limit's
      * standard deviations from its norm; with no spread at all
      * in the window, any departure from the norm deviates. The
      * game's score is the sum of its deviations.
       score_games.
           if ws-nm-count(1) < ws-min-games then
               exit paragraph
           end-if.
           perform varying ws-g from 1 by 1 until ws-g > ws-gm-count
               perform varying ws-m from 1 by 1 until ws-m > 4
                   perform score_one_measure
               end-perform
               if ws-gm-flagged(ws-g) = 1
                   add 1 to ws-suspect-count
               end-if
           end-perform.

       score_one_measure.
           move 0 to ws-gm-z(ws-g, ws-m).
           if ws-nm-count(ws-m) < ws-min-games then
               exit paragraph
           end-if.
           if ws-m = 4 and ws-gm-val(ws-g, 4) = 0 then
               exit paragraph
           end-if.
           if ws-nm-sd(ws-m) = 0 then
               if ws-gm-val(ws-g, ws-m) = ws-nm-mean(ws-m)
                   exit paragraph
               end-if
               if ws-gm-val(ws-g, ws-m) > ws-nm-mean(ws-m)
                   move 999.99 to ws-z
               else
                   move -999.99 to ws-z
               end-if
           else
               compute ws-z rounded
                   = (ws-gm-val(ws-g, ws-m) - ws-nm-mean(ws-m))
                   / ws-nm-sd(ws-m)
                   on size error
                       if ws-gm-val(ws-g, ws-m) > ws-nm-mean(ws-m)
                           move 999.99 to ws-z
                       else
                           move -999.99 to ws-z
                       end-if
               end-compute
           end-if.
           if ws-z < 0 then
               compute ws-abs-z = 0 - ws-z
           else
               move ws-z to ws-abs-z
           end-if.
           if ws-abs-z > ws-limit then
               move ws-z to ws-gm-z(ws-g, ws-m)
               move 1 to ws-gm-flagged(ws-g)
               add ws-abs-z to ws-gm-score(ws-g)
                   on size error
                       move 99999.99 to ws-gm-score(ws-g)
               end-add
           end-if.

       write_report_header.
           move spaces to ws-print-line.
           string "Suspicious-games screen - business date "
               ws-screen-date
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           move all "=" to report-line(1:49).
           write report-line.
           move ws-limit to ws-edit-limit.
           move spaces to ws-print-line.
           if ws-window-dates = 0 then
               string "no history before the screening date - "
                   "deviation limit " ws-edit-limit " sd"
                   delimited by size into ws-print-line
           else
               string "norms from " ws-window-dates
                   " business date(s) " ws-from-date " to "
                   ws-to-date " - deviation limit " ws-edit-limit
                   " sd"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           perform varying ws-m from 1 by 1 until ws-m > 4
               move ws-nm-mean(ws-m) to ws-edit-mean
               move ws-nm-sd(ws-m) to ws-edit-sd
               move spaces to ws-print-line
               string "norm " ws-ms-name(ws-m)
                   " mean " function trim(ws-edit-mean)
                   " sd " function trim(ws-edit-sd)
                   " over " ws-nm-count(ws-m) " game(s)"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.
           if ws-dropped > 0 then
               move spaces to ws-print-line
               string ws-dropped " game(s) on the screening date "
                   "over the 1000-game table were not screened"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-if.
           move spaces to report-line.
           write report-line.

      * highest score first; each game's deviating measures
      * under it.
       write_shortlist.
           if ws-suspect-count = 0 then
               move spaces to ws-print-line
               string "no suspicious games among the "
                   ws-gm-count " screened"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               exit paragraph
           end-if.
           perform ws-suspect-count times
               move 0 to ws-next
               perform varying ws-g from 1 by 1
                   until ws-g > ws-gm-count
                   if ws-gm-flagged(ws-g) = 1
                       and ws-gm-printed(ws-g) = 0
                       if ws-next = 0
                           move ws-g to ws-next
                       else
                           if ws-gm-score(ws-g)
                               > ws-gm-score(ws-next)
                               move ws-g to ws-next
                           end-if
                       end-if
                   end-if
               end-perform
               move 1 to ws-gm-printed(ws-next)
               perform write_one_suspect
           end-perform.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-suspect-count " suspicious game(s) of "
               ws-gm-count " screened"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.

       write_one_suspect.
           add 1 to ws-rank.
           move ws-gm-score(ws-next) to ws-edit-score.
           move spaces to ws-print-line.
           string "rank " ws-rank " game " ws-gm-id(ws-next)
               " valid " ws-gm-valid(ws-next)
               " score " function trim(ws-edit-score)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           perform varying ws-m from 1 by 1 until ws-m > 4
               if ws-gm-z(ws-next, ws-m) not = 0
                   move ws-nm-mean(ws-m) to ws-edit-mean
                   move ws-gm-z(ws-next, ws-m) to ws-edit-z
                   move spaces to ws-print-line
                   string "    " ws-ms-name(ws-m) " "
                       ws-gm-val(ws-next, ws-m)
                       " norm " function trim(ws-edit-mean)
                       " deviation " function trim(ws-edit-z)
                       " sd"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.
