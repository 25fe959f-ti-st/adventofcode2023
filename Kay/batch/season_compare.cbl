      * season-over-season comparison from the frozen season sets
      * aoc-season-close freezes every season into a season_<date>/
      * set, and nothing ever read them again - the retrospective
      * was a spreadsheet exercise. This reads the frozen sets and
      * the current season's live statistics and reports, per
      * program and part, season by season: run count, answer
      * changes, exception volume, total elapsed seconds and
      * certification status, with the difference from the season
      * before. A program/part missing from a season is called out
      * on that season's line and again in the closing list.
      *
      * Each season's figures come from its season_stats.txt (the
      * register aoc-season-stats writes); its certification
      * status is the aoc-certify verdict made from its own
      * certified_answers.txt against that season's latest answer -
      * CERTIFIED, REGRESSED, or UNCERTIFIED with no confirmed value.
      *
      * season_compare.txt (optional): one season set per line, the
      * directory name (season_yyyymmdd), oldest first; absent, every
      * season_yyyymmdd set beside the batch is compared, in date
      * order. The live season follows as "current". Condition code
      * 4 when fewer than two frozen sets are found.
       identification division.
           program-id. aoc-season-compare.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-seasons assign to "../season_compare.txt"
           organization is line sequential
           file status is ws-seasons-fs.
           select f-listing assign to "../season_compare_tmp.txt"
           organization is line sequential
           file status is ws-list-fs.
           select f-stats assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-stats-fs.
           select f-certified assign to dynamic ws-file-path
           organization is line sequential
           file status is ws-cert-fs.
           select f-report assign to "../season_comparison.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-seasons.
           01 seasons-line pic x(80).

           fd f-listing.
           01 listing-line pic x(80).

      * same record layout aoc-season-stats writes.
           fd f-stats.
           01 season-record.
               02 sn-program pic x(20).
               02 sn-part pic x(6).
               02 sn-runs pic 9(9).
               02 sn-first pic 9(18).
               02 sn-latest pic 9(18).
               02 sn-changes pic 9(9).
               02 sn-exceptions pic 9(9).
               02 sn-elapsed pic 9(12).

           fd f-certified.
           01 certified-record.
               02 cert-program pic x(20).
               02 cert-part pic x(6).
               02 cert-value pic 9(18).

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-seasons-fs pic xx.
           01 ws-list-fs pic xx.
           01 ws-stats-fs pic xx.
           01 ws-cert-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-file-path pic x(250).
           01 ws-command pic x(200).

      * the seasons compared, oldest first - the last is the live
      * season.
           01 ws-season-count pic 9(2) value 0.
           01 ws-frozen-count pic 9(2) value 0.
           01 ws-season-table.
               02 ws-sea-entry occurs 9 times.
                   03 ws-sea-name pic x(20).
                   03 ws-sea-dir pic x(40).
                   03 ws-sea-found pic 9(1).
           01 ws-s pic 9(2).
           01 ws-prev pic 9(2).
           01 ws-name pic x(20).

      * one row per program/part seen in any season, one cell per
      * season.
           01 ws-key-count pic 9(2) value 0.
           01 ws-key-table.
               02 ws-key-entry occurs 60 times.
                   03 ws-ky-program pic x(20).
                   03 ws-ky-part pic x(6).
                   03 ws-ky-gaps pic 9(2).
                   03 ws-ky-cell occurs 9 times.
                       04 ws-kc-present pic 9(1).
                       04 ws-kc-runs pic 9(9).
                       04 ws-kc-latest pic 9(18).
                       04 ws-kc-changes pic 9(9).
                       04 ws-kc-exceptions pic 9(9).
                       04 ws-kc-elapsed pic 9(12).
                       04 ws-kc-cert pic x(11).
           01 ws-k pic 9(2).
           01 ws-found pic 9(2).

           01 ws-diff pic s9(12).
           01 ws-edit-count pic z(8)9.
           01 ws-edit-elapsed pic z(11)9.
           01 ws-edit-diff pic +(11)9.
           01 ws-gap-count pic 9(3) value 0.
           01 ws-print-line pic x(132).
           01 ws-ptr pic 9(3).

       procedure division.

           display "aoc-season-compare: comparing the frozen season "
               "sets".

           perform choose_seasons.
           if ws-season-count < 9 then
               add 1 to ws-season-count
               move "current" to ws-sea-name(ws-season-count)
               move ".." to ws-sea-dir(ws-season-count)
           end-if.

           perform varying ws-s from 1 by 1
               until ws-s > ws-season-count
               perform load_season_stats
               perform load_season_certification
           end-perform.

           open output f-report.
           perform write_report_header.
           perform varying ws-k from 1 by 1 until ws-k > ws-key-count
               perform write_one_key
           end-perform.
           perform write_gap_list.
           close f-report.

           display "aoc-season-compare: " ws-frozen-count
               " frozen season(s) and the current season, "
               ws-key-count " program/part(s) - report in "
               "../season_comparison.txt".
           if ws-frozen-count < 2 then
               display "aoc-season-compare: fewer than two frozen "
                   "season sets to compare"
               move 4 to return-code
           end-if.
           stop run.

      * the control card's list, else every season_yyyymmdd set
      * beside the batch - ls lists them in date order. The last
      * column is kept for the live season.
       choose_seasons.
           open input f-seasons.
           if ws-seasons-fs = "00" then
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read f-seasons at
                   end move 'Y' to ws-eof
                   not at end
                       if seasons-line not = spaces
                           move function trim(seasons-line)
                               to ws-name
                           perform add_season
                       end-if
               end-perform
               close f-seasons
               exit paragraph
           end-if.
           move spaces to ws-command.
           string "cd .. && ls -1d season_* > "
               "season_compare_tmp.txt 2>/dev/null"
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
      * the season set directories only - the live season's own
      * season_*.txt files share the prefix.
                   if listing-line(1:7) = "season_"
                       and listing-line(8:8) is numeric
                       and listing-line(16:1) = space
                       move listing-line(1:15) to ws-name
                       perform add_season
                   end-if
           end-perform.
           close f-listing.

       add_season.
           if ws-season-count >= 8 then
               display "aoc-season-compare: more than 8 season sets "
                   "- " function trim(ws-name) " not compared"
               exit paragraph
           end-if.
           add 1 to ws-season-count.
           add 1 to ws-frozen-count.
           move ws-name to ws-sea-name(ws-season-count).
           move spaces to ws-sea-dir(ws-season-count).
           string "../" function trim(ws-name)
               delimited by size into ws-sea-dir(ws-season-count).

       load_season_stats.
           move 0 to ws-sea-found(ws-s).
           move spaces to ws-file-path.
           string function trim(ws-sea-dir(ws-s))
               "/season_stats.txt" delimited by size
               into ws-file-path.
           open input f-stats.
           if ws-stats-fs not = "00" then
               display "aoc-season-compare: no season_stats.txt in "
                   function trim(ws-sea-dir(ws-s))
                   " - the season is reported empty"
               exit paragraph
           end-if.
           move 1 to ws-sea-found(ws-s).
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-stats at
               end move 'Y' to ws-eof
               not at end
                   if sn-program not = spaces
                       and sn-runs is numeric
                       perform note_season_key
                   end-if
           end-perform.
           close f-stats.

       note_season_key.
           perform find_key.
           if ws-found = 0 then
               if ws-key-count >= 60
                   exit paragraph
               end-if
               add 1 to ws-key-count
               initialize ws-key-entry(ws-key-count)
               move sn-program to ws-ky-program(ws-key-count)
               move sn-part to ws-ky-part(ws-key-count)
               move ws-key-count to ws-found
           end-if.
           move 1 to ws-kc-present(ws-found, ws-s).
           move sn-runs to ws-kc-runs(ws-found, ws-s).
           move sn-latest to ws-kc-latest(ws-found, ws-s).
           move sn-changes to ws-kc-changes(ws-found, ws-s).
           move sn-exceptions to ws-kc-exceptions(ws-found, ws-s).
           move sn-elapsed to ws-kc-elapsed(ws-found, ws-s).
           move "UNCERTIFIED" to ws-kc-cert(ws-found, ws-s).

       find_key.
           move 0 to ws-found.
           perform varying ws-k from 1 by 1 until ws-k > ws-key-count
               if ws-ky-program(ws-k) = sn-program
                   and ws-ky-part(ws-k) = sn-part
                   move ws-k to ws-found
                   exit perform
               end-if
           end-perform.

      * the season's confirmed answers against its latest answers -
      * the verdict aoc-certify gave at the close.
       load_season_certification.
           move spaces to ws-file-path.
           string function trim(ws-sea-dir(ws-s))
               "/certified_answers.txt" delimited by size
               into ws-file-path.
           open input f-certified.
           if ws-cert-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-certified at
               end move 'Y' to ws-eof
               not at end
                   perform varying ws-k from 1 by 1
                       until ws-k > ws-key-count
                       if ws-ky-program(ws-k) = cert-program
                           and ws-ky-part(ws-k) = cert-part
                           and ws-kc-present(ws-k, ws-s) = 1
                           if ws-kc-latest(ws-k, ws-s) = cert-value
                               move "CERTIFIED"
                                   to ws-kc-cert(ws-k, ws-s)
                           else
                               move "REGRESSED"
                                   to ws-kc-cert(ws-k, ws-s)
                           end-if
                       end-if
                   end-perform
           end-perform.
           close f-certified.

       write_report_header.
           move "Season-over-season comparison" to report-line.
           write report-line.
           move "=============================" to report-line.
           write report-line.
           perform varying ws-s from 1 by 1
               until ws-s > ws-season-count
               move spaces to ws-print-line
               if ws-sea-found(ws-s) = 1
                   string "  " ws-sea-name(ws-s) " "
                       function trim(ws-sea-dir(ws-s))
                       "/season_stats.txt"
                       delimited by size into ws-print-line
               else
                   string "  " ws-sea-name(ws-s) " "
                       function trim(ws-sea-dir(ws-s))
                       "/season_stats.txt NOT FOUND"
                       delimited by size into ws-print-line
               end-if
               move ws-print-line to report-line
               write report-line
           end-perform.
           move spaces to report-line.
           write report-line.
           move "  season                   runs   changes exceptions"
               & "      elapsed certified   change from the season"
               & " before" to report-line.
           write report-line.

      * one block per program/part - a line per season, with its
      * movement against the last season that had the key.
       write_one_key.
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string function trim(ws-ky-program(ws-k)) " "
               ws-ky-part(ws-k)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move 0 to ws-prev.
           perform varying ws-s from 1 by 1
               until ws-s > ws-season-count
               move spaces to ws-print-line
               if ws-kc-present(ws-k, ws-s) = 0
                   add 1 to ws-ky-gaps(ws-k)
                   string "  " ws-sea-name(ws-s)
                       "  NOT PRESENT this season"
                       delimited by size into ws-print-line
               else
                   perform build_season_line
                   move ws-s to ws-prev
               end-if
               move ws-print-line to report-line
               write report-line
           end-perform.

       build_season_line.
           move 1 to ws-ptr.
           string "  " ws-sea-name(ws-s) delimited by size
               into ws-print-line with pointer ws-ptr.
           move ws-kc-runs(ws-k, ws-s) to ws-edit-count.
           string ws-edit-count delimited by size
               into ws-print-line with pointer ws-ptr.
           move ws-kc-changes(ws-k, ws-s) to ws-edit-count.
           string " " ws-edit-count delimited by size
               into ws-print-line with pointer ws-ptr.
           move ws-kc-exceptions(ws-k, ws-s) to ws-edit-count.
           string "  " ws-edit-count delimited by size
               into ws-print-line with pointer ws-ptr.
           move ws-kc-elapsed(ws-k, ws-s) to ws-edit-elapsed.
           string " " ws-edit-elapsed " " ws-kc-cert(ws-k, ws-s)
               delimited by size
               into ws-print-line with pointer ws-ptr.
           if ws-prev = 0 then
               string " -" delimited by size
                   into ws-print-line with pointer ws-ptr
               exit paragraph
           end-if.
           compute ws-diff = ws-kc-runs(ws-k, ws-s)
               - ws-kc-runs(ws-k, ws-prev).
           move ws-diff to ws-edit-diff.
           string " runs " function trim(ws-edit-diff)
               delimited by size into ws-print-line
               with pointer ws-ptr.
           compute ws-diff = ws-kc-changes(ws-k, ws-s)
               - ws-kc-changes(ws-k, ws-prev).
           move ws-diff to ws-edit-diff.
           string " chg " function trim(ws-edit-diff)
               delimited by size into ws-print-line
               with pointer ws-ptr.
           compute ws-diff = ws-kc-exceptions(ws-k, ws-s)
               - ws-kc-exceptions(ws-k, ws-prev).
           move ws-diff to ws-edit-diff.
           string " exc " function trim(ws-edit-diff)
               delimited by size into ws-print-line
               with pointer ws-ptr.
           compute ws-diff = ws-kc-elapsed(ws-k, ws-s)
               - ws-kc-elapsed(ws-k, ws-prev).
           move ws-diff to ws-edit-diff.
           string " sec " function trim(ws-edit-diff)
               delimited by size into ws-print-line
               with pointer ws-ptr.
           if ws-kc-cert(ws-k, ws-s) not = ws-kc-cert(ws-k, ws-prev)
               string " was " function trim(ws-kc-cert(ws-k, ws-prev))
                   delimited by size into ws-print-line
                   with pointer ws-ptr
           end-if.

      * the program/parts not present in every season, with the
      * seasons they are missing from.
       write_gap_list.
           move spaces to report-line.
           write report-line.
           move "program/parts not present in every season:"
               to report-line.
           write report-line.
           perform varying ws-k from 1 by 1 until ws-k > ws-key-count
               if ws-ky-gaps(ws-k) > 0
                   add 1 to ws-gap-count
                   move spaces to ws-print-line
                   move 1 to ws-ptr
                   string "  " ws-ky-program(ws-k) " "
                       ws-ky-part(ws-k) " missing from"
                       delimited by size into ws-print-line
                       with pointer ws-ptr
                   perform varying ws-s from 1 by 1
                       until ws-s > ws-season-count
                       if ws-kc-present(ws-k, ws-s) = 0
                           and ws-ptr < 110
                           string " " function trim(ws-sea-name(ws-s))
                               delimited by size into ws-print-line
                               with pointer ws-ptr
                       end-if
                   end-perform
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.
           if ws-gap-count = 0 then
               move "  none - every program/part ran in every season"
                   to report-line
               write report-line
           end-if.
