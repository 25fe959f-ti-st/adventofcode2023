      * synthetic volume test-data generator
      * aoc-capacity can only extrapolate from the inputs we have had,
      * so nobody knows what engine_parts' 10000-entry tables or
      * seeds_ranges do at five times today's volume until
      * production finds out. This writes valid synthetic inputs for
      * every day at a requested scale - calibration documents, game
      * records, schematics, scratchcard decks in deck_layout.txt's
      * columns, almanacs and race sheets - shaped to pass the
      * checks aoc-staging makes, from a repeatable seed: the same
      * scale and seed always write the same files, and each day
      * draws from its own sequence, so one day's volume does not
      * move another day's data.
      *
      * At scale 1 each day is about the size of a real input:
      *   day01  1000 calibration lines, each holding a digit
      *   day02   100 games of 1-5 rounds
      *   day03   140 schematic rows, 140 wide
      *   day04   200 cards (999 at most - the card number column
      *           is three wide); winning numbers and held numbers
      *           per deck_layout.txt, few enough matches that the
      *           copies won stay finite
      *   day05    20 seeds, 40 entries per map stage - each stage
      *           a shuffle of contiguous blocks, so no overlaps, no
      *           dead zones, no colliding destinations
      *   day06     4 races (50 at most - the race table), every
      *           record beatable
      * and scale N multiplies the volume (day05's twenty seeds are
      * the format's, only its maps grow). The report sets each
      * volume against the table the consuming program holds it in
      * and marks what would overflow - the point of the exercise.
      *
      * synthetic_control.txt (optional):
      *   line 1: scale 9(3) (default 1), space, seed 9(9) (default
      *           20231201)
      *   line 2: DROP <directory> - dayNN_input.txt files in a drop
      *           directory aoc-staging can place (default DROP
      *           ../synthetic_drop), or SNAPSHOT yyyymmdd - an
      *           input.txt.<yyyymmdd> snapshot in each day
      *           directory, which aoc-replay replays in its scratch
      *           tree without touching production.
       identification division.
           program-id. aoc-synthetic.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-control assign to "../synthetic_control.txt"
           organization is line sequential
           file status is ws-ctrl-fs.
           select f-layout assign to "../../day04/deck_layout.txt"
           organization is line sequential
           file status is ws-layout-fs.
           select f-out assign to dynamic ws-out-path
           organization is line sequential
           file status is ws-out-fs.
           select f-report assign to "../synthetic_report.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-control.
           01 ctrl-line pic x(250).

      * the same layout card day04's programs read.
           fd f-layout.
           01 layout-record.
               02 dl-y-count pic 9(2).
               02 dl-w-count pic 9(2).
               02 dl-width pic 9(1).

           fd f-out.
           01 out-line pic x(300).

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-ctrl-fs pic xx.
           01 ws-layout-fs pic xx.
           01 ws-out-fs pic xx.
           01 ws-out-path pic x(250).
           01 ws-print-line pic x(132).
           01 ws-command pic x(300).

           01 ws-scale pic 9(3) value 1.
           01 ws-seed pic 9(9) value 20231201.
           01 ws-target-kind pic x(10) value "DROP".
           01 ws-target-arg pic x(200) value "../synthetic_drop".
           01 ws-day pic x(10).
           01 ws-day-nr pic 9(1).
           01 ws-written pic 9(9).
           01 ws-days-written pic 9(1) value 0.
           01 ws-over-count pic 9(2) value 0.

      * the Park-Miller minimal standard generator - each day starts
      * from the seed and its own day number.
           01 ws-rnd pic 9(10).
           01 ws-rnd-big pic 9(15).
           01 ws-rnd-q pic 9(15).
           01 ws-rnd-n pic 9(10).
           01 ws-rnd-r pic 9(10).

      * building a line
           01 ws-ptr pic 9(3).
           01 ws-n pic 9(9).
           01 ws-lines pic 9(9).
           01 ws-k pic 9(4).
           01 ws-p pic 9(4).
           01 ws-q pic 9(4).
           01 ws-num-edit pic z(11)9.
           01 ws-num-text pic x(12).
           01 ws-alphabet pic x(26)
               value "abcdefghijklmnopqrstuvwxyz".
           01 ws-digits pic x(9) value "123456789".
           01 ws-symbols pic x(9) value "*#+$/@=%&".

      * calibration lines
           01 ws-pieces pic 9(2).
           01 ws-digit-piece pic 9(2).
           01 ws-word-list.
               02 filler pic x(6) value "one  3".
               02 filler pic x(6) value "two  3".
               02 filler pic x(6) value "three5".
               02 filler pic x(6) value "four 4".
               02 filler pic x(6) value "five 4".
               02 filler pic x(6) value "six  3".
               02 filler pic x(6) value "seven5".
               02 filler pic x(6) value "eight5".
               02 filler pic x(6) value "nine 4".
           01 ws-word-table redefines ws-word-list.
               02 ws-word-entry occurs 9 times.
                   03 ws-word pic x(5).
                   03 ws-word-len pic 9(1).

      * game records
           01 ws-game-rounds pic 9(1).
           01 ws-game-colors pic 9(1).
           01 ws-color-list.
               02 filler pic x(5) value "red".
               02 filler pic x(5) value "green".
               02 filler pic x(5) value "blue".
           01 ws-color-table redefines ws-color-list.
               02 ws-color pic x(5) occurs 3 times.
           01 ws-color-first pic 9(1).
           01 ws-color-ix pic 9(1).

      * schematic rows
           01 ws-width pic 9(3) value 140.
           01 ws-col pic 9(3).
           01 ws-num-len pic 9(1).
           01 ws-parts pic 9(9).

      * scratchcard deck
           01 ws-y-count pic 9(2) value 10.
           01 ws-w-count pic 9(2) value 25.
           01 ws-num-width pic 9(1) value 3.
           01 ws-pool-size pic 9(3).
           01 ws-pool-table.
               02 ws-pool pic 9(3) occurs 999 times.
           01 ws-swap pic 9(3).
           01 ws-pick pic 9(4).
           01 ws-held-left pic 9(2).
           01 ws-num-start pic 9(2).
           01 ws-matches pic 9(2).
           01 ws-cards pic 9(4).
           01 ws-deck-short pic 9(1) value 0.

      * almanac
           01 ws-span pic 9(12) value 900000000.
           01 ws-entries pic 9(4).
           01 ws-block pic 9(12).
           01 ws-half pic 9(12).
           01 ws-running pic 9(12).
           01 ws-cut-table.
               02 ws-cut pic 9(12) occurs 1000 times.
           01 ws-perm-table.
               02 ws-perm pic 9(4) occurs 999 times.
           01 ws-dest-table.
               02 ws-dest pic 9(12) occurs 999 times.
           01 ws-len pic 9(12).
           01 ws-seed-len pic 9(12).
           01 ws-seed-start pic 9(12).
           01 ws-stage pic 9(1).
           01 ws-stage-list.
               02 filler pic x(30) value "seed-to-soil map:".
               02 filler pic x(30) value "soil-to-fertilizer map:".
               02 filler pic x(30) value "fertilizer-to-water map:".
               02 filler pic x(30) value "water-to-light map:".
               02 filler pic x(30) value "light-to-temperature map:".
               02 filler pic x(30)
                   value "temperature-to-humidity map:".
               02 filler pic x(30) value "humidity-to-location map:".
           01 ws-stage-table redefines ws-stage-list.
               02 ws-stage-header pic x(30) occurs 7 times.

      * race sheet
           01 ws-races pic 9(3).
           01 ws-race-table.
               02 ws-race-entry occurs 50 times.
                   03 ws-race-time pic 9(3).
                   03 ws-race-dist pic 9(6).
           01 ws-best pic 9(6).
           01 ws-kern-digits pic 9(3).
           01 ws-field pic z(4)9.

       procedure division.

           display "aoc-synthetic: synthetic volume test data".

           perform read_control.
           perform prepare_target.

           open output f-report.
           move "Synthetic volume test data" to report-line.
           write report-line.
           move "==========================" to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "scale " ws-scale ", seed " ws-seed ", target "
               function trim(ws-target-kind) " "
               function trim(ws-target-arg)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           perform generate_calibration.
           perform generate_games.
           perform generate_schematic.
           perform generate_deck.
           perform generate_almanac.
           perform generate_race_sheet.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-days-written " day input(s) written, "
               ws-over-count " volume(s) over a program's table"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

           display "aoc-synthetic: " ws-days-written
               " input(s) written at scale " ws-scale
               " - see ../synthetic_report.txt".
           if ws-over-count > 0 then
               display "  ** " ws-over-count " volume(s) exceed a "
                   "program's table - expect those steps to fail"
               move 4 to return-code
           end-if.
           stop run.

       read_control.
           open input f-control.
           if ws-ctrl-fs not = "00" then
               exit paragraph
           end-if.
           read f-control
               at end
                   close f-control
                   exit paragraph
           end-read.
           if ctrl-line(1:3) is numeric and ctrl-line(1:3) > 0 then
               move ctrl-line(1:3) to ws-scale
           end-if.
           if ctrl-line(5:9) is numeric and ctrl-line(5:9) > 0 then
               move ctrl-line(5:9) to ws-seed
           end-if.
           read f-control
               at end continue
               not at end
                   if ctrl-line not = spaces
                       unstring ctrl-line delimited by all spaces
                           into ws-target-kind ws-target-arg
                   end-if
           end-read.
           close f-control.
           if ws-target-kind not = "DROP"
               and ws-target-kind not = "SNAPSHOT" then
               display "synthetic_control.txt line 2 must be "
                   "DROP <directory> or SNAPSHOT yyyymmdd"
               move 12 to return-code
               stop run
           end-if.
           if ws-target-kind = "SNAPSHOT"
               and ws-target-arg(1:8) is not numeric then
               display "SNAPSHOT needs a yyyymmdd date"
               move 12 to return-code
               stop run
           end-if.

       prepare_target.
           if ws-target-kind = "DROP" then
               move spaces to ws-command
               string "mkdir -p " function trim(ws-target-arg)
                   delimited by size into ws-command
               call "SYSTEM" using ws-command
           end-if.

      * one day's output file - the drop directory's
      * dayNN_input.txt, or the day directory's snapshot.
       open_day_output.
           move spaces to ws-out-path.
           if ws-target-kind = "DROP" then
               string function trim(ws-target-arg) "/"
                   function trim(ws-day) "_input.txt"
                   delimited by size into ws-out-path
           else
               string "../../" function trim(ws-day)
                   "/input.txt." ws-target-arg(1:8)
                   delimited by size into ws-out-path
           end-if.
           open output f-out.
           if ws-out-fs not = "00" then
               display "cannot write " function trim(ws-out-path)
                   " (status " ws-out-fs ")"
               move 8 to return-code
               stop run
           end-if.
           move 0 to ws-written.
      * the day's own sequence
           compute ws-rnd = ws-seed + ws-day-nr * 7919.
           divide ws-rnd by 2147483647 giving ws-rnd-q
               remainder ws-rnd.
           if ws-rnd = 0 then
               move 1 to ws-rnd
           end-if.

       close_day_output.
           close f-out.
           add 1 to ws-days-written.

       write_out_line.
           write out-line.
           add 1 to ws-written.

       next_random.
           multiply 16807 by ws-rnd giving ws-rnd-big.
           divide ws-rnd-big by 2147483647 giving ws-rnd-q
               remainder ws-rnd.

      * a draw from 0 to ws-rnd-n - 1, into ws-rnd-r.
       random_below.
           perform next_random.
           divide ws-rnd by ws-rnd-n giving ws-rnd-q
               remainder ws-rnd-r.

      * a number without its leading zeros, into ws-num-text.
       edit_number.
           move ws-num-edit to ws-num-text.
           move function trim(ws-num-text) to ws-num-text.

       report_volume.
           move ws-print-line to report-line.
           write report-line.

       report_over_ceiling.
           add 1 to ws-over-count.
           move ws-print-line to report-line.
           write report-line.

      * calibration lines of three to eight pieces - letters, a
      * spelled-out number or a digit - with one piece always a
      * digit, so every line carries a calibration value.
       generate_calibration.
           move "day01" to ws-day.
           move 1 to ws-day-nr.
           perform open_day_output.
           multiply ws-scale by 1000 giving ws-lines.
           perform varying ws-n from 1 by 1 until ws-n > ws-lines
               perform build_calibration_line
               perform write_out_line
           end-perform.
           perform close_day_output.
           move spaces to ws-print-line.
           string "day01 " ws-written " calibration line(s)"
               delimited by size into ws-print-line.
           perform report_volume.

       build_calibration_line.
           move spaces to out-line.
           move 1 to ws-ptr.
           move 6 to ws-rnd-n.
           perform random_below.
           add 3 to ws-rnd-r giving ws-pieces.
           move ws-pieces to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-digit-piece.
           perform varying ws-p from 1 by 1 until ws-p > ws-pieces
               if ws-p = ws-digit-piece
                   perform add_digit_piece
               else
                   move 10 to ws-rnd-n
                   perform random_below
                   evaluate true
                       when ws-rnd-r < 6
                           perform add_letter_piece
                       when ws-rnd-r < 8
                           perform add_word_piece
                       when other
                           perform add_digit_piece
                   end-evaluate
               end-if
           end-perform.

       add_digit_piece.
           move 9 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-k.
           string ws-digits(ws-k:1) delimited by size
               into out-line with pointer ws-ptr.

       add_letter_piece.
           move 6 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-q.
           perform varying ws-k from 1 by 1 until ws-k > ws-q
               move 26 to ws-rnd-n
               perform random_below
               add 1 to ws-rnd-r
               string ws-alphabet(ws-rnd-r:1) delimited by size
                   into out-line with pointer ws-ptr
           end-perform.

       add_word_piece.
           move 9 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-k.
           string ws-word(ws-k)(1:ws-word-len(ws-k))
               delimited by size into out-line with pointer ws-ptr.

      * "Game n: 3 blue, 4 red; 1 red, 2 green" - one to five
      * rounds, each showing one to three colors once.
       generate_games.
           move "day02" to ws-day.
           move 2 to ws-day-nr.
           perform open_day_output.
           multiply ws-scale by 100 giving ws-lines.
           perform varying ws-n from 1 by 1 until ws-n > ws-lines
               perform build_game_line
               perform write_out_line
           end-perform.
           perform close_day_output.
           move spaces to ws-print-line.
           string "day02 " ws-written " game(s), 5 round(s) at "
               "most - elf_game holds 30 rounds a game"
               delimited by size into ws-print-line.
           perform report_volume.

       build_game_line.
           move spaces to out-line.
           move 1 to ws-ptr.
           move ws-n to ws-num-edit.
           perform edit_number.
           string "Game " function trim(ws-num-text) ":"
               delimited by size into out-line with pointer ws-ptr.
           move 5 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-game-rounds.
           perform varying ws-p from 1 by 1
               until ws-p > ws-game-rounds
               if ws-p > 1
                   string ";" delimited by size
                       into out-line with pointer ws-ptr
               end-if
               perform build_game_round
           end-perform.

       build_game_round.
           move 3 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-game-colors.
           perform random_below.
           add 1 to ws-rnd-r giving ws-color-first.
           perform varying ws-k from 1 by 1
               until ws-k > ws-game-colors
               if ws-k > 1
                   string "," delimited by size
                       into out-line with pointer ws-ptr
               end-if
               compute ws-color-ix =
                   function mod(ws-color-first + ws-k - 2, 3) + 1
               move 20 to ws-rnd-n
               perform random_below
               add 1 to ws-rnd-r giving ws-num-edit
               perform edit_number
               string " " function trim(ws-num-text) " "
                   function trim(ws-color(ws-color-ix))
                   delimited by size into out-line with pointer ws-ptr
           end-perform.

      * schematic rows 140 wide: mostly '.', part numbers of one to
      * three digits (never touching the next), and symbols.
       generate_schematic.
           move "day03" to ws-day.
           move 3 to ws-day-nr.
           perform open_day_output.
           move 0 to ws-parts.
           multiply ws-scale by 140 giving ws-lines.
           perform varying ws-n from 1 by 1 until ws-n > ws-lines
               perform build_schematic_row
               perform write_out_line
           end-perform.
           perform close_day_output.
           move spaces to ws-print-line.
           string "day03 " ws-written " schematic row(s), "
               ws-parts " part number(s)"
               delimited by size into ws-print-line.
           perform report_volume.
           if ws-written > 10000 then
               move spaces to ws-print-line
               string "  ** OVER: engine_parts holds 10000 "
                   "schematic lines"
                   delimited by size into ws-print-line
               perform report_over_ceiling
           end-if.
           if ws-parts > 10000 then
               move spaces to ws-print-line
               string "  ** OVER: engine_parts holds 10000 part "
                   "numbers"
                   delimited by size into ws-print-line
               perform report_over_ceiling
           end-if.

       build_schematic_row.
           move all "." to out-line(1:ws-width).
           move 1 to ws-col.
           perform until ws-col > ws-width
               move 20 to ws-rnd-n
               perform random_below
               evaluate true
                   when ws-rnd-r < 3
                       perform place_part_number
                   when ws-rnd-r = 3
                       move 9 to ws-rnd-n
                       perform random_below
                       add 1 to ws-rnd-r
                       move ws-symbols(ws-rnd-r:1)
                           to out-line(ws-col:1)
                       add 1 to ws-col
                   when other
                       add 1 to ws-col
               end-evaluate
           end-perform.

      * a number, then at least one '.' before anything else.
       place_part_number.
           move 3 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r giving ws-num-len.
           if ws-col + ws-num-len - 1 > ws-width then
               add 1 to ws-col
               exit paragraph
           end-if.
           add 1 to ws-parts.
           move 9 to ws-rnd-n.
           perform random_below.
           add 1 to ws-rnd-r.
           move ws-digits(ws-rnd-r:1) to out-line(ws-col:1).
           add 1 to ws-col.
           perform varying ws-k from 2 by 1 until ws-k > ws-num-len
               move 10 to ws-rnd-n
               perform random_below
               move ws-rnd-r(10:1) to out-line(ws-col:1)
               add 1 to ws-col
           end-perform.
           add 1 to ws-col.

      * "Card nnn:" then the layout's winning and held numbers in
      * their fixed-width groups. Most cards match nothing and the
      * rest match one to three, and a card never wins past the
      * end of the deck - so the copies won stay finite.
       generate_deck.
           move "day04" to ws-day.
           move 4 to ws-day-nr.
           perform read_deck_layout.
           perform open_day_output.
           multiply ws-scale by 200 giving ws-lines.
           if ws-lines > 999 then
               move 999 to ws-lines
           end-if.
           move ws-lines to ws-cards.
           perform varying ws-n from 1 by 1 until ws-n > ws-lines
               perform build_card_line
               perform write_out_line
           end-perform.
           perform close_day_output.
           move spaces to ws-print-line.
           string "day04 " ws-written " card(s) of " ws-y-count
               " winning and " ws-w-count " held number(s), width "
               ws-num-width
               delimited by size into ws-print-line.
           perform report_volume.
           if ws-scale * 200 > 999 then
               move spaces to ws-print-line
               string "  capped at 999 cards - the card number "
                   "column is three wide"
                   delimited by size into ws-print-line
               perform report_volume
           end-if.
           if ws-deck-short = 1 then
               move spaces to ws-print-line
               string "  the layout's number width leaves too few "
                   "distinct numbers - held numbers cut short"
                   delimited by size into ws-print-line
               perform report_volume
           end-if.
           if ws-written > 300 then
               move spaces to ws-print-line
               string "  ** OVER: scratchcards2 holds 300 cards"
                   delimited by size into ws-print-line
               perform report_over_ceiling
           end-if.

       read_deck_layout.
           open input f-layout.
           if ws-layout-fs = "00" then
               read f-layout
                   at end continue
                   not at end
                       if dl-y-count is numeric and dl-y-count > 0
                           move dl-y-count to ws-y-count
                       end-if
                       if dl-w-count is numeric and dl-w-count > 0
                           move dl-w-count to ws-w-count
                       end-if
                       if dl-width is numeric and dl-width > 1
                           move dl-width to ws-num-width
                       end-if
               end-read
               close f-layout
           end-if.
           if ws-y-count > 15 then
               move 15 to ws-y-count
           end-if.
           if ws-w-count > 30 then
               move 30 to ws-w-count
           end-if.
           if ws-num-width > 3 then
               move 3 to ws-num-width
           end-if.
      * a number needs a blank before it inside its group.
           if ws-num-width = 3 then
               move 99 to ws-pool-size
           else
               move 9 to ws-pool-size
           end-if.

       build_card_line.
           move spaces to out-line.
           move ws-n to ws-num-edit.
           move "Card " to out-line(1:5).
           move ws-num-edit(10:3) to out-line(6:3).
           move ":" to out-line(9:1).
           move 10 to ws-col.

           perform varying ws-k from 1 by 1 until ws-k > ws-pool-size
               move ws-k to ws-pool(ws-k)
           end-perform.
      * the winning numbers - the first y of a partial shuffle.
           move 1 to ws-p.
           perform varying ws-k from 1 by 1 until ws-k > ws-y-count
               perform draw_pool_number
               perform place_card_number
           end-perform.
           move " |" to out-line(ws-col:2).
           add 2 to ws-col.

           move 10 to ws-rnd-n.
           perform random_below.
           evaluate true
               when ws-rnd-r < 7
                   move 0 to ws-matches
               when other
                   subtract 6 from ws-rnd-r giving ws-matches
           end-evaluate.
           if ws-matches > ws-cards - ws-n then
               compute ws-matches = ws-cards - ws-n
           end-if.
           if ws-matches > ws-y-count then
               move ws-y-count to ws-matches
           end-if.
           if ws-matches > ws-w-count then
               move ws-w-count to ws-matches
           end-if.
      * the held numbers - the matches (winning numbers), then
      * numbers the card did not win with.
           perform varying ws-k from 1 by 1 until ws-k > ws-matches
               move ws-pool(ws-k) to ws-num-edit
               perform place_card_number
           end-perform.
           compute ws-held-left = ws-w-count - ws-matches.
           perform varying ws-k from 1 by 1 until ws-k > ws-held-left
               if ws-p > ws-pool-size
                   move 1 to ws-deck-short
               else
                   perform draw_pool_number
                   perform place_card_number
               end-if
           end-perform.

      * the next number of the partial shuffle, into ws-num-edit.
       draw_pool_number.
           compute ws-rnd-n = ws-pool-size - ws-p + 1.
           perform random_below.
           compute ws-pick = ws-p + ws-rnd-r.
           move ws-pool(ws-pick) to ws-swap.
           move ws-pool(ws-p) to ws-pool(ws-pick).
           move ws-swap to ws-pool(ws-p).
           move ws-swap to ws-num-edit.
           add 1 to ws-p.

       place_card_number.
           compute ws-num-start = 13 - ws-num-width.
           move ws-num-edit(ws-num-start:ws-num-width)
               to out-line(ws-col:ws-num-width).
           add ws-num-width to ws-col.

      * twenty seeds as ten start/length pairs, then seven map
      * stages each cutting the value space into contiguous blocks
      * and laying them back down in a shuffled order.
       generate_almanac.
           move "day05" to ws-day.
           move 5 to ws-day-nr.
           perform open_day_output.
           multiply ws-scale by 40 giving ws-entries.
           if ws-entries > 999 then
               move 999 to ws-entries
           end-if.

           move spaces to out-line.
           move 1 to ws-ptr.
           string "seeds:" delimited by size
               into out-line with pointer ws-ptr.
           perform varying ws-k from 1 by 1 until ws-k > 10
               divide ws-span by 100 giving ws-rnd-n
               perform random_below
               add 1 to ws-rnd-r giving ws-seed-len
               subtract ws-seed-len from ws-span giving ws-rnd-n
               perform random_below
               move ws-rnd-r to ws-seed-start
               move ws-seed-start to ws-num-edit
               perform edit_number
               string " " function trim(ws-num-text)
                   delimited by size into out-line with pointer ws-ptr
               move ws-seed-len to ws-num-edit
               perform edit_number
               string " " function trim(ws-num-text)
                   delimited by size into out-line with pointer ws-ptr
           end-perform.
           perform write_out_line.

           perform varying ws-stage from 1 by 1 until ws-stage > 7
               perform build_map_stage
           end-perform.
           perform close_day_output.

           move spaces to ws-print-line.
           string "day05 20 seed(s), 7 map stage(s) of " ws-entries
               " entr(ies)"
               delimited by size into ws-print-line.
           perform report_volume.
           if ws-scale * 40 > 999 then
               move spaces to ws-print-line
               string "  capped at 999 entries a stage"
                   delimited by size into ws-print-line
               perform report_volume
           end-if.
           if ws-entries > 200 then
               move spaces to ws-print-line
               string "  ** OVER: seeds and seeds_ranges hold 200 "
                   "entries a stage"
                   delimited by size into ws-print-line
               perform report_over_ceiling
           end-if.

       build_map_stage.
           move spaces to out-line.
           perform write_out_line.
           move ws-stage-header(ws-stage) to out-line.
           perform write_out_line.

      * the cuts - block k runs from cut(k) to cut(k + 1).
           divide ws-span by ws-entries giving ws-block.
           divide ws-block by 2 giving ws-half.
           move 0 to ws-cut(1).
           perform varying ws-k from 2 by 1 until ws-k > ws-entries
               move ws-half to ws-rnd-n
               if ws-rnd-n = 0
                   move 1 to ws-rnd-n
               end-if
               perform random_below
               compute ws-cut(ws-k) = (ws-k - 1) * ws-block + ws-rnd-r
           end-perform.
           add 1 to ws-entries giving ws-k.
           move ws-span to ws-cut(ws-k).

      * the blocks' shuffled order, and where each one lands.
           perform varying ws-k from 1 by 1 until ws-k > ws-entries
               move ws-k to ws-perm(ws-k)
           end-perform.
           perform varying ws-k from 1 by 1 until ws-k >= ws-entries
               compute ws-rnd-n = ws-entries - ws-k + 1
               perform random_below
               compute ws-q = ws-k + ws-rnd-r
               move ws-perm(ws-q) to ws-p
               move ws-perm(ws-k) to ws-perm(ws-q)
               move ws-p to ws-perm(ws-k)
           end-perform.
           move 0 to ws-running.
           perform varying ws-k from 1 by 1 until ws-k > ws-entries
               move ws-perm(ws-k) to ws-p
               move ws-running to ws-dest(ws-p)
               add 1 to ws-p giving ws-q
               subtract ws-cut(ws-p) from ws-cut(ws-q) giving ws-len
               add ws-len to ws-running
           end-perform.

           perform varying ws-k from 1 by 1 until ws-k > ws-entries
               perform write_map_entry
           end-perform.

       write_map_entry.
           move spaces to out-line.
           move 1 to ws-ptr.
           add 1 to ws-k giving ws-q.
           subtract ws-cut(ws-k) from ws-cut(ws-q) giving ws-len.
           move ws-dest(ws-k) to ws-num-edit.
           perform edit_number.
           string function trim(ws-num-text) " "
               delimited by size into out-line with pointer ws-ptr.
           move ws-cut(ws-k) to ws-num-edit.
           perform edit_number.
           string function trim(ws-num-text) " "
               delimited by size into out-line with pointer ws-ptr.
           move ws-len to ws-num-edit.
           perform edit_number.
           string function trim(ws-num-text)
               delimited by size into out-line with pointer ws-ptr.
           perform write_out_line.

      * Time:/Distance: lines in five-wide columns; every record
      * sits at or above half the best possible distance and below
      * the best, so every race can be won.
       generate_race_sheet.
           move "day06" to ws-day.
           move 6 to ws-day-nr.
           perform open_day_output.
           multiply ws-scale by 4 giving ws-races.
           if ws-races > 50 then
               move 50 to ws-races
           end-if.
           move 0 to ws-kern-digits.
           perform varying ws-k from 1 by 1 until ws-k > ws-races
               move 54 to ws-rnd-n
               perform random_below
               add 7 to ws-rnd-r giving ws-race-time(ws-k)
               divide ws-race-time(ws-k) by 2 giving ws-q
               subtract ws-q from ws-race-time(ws-k) giving ws-p
               multiply ws-q by ws-p giving ws-best
               divide ws-best by 2 giving ws-half
               subtract ws-half from ws-best giving ws-rnd-n
               perform random_below
               add ws-half ws-rnd-r giving ws-race-dist(ws-k)
               if ws-race-dist(ws-k) >= ws-best
                   subtract 1 from ws-best
                       giving ws-race-dist(ws-k)
               end-if
               perform count_kerned_digits
           end-perform.

           move spaces to out-line.
           move "Time:    " to out-line(1:9).
           move 10 to ws-col.
           perform varying ws-k from 1 by 1 until ws-k > ws-races
               move ws-race-time(ws-k) to ws-field
               move ws-field to out-line(ws-col:5)
               add 5 to ws-col
           end-perform.
           perform write_out_line.
           move spaces to out-line.
           move "Distance:" to out-line(1:9).
           move 10 to ws-col.
           perform varying ws-k from 1 by 1 until ws-k > ws-races
               move ws-race-dist(ws-k) to ws-field
               move ws-field to out-line(ws-col:5)
               add 5 to ws-col
           end-perform.
           perform write_out_line.
           perform close_day_output.

           move spaces to ws-print-line.
           string "day06 " ws-races " race(s) on one sheet"
               delimited by size into ws-print-line.
           perform report_volume.
           if ws-scale * 4 > 50 then
               move spaces to ws-print-line
               string "  capped at 50 races - boot_race holds 50"
                   delimited by size into ws-print-line
               perform report_volume
           end-if.
           if ws-kern-digits > 15 then
               move spaces to ws-print-line
               string "  ** OVER: part 2 reads the sheet as one race"
                   " of " ws-kern-digits " digits - boot_race holds"
                   " 15"
                   delimited by size into ws-print-line
               perform report_over_ceiling
           end-if.

      * the longer of the kerned time and the kerned distance.
       count_kerned_digits.
           if ws-k = 1 then
               move 0 to ws-lines
               move 0 to ws-n
           end-if.
           if ws-race-time(ws-k) > 9 then
               add 2 to ws-lines
           else
               add 1 to ws-lines
           end-if.
           evaluate true
               when ws-race-dist(ws-k) > 99
                   add 3 to ws-n
               when ws-race-dist(ws-k) > 9
                   add 2 to ws-n
               when other
                   add 1 to ws-n
           end-evaluate.
           if ws-lines > ws-n then
               move ws-lines to ws-kern-digits
           else
               move ws-n to ws-kern-digits
           end-if.
