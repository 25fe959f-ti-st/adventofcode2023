      * day3_print
       identification division.
           program-id. engine_parts_print.
           author. kayms.
      *
      * annotated schematic print - when unmatched_parts.txt or
      * orphan_symbols.txt names a problem, someone used to open the
      * 140-column input and count rows by eye. This renders the
      * schematic as a paginated 132-column listing with line
      * numbers and a column ruler, each schematic line split across
      * facing pages (columns 1-70 on the left page, 71-140 on the
      * right), and annotates every line that carries a problem:
      *   U  part never adjacent to a symbol  (unmatched_parts.txt)
      *   O  symbol with no adjacent part     (orphan_symbols.txt)
      *   G  confirmed gear                   (gear_register.txt)
      *   M  part flagged UNKNOWN or INACTIVE against the parts
      *      master                           (parts_discrepancy.txt)
      * A marker line under the schematic line puts the code letter
      * under the offending characters and the right-hand margin
      * spells each one out. A legend and a cross-reference index
      * (every annotation with its line, columns and the page it
      * printed on) close the listing.
      *
      * schematic_print.txt, the optional control card, one keyword
      * per line:
      *   SCHEMATIC <path>        which schematic (default: the
      *                           ENGPARTS_INPUT_DD document, else
      *                           ../input.txt)
      *   ROWS <from> <to>        print only these lines
      *   COLS <from> <to>        print only these columns
      * so a single problem area can be printed. No card prints the
      * whole default schematic. A card line that doesn't parse is
      * a control error (return code 12) - nothing is printed.
       environment division.
           input-output section.
           file-control.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-card assign to "../schematic_print.txt"
           organization is line sequential
           file status is ws-card-fs.
           select f-unmatched assign to "../unmatched_parts.txt"
           organization is line sequential
           file status is ws-note-fs.
           select f-orphan-symbol assign to "../orphan_symbols.txt"
           organization is line sequential
           file status is ws-note-fs.
           select f-gear-register assign to "../gear_register.txt"
           organization is line sequential
           file status is ws-note-fs.
           select f-discrepancy assign to "../parts_discrepancy.txt"
           organization is line sequential
           file status is ws-note-fs.
           select f-report assign to "../schematic_print_listing.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-input.
           01 input_line pic x(140).

           fd f-card.
           01 card-line pic x(250).

           fd f-unmatched.
           01 unmatched-record pic x(150).

           fd f-orphan-symbol.
           01 orphan-symbol-record pic x(150).

           fd f-gear-register.
           01 gear-register-record pic x(250).

           fd f-discrepancy.
           01 discrepancy-record pic x(150).

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-input-fs pic xx.
           01 ws-card-fs pic xx.
           01 ws-note-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-input-path pic x(250) value spaces.

      * the print window from the control card.
           01 ws-row-from pic 9(4) value 1.
           01 ws-row-to pic 9(4) value 9999.
           01 ws-col-from pic 9(3) value 1.
           01 ws-col-to pic 9(3) value 140.
           01 ws-card-bad pic 9(1) value 0.
           01 ws-split-line pic x(250).
           01 ws-words.
               02 ws-w pic x(100) occurs 12 times.
           01 ws-wn pic 9(2).

      * every annotation for this schematic - its code, what it is,
      * the line and columns it sits on, the item (part number or
      * symbol) and the page it printed on. A parts-master flag
      * names only the line and part number; its columns are found
      * when that line is read.
           01 ws-an-count pic 9(4) value 0.
           01 ws-an-table.
               02 ws-an-entry occurs 2000 times.
                   03 ws-an-code pic x(1).
                   03 ws-an-kind pic x(10).
                   03 ws-an-row pic 9(4).
                   03 ws-an-col-from pic 9(3).
                   03 ws-an-col-to pic 9(3).
                   03 ws-an-what pic x(5).
                   03 ws-an-page pic 9(4).
                   03 ws-an-listed pic 9(1).
           01 ws-an pic 9(4).
           01 ws-an-best pic 9(4).
           01 ws-an-dropped pic 9(5) value 0.

      * the block of schematic lines on the current pair of facing
      * pages.
           01 ws-rows-per-page pic 9(2) value 25.
           01 ws-blk-count pic 9(2).
           01 ws-blk-table.
               02 ws-blk-entry occurs 25 times.
                   03 ws-blk-row pic 9(4).
                   03 ws-blk-text pic x(140).
           01 ws-b pic 9(2).
           01 ws-row-nr pic 9(4) value 0.
           01 ws-rows-printed pic 9(5) value 0.

      * the facing-page segment being printed.
           01 ws-seg-from pic 9(3).
           01 ws-seg-to pic 9(3).
           01 ws-seg-width pic 9(3).
           01 ws-seg-side pic x(12).
           01 ws-c pic 9(3).
           01 ws-pos pic 9(3).
           01 ws-digit pic 9(1).

      * a line's margin notes - at most three spelled out and a
      * "+nn more" when the line carries more than four.
           01 ws-margin pic x(54).
           01 ws-mg-ptr pic 9(3).
           01 ws-mg-total pic 9(3).
           01 ws-mg-shown pic 9(3).
           01 ws-mg-rest pic 9(3).
           01 ws-marker pic x(70).
           01 ws-marked pic 9(1).

      * digit walk for locating a flagged part on its line.
           01 ws-num pic 9(9).
           01 ws-num-start pic 9(3).
           01 ws-in-num pic 9(1).
           01 ws-want pic 9(9).

      * 132-column print control - 60 lines per page under a
      * repeated page banner, as ops_report prints.
           01 ws-print-line pic x(132).
           01 ws-line-nr pic 9(2) value 99.
           01 ws-page-nr pic 9(4) value 0.
           01 ws-banner pic x(100).

       procedure division.

           perform read_print_card.
           if ws-card-bad = 1 then
               display "engine_parts_print: control card rejected "
                   "- nothing printed"
               move 12 to return-code
               stop run
           end-if.
           if ws-input-path = spaces then
               accept ws-input-path from environment
                   "ENGPARTS_INPUT_DD"
           end-if.
           if ws-input-path = spaces then
               move "../input.txt" to ws-input-path
           end-if.

           open input f-input.
           if ws-input-fs not = "00" then
               display "input file not found/not readable: "
                   function trim(ws-input-path)
                   " (status " ws-input-fs ")"
               move 8 to return-code
               stop run
           end-if.

           display "engine_parts_print: printing "
               function trim(ws-input-path)
               " lines " ws-row-from "-" ws-row-to
               " columns " ws-col-from "-" ws-col-to.

           perform load_unmatched_parts.
           perform load_orphan_symbols.
           perform load_gears.
           perform load_master_flags.
           if ws-an-dropped > 0 then
               display "engine_parts_print: " ws-an-dropped
                   " annotation(s) beyond the 2000-entry table "
                   "are not shown"
               move 4 to return-code
           end-if.

           open output f-report.
           move 0 to ws-blk-count.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-row-nr
                   if ws-row-nr > ws-row-to
                       move 'Y' to ws-eof
                   else
                       if ws-row-nr >= ws-row-from
                           perform hold_schematic_line
                       end-if
                   end-if
           end-perform.
           close f-input.
           if ws-blk-count > 0 then
               perform print_block
           end-if.

           move "Engine schematic print - legend and index"
               to ws-banner.
           move 99 to ws-line-nr.
           perform print_legend.
           perform print_index.
           close f-report.

           display "engine_parts_print: " ws-rows-printed
               " line(s), " ws-an-count " annotation(s) on "
               ws-page-nr " page(s) - listing in "
               "../schematic_print_listing.txt".
           stop run.

      * the optional window card.
       read_print_card.
           open input f-card.
           if ws-card-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-card at
               end move 'Y' to ws-eof
               not at end
                   if function trim(card-line) not = spaces
                       perform parse_card_line
                   end-if
           end-perform.
           close f-card.
           if ws-row-from > ws-row-to or ws-col-from > ws-col-to
               display "schematic_print.txt: window is empty - "
                   "lines " ws-row-from "-" ws-row-to
                   " columns " ws-col-from "-" ws-col-to
               move 1 to ws-card-bad
           end-if.

       parse_card_line.
           move card-line to ws-split-line.
           perform split_words.
           evaluate function upper-case(ws-w(1))
               when "SCHEMATIC"
                   if ws-w(2) = spaces
                       perform reject_card_line
                   else
                       move ws-w(2) to ws-input-path
                   end-if
               when "ROWS"
                   if function trim(ws-w(2)) is not numeric
                       or function trim(ws-w(3)) is not numeric
                       or function numval(ws-w(2)) < 1
                       or function numval(ws-w(3)) > 9999
                       perform reject_card_line
                   else
                       move function numval(ws-w(2)) to ws-row-from
                       move function numval(ws-w(3)) to ws-row-to
                   end-if
               when "COLS"
                   if function trim(ws-w(2)) is not numeric
                       or function trim(ws-w(3)) is not numeric
                       or function numval(ws-w(2)) < 1
                       or function numval(ws-w(3)) > 140
                       perform reject_card_line
                   else
                       move function numval(ws-w(2)) to ws-col-from
                       move function numval(ws-w(3)) to ws-col-to
                   end-if
               when other
                   perform reject_card_line
           end-evaluate.

       reject_card_line.
           display "schematic_print.txt: line not understood - "
               function trim(card-line).
           move 1 to ws-card-bad.

      * ws-split-line split into blank-separated words.
       split_words.
           move spaces to ws-words.
           unstring ws-split-line delimited by all space
               into ws-w(1), ws-w(2), ws-w(3), ws-w(4), ws-w(5),
               ws-w(6), ws-w(7), ws-w(8), ws-w(9), ws-w(10),
               ws-w(11), ws-w(12)
           end-unstring.
           if ws-w(1) = spaces then
               perform varying ws-wn from 1 by 1 until ws-wn > 11
                   move ws-w(ws-wn + 1) to ws-w(ws-wn)
               end-perform
               move spaces to ws-w(12)
           end-if.

      * "schematic <path> line <n> part <p> start <c> end <c> ..."
       load_unmatched_parts.
           open input f-unmatched.
           if ws-note-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-unmatched at
               end move 'Y' to ws-eof
               not at end
                   move unmatched-record to ws-split-line
                   perform split_words
                   if ws-w(1) = "schematic"
                       and ws-w(2) = ws-input-path
                       and ws-w(5) = "part"
                       perform add_annotation
                       if ws-an > 0
                           move "U" to ws-an-code(ws-an)
                           move "UNMATCHED" to ws-an-kind(ws-an)
                           move function numval(ws-w(4))
                               to ws-an-row(ws-an)
                           move ws-w(6) to ws-an-what(ws-an)
                           move function numval(ws-w(8))
                               to ws-an-col-from(ws-an)
                           move function numval(ws-w(10))
                               to ws-an-col-to(ws-an)
                       end-if
                   end-if
           end-perform.
           close f-unmatched.

      * "schematic <path> line <n> column <c> symbol '<s>' ..."
       load_orphan_symbols.
           open input f-orphan-symbol.
           if ws-note-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-orphan-symbol at
               end move 'Y' to ws-eof
               not at end
                   move orphan-symbol-record to ws-split-line
                   perform split_words
                   if ws-w(1) = "schematic"
                       and ws-w(2) = ws-input-path
                       and ws-w(7) = "symbol"
                       perform add_annotation
                       if ws-an > 0
                           move "O" to ws-an-code(ws-an)
                           move "ORPHAN" to ws-an-kind(ws-an)
                           move function numval(ws-w(4))
                               to ws-an-row(ws-an)
                           move function numval(ws-w(6))
                               to ws-an-col-from(ws-an)
                           move ws-an-col-from(ws-an)
                               to ws-an-col-to(ws-an)
                           move ws-w(8)(2:1) to ws-an-what(ws-an)
                       end-if
                   end-if
           end-perform.
           close f-orphan-symbol.

      * "GEAR schematic <path> line <n> column <c> parts ..." - the
      * symbol itself is taken from the line when it is read.
       load_gears.
           open input f-gear-register.
           if ws-note-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-gear-register at
               end move 'Y' to ws-eof
               not at end
                   move gear-register-record to ws-split-line
                   perform split_words
                   if ws-w(1) = "GEAR"
                       and ws-w(3) = ws-input-path
                       perform add_annotation
                       if ws-an > 0
                           move "G" to ws-an-code(ws-an)
                           move "GEAR" to ws-an-kind(ws-an)
                           move function numval(ws-w(5))
                               to ws-an-row(ws-an)
                           move function numval(ws-w(7))
                               to ws-an-col-from(ws-an)
                           move ws-an-col-from(ws-an)
                               to ws-an-col-to(ws-an)
                       end-if
                   end-if
           end-perform.
           close f-gear-register.

      * "UNKNOWN|INACTIVE schematic <path> line <n> part <p> ..."
       load_master_flags.
           open input f-discrepancy.
           if ws-note-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-discrepancy at
               end move 'Y' to ws-eof
               not at end
                   move discrepancy-record to ws-split-line
                   perform split_words
                   if (ws-w(1) = "UNKNOWN" or ws-w(1) = "INACTIVE")
                       and ws-w(3) = ws-input-path
                       and ws-w(6) = "part"
                       perform add_annotation
                       if ws-an > 0
                           move "M" to ws-an-code(ws-an)
                           move ws-w(1) to ws-an-kind(ws-an)
                           move function numval(ws-w(5))
                               to ws-an-row(ws-an)
                           move ws-w(7) to ws-an-what(ws-an)
                       end-if
                   end-if
           end-perform.
           close f-discrepancy.

      * a fresh annotation slot in ws-an, or 0 when the table is
      * full.
       add_annotation.
           if ws-an-count >= 2000 then
               add 1 to ws-an-dropped
               move 0 to ws-an
               exit paragraph
           end-if.
           add 1 to ws-an-count.
           move ws-an-count to ws-an.
           move spaces to ws-an-code(ws-an).
           move spaces to ws-an-kind(ws-an).
           move 0 to ws-an-row(ws-an).
           move 0 to ws-an-col-from(ws-an).
           move 0 to ws-an-col-to(ws-an).
           move spaces to ws-an-what(ws-an).
           move 0 to ws-an-page(ws-an).
           move 0 to ws-an-listed(ws-an).

      * a line inside the window joins the block; a full block is
      * printed before the next one starts.
       hold_schematic_line.
           if ws-blk-count >= ws-rows-per-page then
               perform print_block
               move 0 to ws-blk-count
           end-if.
           add 1 to ws-blk-count.
           move ws-row-nr to ws-blk-row(ws-blk-count).
           move input_line to ws-blk-text(ws-blk-count).
           add 1 to ws-rows-printed.
           perform varying ws-an from 1 by 1 until ws-an > ws-an-count
               if ws-an-row(ws-an) = ws-row-nr
                   evaluate ws-an-code(ws-an)
                       when "G"
                           move input_line(ws-an-col-from(ws-an):1)
                               to ws-an-what(ws-an)
                       when "M"
                           if ws-an-col-from(ws-an) = 0
                               perform locate_flagged_part
                           end-if
                   end-evaluate
               end-if
           end-perform.

      * the flagged part's span on its line - the first number on
      * the line with that value not already claimed by another
      * flag for the same part.
       locate_flagged_part.
           move function numval(ws-an-what(ws-an)) to ws-want.
           move 0 to ws-num.
           move 0 to ws-in-num.
           perform varying ws-c from 1 by 1 until ws-c > 141
               if ws-c <= 140 and input_line(ws-c:1) is numeric
                   if ws-in-num = 0
                       move ws-c to ws-num-start
                       move 0 to ws-num
                       move 1 to ws-in-num
                   end-if
                   compute ws-num = ws-num * 10
                       + function numval(input_line(ws-c:1))
               else
                   if ws-in-num = 1
                       move 0 to ws-in-num
                       if ws-num = ws-want
                           perform claim_flagged_span
                           if ws-an-col-from(ws-an) > 0
                               exit perform
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

       claim_flagged_span.
           perform varying ws-an-best from 1 by 1
               until ws-an-best > ws-an-count
               if ws-an-best not = ws-an
                   and ws-an-code(ws-an-best) = "M"
                   and ws-an-row(ws-an-best) = ws-an-row(ws-an)
                   and ws-an-col-from(ws-an-best) = ws-num-start
                   exit paragraph
               end-if
           end-perform.
           move ws-num-start to ws-an-col-from(ws-an).
           compute ws-an-col-to(ws-an) = ws-c - 1.

      * the held lines, once per facing-page segment of the window.
       print_block.
           move ws-col-from to ws-seg-from.
           perform until ws-seg-from > ws-col-to
               compute ws-seg-to = ws-seg-from + 69
               if ws-seg-to > ws-col-to
                   move ws-col-to to ws-seg-to
               end-if
               compute ws-seg-width = ws-seg-to - ws-seg-from + 1
               evaluate true
                   when ws-col-to - ws-col-from < 70
                       move spaces to ws-seg-side
                   when ws-seg-from = ws-col-from
                       move "left page" to ws-seg-side
                   when other
                       move "facing page" to ws-seg-side
               end-evaluate
               perform print_segment
               add 70 to ws-seg-from
           end-perform.

       print_segment.
           move spaces to ws-banner.
           string "Engine schematic print  "
               function trim(ws-input-path)
               "  lines " ws-blk-row(1) "-" ws-blk-row(ws-blk-count)
               "  columns " ws-seg-from "-" ws-seg-to
               "  " ws-seg-side
               delimited by size into ws-banner.
           move 99 to ws-line-nr.

      * the column ruler - tens digit every tenth column, then a
      * units digit under every column.
           move spaces to ws-print-line.
           move "col" to ws-print-line(1:3).
           perform varying ws-c from ws-seg-from by 1
               until ws-c > ws-seg-to
               compute ws-pos = ws-c - ws-seg-from + 7
               if function mod(ws-c, 10) = 0
                   compute ws-digit = function mod(ws-c / 10, 10)
                   move ws-digit to ws-print-line(ws-pos:1)
               end-if
           end-perform.
           perform print_one_line.
           move spaces to ws-print-line.
           move "line |" to ws-print-line(1:6).
           perform varying ws-c from ws-seg-from by 1
               until ws-c > ws-seg-to
               compute ws-pos = ws-c - ws-seg-from + 7
               compute ws-digit = function mod(ws-c, 10)
               move ws-digit to ws-print-line(ws-pos:1)
           end-perform.
           compute ws-pos = ws-seg-width + 7.
           move "|" to ws-print-line(ws-pos:1).
           perform print_one_line.

           perform varying ws-b from 1 by 1 until ws-b > ws-blk-count
               perform print_schematic_line
           end-perform.

      * one schematic line, its margin notes, and the marker line
      * under it when something on it is annotated.
       print_schematic_line.
           move spaces to ws-marker.
           move spaces to ws-margin.
           move 1 to ws-mg-ptr.
           move 0 to ws-mg-total.
           move 0 to ws-marked.
           perform varying ws-an from 1 by 1 until ws-an > ws-an-count
               if ws-an-row(ws-an) = ws-blk-row(ws-b)
                   and ws-an-col-from(ws-an) >= ws-seg-from
                   and ws-an-col-from(ws-an) <= ws-seg-to
                   add 1 to ws-mg-total
               end-if
           end-perform.
           move 0 to ws-mg-shown.
           perform varying ws-an from 1 by 1 until ws-an > ws-an-count
               if ws-an-row(ws-an) = ws-blk-row(ws-b)
                   and ws-an-col-from(ws-an) >= ws-seg-from
                   and ws-an-col-from(ws-an) <= ws-seg-to
                   perform note_in_margin
               end-if
           end-perform.

           move spaces to ws-print-line.
           move ws-blk-row(ws-b) to ws-print-line(1:4).
           move "|" to ws-print-line(6:1).
           move ws-blk-text(ws-b)(ws-seg-from:ws-seg-width)
               to ws-print-line(7:ws-seg-width).
           compute ws-pos = ws-seg-width + 7.
           move "|" to ws-print-line(ws-pos:1).
           move ws-margin to ws-print-line(79:54).
           perform print_one_line.
           if ws-marked = 1 then
               move spaces to ws-print-line
               move "|" to ws-print-line(6:1)
               move ws-marker(1:ws-seg-width)
                   to ws-print-line(7:ws-seg-width)
               compute ws-pos = ws-seg-width + 7
               move "|" to ws-print-line(ws-pos:1)
               perform print_one_line
           end-if.

      * code letters under the annotated columns (clipped to the
      * segment), the note in the margin, and the page recorded for
      * the index.
       note_in_margin.
           move 1 to ws-marked.
           if ws-an-page(ws-an) = 0 then
               move ws-page-nr to ws-an-page(ws-an)
           end-if.
           perform varying ws-c from ws-an-col-from(ws-an) by 1
               until ws-c > ws-an-col-to(ws-an) or ws-c > ws-seg-to
               compute ws-pos = ws-c - ws-seg-from + 1
               move ws-an-code(ws-an) to ws-marker(ws-pos:1)
           end-perform.
           add 1 to ws-mg-shown.
           if ws-mg-total > 4 and ws-mg-shown > 3 then
               if ws-mg-shown = 4
                   compute ws-mg-rest = ws-mg-total - 3
                   string "+" ws-mg-rest " more"
                       delimited by size into ws-margin
                       with pointer ws-mg-ptr
               end-if
               exit paragraph
           end-if.
           string ws-an-code(ws-an) " "
               function trim(ws-an-what(ws-an))
               "@" ws-an-col-from(ws-an) "  "
               delimited by size into ws-margin
               with pointer ws-mg-ptr.

       print_legend.
           move "LEGEND" to ws-print-line.
           perform print_one_line.
           move "------" to ws-print-line.
           perform print_one_line.
           move "  U  part number never adjacent to a symbol "
               & "(unmatched_parts.txt)" to ws-print-line.
           perform print_one_line.
           move "  O  symbol with no adjacent part number "
               & "(orphan_symbols.txt)" to ws-print-line.
           perform print_one_line.
           move "  G  confirmed gear (gear_register.txt)"
               to ws-print-line.
           perform print_one_line.
           move "  M  part UNKNOWN to or INACTIVE in the parts "
               & "master (parts_discrepancy.txt)" to ws-print-line.
           perform print_one_line.
           move "  The marker line under a schematic line puts the "
               & "code under the flagged characters;" to ws-print-line.
           perform print_one_line.
           move "  the margin reads <code> <part or symbol>@<column>."
               to ws-print-line.
           perform print_one_line.
           perform print_blank_line.

      * every annotation in line then column order, with the page
      * it printed on.
       print_index.
           move "CROSS-REFERENCE INDEX" to ws-print-line.
           perform print_one_line.
           move "---------------------" to ws-print-line.
           perform print_one_line.
           if ws-an-count = 0 then
               move "  no problems recorded for this schematic"
                   to ws-print-line
               perform print_one_line
               exit paragraph
           end-if.
           perform ws-an-count times
               perform pick_next_annotation
               move 1 to ws-an-listed(ws-an-best)
               move ws-an-best to ws-an
               perform print_index_line
           end-perform.

       pick_next_annotation.
           move 0 to ws-an-best.
           perform varying ws-an from 1 by 1 until ws-an > ws-an-count
               if ws-an-listed(ws-an) = 0
                   if ws-an-best = 0
                       move ws-an to ws-an-best
                   else
                       if ws-an-row(ws-an) < ws-an-row(ws-an-best)
                           or (ws-an-row(ws-an) = ws-an-row(ws-an-best)
                           and ws-an-col-from(ws-an) <
                               ws-an-col-from(ws-an-best))
                           move ws-an to ws-an-best
                       end-if
                   end-if
               end-if
           end-perform.

       print_index_line.
           move spaces to ws-print-line.
           string "  line " ws-an-row(ws-an)
               " cols " ws-an-col-from(ws-an) "-" ws-an-col-to(ws-an)
               "  " ws-an-code(ws-an) " " ws-an-kind(ws-an)
               " " ws-an-what(ws-an)
               delimited by size into ws-print-line.
           if ws-an-page(ws-an) > 0 then
               string "page " ws-an-page(ws-an)
                   delimited by size into ws-print-line(50:20)
           else
               move "not printed - outside the window"
                   to ws-print-line(50:40)
           end-if.
           perform print_one_line.

      * paginated 132-column printing - every line goes through here
      * so page breaks and banners are uniform.
       print_one_line.
           if ws-line-nr >= 60 then
               add 1 to ws-page-nr
               if ws-page-nr > 1 then
                   move spaces to report-line
                   write report-line
               end-if
               move spaces to report-line
               string ws-banner "  page " ws-page-nr
                   delimited by size into report-line
               write report-line
               move all "=" to report-line
               write report-line
               move 2 to ws-line-nr
           end-if.
           move ws-print-line to report-line.
           write report-line.
           add 1 to ws-line-nr.

       print_blank_line.
           move spaces to ws-print-line.
           perform print_one_line.
