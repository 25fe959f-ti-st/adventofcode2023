      *
      * planting_demand.txt: one desired location range per line,
      * "start end" separated by a space (inclusive bounds).
      *
      * With the seed variety master (seed_varieties.txt,
      * copybooks/SEEDVAR.cpy) each plantable seed range is broken
      * down by crop, variety and seed supplier, and the register
      * closes with the plan per crop, so the planting office can
      * read it by crop; seeds with no variety are called out.
       environment division.
           input-output section.
           file-control.
           file status is ws-input-fs.
           select f-plan assign to "../planting_plan_register.txt"
           organization is line sequential.
           select f-varieties assign to "../seed_varieties.txt"
           organization is line sequential
           file status is ws-varieties-fs.

       data division.
           file section.
           fd f-plan.
           01 plan-record pic x(132).

           fd f-varieties.
           copy SEEDVAR.

           working-storage section.

           01 ws-demand-fs pic xx.
           01 ws-swap-end pic 9(12).
           01 ws-sorted pic 9.

      * the seed variety master as loaded, and what the plan asks
      * of each crop.
           01 ws-varieties-fs pic xx.
           01 ws-sv-count pic 9(3) value 0.
           01 ws-variety-table.
               02 ws-sv-entry occurs 100 times.
                   03 ws-sv-start pic 9(12).
                   03 ws-sv-end pic 9(12).
                   03 ws-sv-crop pic x(12).
                   03 ws-sv-variety pic x(20).
                   03 ws-sv-supplier pic x(12).
           01 ws-sv pic 9(3).
           01 ws-sv-hit pic 9(3).
           01 ws-sv-seed pic 9(12).
           01 ws-sv-line pic 9(5) value 0.
           01 ws-sv-reason pic x(50).
           01 ws-crop-count pic 9(2) value 0.
           01 ws-crop-table.
               02 ws-cr-entry occurs 50 times.
                   03 ws-cr-crop pic x(12).
                   03 ws-cr-seeds pic 9(13).
                   03 ws-cr-low pic 9(12).
                   03 ws-cr-high pic 9(12).
           01 ws-cr pic 9(2).
           01 ws-novar-count pic 9(5) value 0.
      * a plantable range's piece under one variety - seeds
      * [ws-cw-pos, ws-cw-to), and the locations it serves.
           01 ws-cw-pos pic 9(12).
           01 ws-cw-stop pic 9(12).
           01 ws-cw-to pic 9(12).
           01 ws-cw-last pic 9(12).
           01 ws-cw-low pic 9(12).
           01 ws-cw-high pic 9(12).

           01 ws-plan-count pic 9(5) value 0.
           01 ws-unserved-count pic 9(5) value 0.
           01 ws-print-line pic x(132).
               "location ranges".

           perform read_demand_file.
           perform load_seed_varieties.
           perform parse_almanac.

           if ws-stage-count = 0 then
               until ws-d > ws-demand-count
               perform plan_one_demand
           end-perform.
           if ws-sv-count > 0 then
               perform write_plan_by_crop
           end-if.

           move spaces to plan-record.
           write plan-record.
                       delimited by size into ws-print-line
                   move ws-print-line to plan-record
                   write plan-record
                   perform write_plan_crops
                   if ws-srv-count < 200
                       add 1 to ws-srv-count
                       move ws-loc-lo to ws-srv-start(ws-srv-count)
                   end-if
               end-perform
           end-perform.

      * the plantable range ws-int-lo to ws-int-hi cut at the seed
      * variety master's boundaries, one line per piece.
       write_plan_crops.
           if ws-sv-count = 0 then
               exit paragraph
           end-if.
           move ws-int-lo to ws-cw-pos.
           compute ws-cw-stop = ws-int-hi + 1.
           perform until ws-cw-pos >= ws-cw-stop
               perform plan_crop_piece
           end-perform.

       plan_crop_piece.
           move ws-cw-pos to ws-sv-seed.
           perform find_variety.
           move ws-cw-stop to ws-cw-to.
           if ws-sv-hit > 0 then
               if ws-sv-end(ws-sv-hit) < ws-cw-to
                   move ws-sv-end(ws-sv-hit) to ws-cw-to
               end-if
           else
               perform varying ws-sv from 1 by 1
                   until ws-sv > ws-sv-count
                   if ws-sv-start(ws-sv) > ws-cw-pos
                       and ws-sv-start(ws-sv) < ws-cw-to
                       move ws-sv-start(ws-sv) to ws-cw-to
                   end-if
               end-perform
           end-if.
           compute ws-cw-last = ws-cw-to - 1.
           compute ws-cw-low = ws-frag-loc + ws-cw-pos - ws-frag-a.
           compute ws-cw-high = ws-frag-loc + ws-cw-last - ws-frag-a.
           move spaces to ws-print-line.
           if ws-sv-hit = 0 then
               add 1 to ws-novar-count
               string "    seeds " ws-cw-pos " to " ws-cw-last
                   " NO VARIETY on the seed variety master"
                   delimited by size into ws-print-line
           else
               string "    seeds " ws-cw-pos " to " ws-cw-last
                   " crop " ws-sv-crop(ws-sv-hit)
                   " variety " ws-sv-variety(ws-sv-hit)
                   " supplier " ws-sv-supplier(ws-sv-hit)
                   delimited by size into ws-print-line
               perform note_crop_plan
           end-if.
           move ws-print-line to plan-record.
           write plan-record.
           move ws-cw-to to ws-cw-pos.

       note_crop_plan.
           move 0 to ws-cr.
           perform varying ws-sv from 1 by 1
               until ws-sv > ws-crop-count
               if ws-cr-crop(ws-sv) = ws-sv-crop(ws-sv-hit)
                   move ws-sv to ws-cr
                   exit perform
               end-if
           end-perform.
           if ws-cr = 0 then
               if ws-crop-count >= 50
                   exit paragraph
               end-if
               add 1 to ws-crop-count
               move ws-crop-count to ws-cr
               move ws-sv-crop(ws-sv-hit) to ws-cr-crop(ws-cr)
               move 0 to ws-cr-seeds(ws-cr)
               move ws-cw-low to ws-cr-low(ws-cr)
               move ws-cw-high to ws-cr-high(ws-cr)
           end-if.
           compute ws-cr-seeds(ws-cr) = ws-cr-seeds(ws-cr)
               + ws-cw-to - ws-cw-pos.
           if ws-cw-low < ws-cr-low(ws-cr) then
               move ws-cw-low to ws-cr-low(ws-cr)
           end-if.
           if ws-cw-high > ws-cr-high(ws-cr) then
               move ws-cw-high to ws-cr-high(ws-cr)
           end-if.

      * the whole plan read by crop - seeds to plant and the
      * locations they serve, over every demand range.
       write_plan_by_crop.
           move spaces to plan-record.
           write plan-record.
           move "Plan by crop" to plan-record.
           write plan-record.
           perform varying ws-cr from 1 by 1
               until ws-cr > ws-crop-count
               move spaces to ws-print-line
               string "  crop " ws-cr-crop(ws-cr)
                   " seeds " ws-cr-seeds(ws-cr)
                   " lowest location " ws-cr-low(ws-cr)
                   " serving " ws-cr-low(ws-cr)
                   " to " ws-cr-high(ws-cr)
                   delimited by size into ws-print-line
               move ws-print-line to plan-record
               write plan-record
           end-perform.
           move spaces to ws-print-line.
           string "  " ws-novar-count " plantable piece(s) with no "
               "variety on ../seed_varieties.txt"
               delimited by size into ws-print-line.
           move ws-print-line to plan-record.
           write plan-record.

       load_seed_varieties.
           open input f-varieties.
           if ws-varieties-fs not = "00" then
               display "no ../seed_varieties.txt - plan written "
                   "without crops and varieties"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-varieties at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-sv-line
                   perform load_one_variety
           end-perform.
           close f-varieties.

      * a master line that is not numeric, has an empty seed range
      * or overlaps a variety already loaded is left out, the way
      * the field capacity master treats its own.
       load_one_variety.
           move spaces to ws-sv-reason.
           evaluate true
               when sv-seed-start is not numeric
                   or sv-seed-end is not numeric
                   or sv-crop = spaces
                   move "malformed line" to ws-sv-reason
               when sv-seed-end <= sv-seed-start
                   move "seed range is empty" to ws-sv-reason
               when ws-sv-count >= 100
                   move "more than 100 varieties" to ws-sv-reason
           end-evaluate.
           if ws-sv-reason = spaces then
               perform varying ws-sv from 1 by 1
                   until ws-sv > ws-sv-count
                   if sv-seed-start < ws-sv-end(ws-sv)
                       and ws-sv-start(ws-sv) < sv-seed-end
                       move spaces to ws-sv-reason
                       string "overlaps variety "
                           ws-sv-variety(ws-sv)
                           delimited by size into ws-sv-reason
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-sv-reason not = spaces then
               display "warning: ../seed_varieties.txt line "
                   ws-sv-line " - " function trim(ws-sv-reason)
                   " - not loaded"
               exit paragraph
           end-if.
           add 1 to ws-sv-count.
           move sv-seed-start to ws-sv-start(ws-sv-count).
           move sv-seed-end to ws-sv-end(ws-sv-count).
           move sv-crop to ws-sv-crop(ws-sv-count).
           move sv-variety to ws-sv-variety(ws-sv-count).
           move sv-supplier to ws-sv-supplier(ws-sv-count).

      * the master entry covering seed ws-sv-seed, 0 when none.
       find_variety.
           move 0 to ws-sv-hit.
           perform varying ws-sv from 1 by 1
               until ws-sv > ws-sv-count
               if ws-sv-start(ws-sv) <= ws-sv-seed
                   and ws-sv-seed < ws-sv-end(ws-sv)
                   move ws-sv to ws-sv-hit
                   exit perform
               end-if
           end-perform.
