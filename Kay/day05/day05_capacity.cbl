      * day5_capacity
       identification division.
           program-id. field_capacity.
           author. kayms.
      *
      * field capacity check - location_distribution.txt says which
      * locations the seed ranges land on, but nothing ever asked
      * whether those locations can take that much planting. Reads
      * the field capacity master (field_capacity.txt,
      * copybooks/FIELDREC.cpy - location range, field id, capacity
      * in units) and overlays seeds_ranges' final location
      * intervals and seeds' per-seed destinations onto it: each
      * field's allocated volume (one unit per reachable location in
      * its range) against its capacity, the over-subscribed fields
      * with the seed ranges driving the overload, and the reachable
      * locations no field on the master covers.
      *
      * The distribution report is merged and no longer knows which
      * seed range reached which location, so the seed ranges are
      * walked through the almanac here (SEEDSRANGES_INPUT_DD, the
      * same document seeds_ranges reads) to attribute an overload.
      *
      * A master line that is not numeric, has an empty range or
      * overlaps a field already loaded is listed and left out.
      * Return code 4 when anything is over-subscribed, unfielded or
      * wrong on the master; 8 when the master or the distribution
      * report is missing.
       environment division.
           input-output section.
           file-control.
           select f-fields assign to "../field_capacity.txt"
           organization is line sequential
           file status is ws-fields-fs.
           select f-dist assign to "../location_distribution.txt"
           organization is line sequential
           file status is ws-dist-fs.
           select f-dest assign to "../destination_report.txt"
           organization is line sequential
           file status is ws-dest-fs.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-report assign to "../field_capacity_report.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-fields.
           copy FIELDREC.

      * day05_2's distribution lines:
      * "location nnnnnnnnnnnn to nnnnnnnnnnnn width ..."
           fd f-dist.
           01 dist-detail.
               02 filler pic x(9).
               02 dt-start pic 9(12).
               02 filler pic x(4).
               02 dt-end pic 9(12).
               02 dt-rest pic x(60).

      * day05_1's report lines: "destination nnnnnnnnnnnn"
           fd f-dest.
           01 dest-detail.
               02 filler pic x(12).
               02 dd-location pic 9(12).

           fd f-input.
           01 input_line pic x(300).

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-fields-fs pic xx.
           01 ws-dist-fs pic xx.
           01 ws-dest-fs pic xx.
           01 ws-input-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-input-path pic x(250) value "../input.txt".

      * the field master as loaded, with what each field received.
           01 ws-fd-count pic 9(3) value 0.
           01 ws-field-table.
               02 ws-fd-entry occurs 200 times.
                   03 ws-fd-start pic 9(12).
                   03 ws-fd-end pic 9(12).
                   03 ws-fd-id pic x(8).
                   03 ws-fd-capacity pic 9(12).
                   03 ws-fd-alloc pic 9(12).
                   03 ws-fd-seeds pic 9(5).
           01 ws-f pic 9(3).
           01 ws-g pic 9(3).
           01 ws-master-line pic 9(5) value 0.
           01 ws-master-errors pic 9(5) value 0.
           01 ws-reason pic x(50).

      * seeds_ranges' final, merged location intervals.
           01 ws-int-count pic 9(3) value 0.
           01 ws-int-table.
               02 ws-int-entry occurs 200 times.
                   03 ws-int-start pic 9(12).
                   03 ws-int-end pic 9(12).
           01 ws-n pic 9(3).

      * the almanac's stages - source interval [src-start, src-end)
      * onto destinations from dest-start.
           01 ws-almanac.
               02 ws-stage occurs 8 times.
                   03 ws-entries pic 9(3).
                   03 ws-map occurs 200 times.
                       04 ws-m-src-start pic 9(12).
                       04 ws-m-src-end pic 9(12).
                       04 ws-m-dest-start pic 9(12).
           01 ws-stage-count pic 9(2) value 0.
           01 ws-first-line pic 9(1) value 1.
           01 r_mode pic x(80) value "search".
           01 dest_range pic 9(12).
           01 src_range pic 9(12).
           01 range_len pic 9(12).

      * the seeds line, read as start/length pairs.
           01 ws-seed-count pic 9(2) value 0.
           01 ws-seed-table.
               02 ws-seed-val pic 9(12) occurs 22 times.
           01 ws-range-count pic 9(2) value 0.
           01 ws-seed-text pic x(300).
           01 ws-seed-word pic x(20).
           01 ws-ptr pic 9(3).

      * one seed range's pieces through the stages, and where every
      * seed range ends up.
           01 ws-cur-count pic 9(4).
           01 ws-cur-table.
               02 ws-cur-entry occurs 2000 times.
                   03 ws-cur-start pic 9(12).
                   03 ws-cur-end pic 9(12).
           01 ws-nxt-count pic 9(4).
           01 ws-nxt-table.
               02 ws-nxt-entry occurs 2000 times.
                   03 ws-nxt-start pic 9(12).
                   03 ws-nxt-end pic 9(12).
           01 ws-at-count pic 9(4) value 0.
           01 ws-at-table.
               02 ws-at-entry occurs 5000 times.
                   03 ws-at-range pic 9(2).
                   03 ws-at-start pic 9(12).
                   03 ws-at-end pic 9(12).
           01 ws-range-volume pic 9(12) occurs 11 times.
           01 ws-r pic 9(2).
           01 ws-st pic 9(2).
           01 ws-c pic 9(4).
           01 ws-e pic 9(3).
           01 ws-a pic 9(12).
           01 ws-b pic 9(12).
           01 ws-cut pic 9(12).
           01 ws-hit pic 9(3).

           01 ws-lo pic 9(12).
           01 ws-hi pic 9(12).
           01 ws-width pic 9(12).
           01 ws-over-by pic 9(12).
           01 ws-over-count pic 9(3) value 0.
           01 ws-gap-count pic 9(5) value 0.
           01 ws-gap-volume pic 9(12) value 0.
           01 ws-stray-seeds pic 9(5) value 0.
           01 ws-stray-table.
               02 ws-stray-location pic 9(12) occurs 100 times.
           01 ws-print-line pic x(132).

       procedure division.

           display "field_capacity: checking field capacity "
               "against the location distribution".

           accept ws-input-path from environment
               "SEEDSRANGES_INPUT_DD".
           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.

           open output f-report.
           move "Field capacity reconciliation" to report-line.
           write report-line.
           move "=============================" to report-line.
           write report-line.

           perform load_field_master.
           perform load_intervals.
           perform parse_almanac.
           perform walk_seed_ranges.

           perform allocate_fields.
           perform count_seed_destinations.
           perform report_fields.
           perform report_oversubscribed.
           perform report_unfielded.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-fd-count " field(s), " ws-over-count
               " over-subscribed, " ws-gap-count
               " unfielded range(s) (" ws-gap-volume " units), "
               ws-stray-seeds " stray seed(s), "
               ws-master-errors " master error(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

           display "field_capacity: " ws-over-count
               " over-subscribed field(s), " ws-gap-count
               " unfielded range(s), " ws-stray-seeds
               " stray seed(s) - report in "
               "../field_capacity_report.txt".
           if ws-over-count > 0 or ws-gap-count > 0
               or ws-stray-seeds > 0 or ws-master-errors > 0
               move 4 to return-code
           end-if.
           stop run.

       load_field_master.
           open input f-fields.
           if ws-fields-fs not = "00" then
               display "no ../field_capacity.txt - the field "
                   "capacity master is needed first"
               close f-report
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-fields at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-master-line
                   perform load_one_field
           end-perform.
           close f-fields.
           if ws-fd-count = 0 then
               display "no usable fields on ../field_capacity.txt"
               close f-report
               move 8 to return-code
               stop run
           end-if.

       load_one_field.
           move spaces to ws-reason.
           evaluate true
               when fc-loc-start is not numeric
                   or fc-loc-end is not numeric
                   or fc-capacity is not numeric
                   or fc-field-id = spaces
                   move "malformed line" to ws-reason
               when fc-loc-end <= fc-loc-start
                   move "location range is empty" to ws-reason
               when ws-fd-count >= 200
                   move "more than 200 fields" to ws-reason
           end-evaluate.
           if ws-reason = spaces then
               perform varying ws-g from 1 by 1
                   until ws-g > ws-fd-count
                   if fc-loc-start < ws-fd-end(ws-g)
                       and ws-fd-start(ws-g) < fc-loc-end
                       move spaces to ws-reason
                       string "overlaps field " ws-fd-id(ws-g)
                           delimited by size into ws-reason
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-reason not = spaces then
               add 1 to ws-master-errors
               move spaces to ws-print-line
               string "MASTER ERROR line " ws-master-line " - "
                   function trim(ws-reason) " - not loaded"
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
               display "  ** " function trim(ws-print-line)
               exit paragraph
           end-if.
           add 1 to ws-fd-count.
           move fc-loc-start to ws-fd-start(ws-fd-count).
           move fc-loc-end to ws-fd-end(ws-fd-count).
           move fc-field-id to ws-fd-id(ws-fd-count).
           move fc-capacity to ws-fd-capacity(ws-fd-count).
           move 0 to ws-fd-alloc(ws-fd-count).
           move 0 to ws-fd-seeds(ws-fd-count).

       load_intervals.
           open input f-dist.
           if ws-dist-fs not = "00" then
               display "no ../location_distribution.txt - run "
                   "day05_2 first (status " ws-dist-fs ")"
               close f-report
               move 8 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-dist at
               end move 'Y' to ws-eof
               not at end
                   if dist-detail(1:9) = "location "
                       and ws-int-count < 200
                       add 1 to ws-int-count
                       move dt-start
                           to ws-int-start(ws-int-count)
                       move dt-end to ws-int-end(ws-int-count)
                   end-if
           end-perform.
           close f-dist.

      * the same header-then-values parse almanac_validator uses,
      * plus the seeds line the ranges come from.
       parse_almanac.
           open input f-input.
           if ws-input-fs not = "00" then
               display "almanac not found/not readable: "
                   function trim(ws-input-path)
                   " (status " ws-input-fs ") - seed ranges "
                   "cannot be attributed"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input into input_line at
               end move 'Y' to ws-eof
               not at end
                   if ws-first-line = 1
                       move 0 to ws-first-line
                       perform read_seed_line
                   else
                       perform parse_one_line
                   end-if
           end-perform.
           close f-input.

       read_seed_line.
           unstring input_line delimited by ':'
               into ws-seed-word, ws-seed-text
           end-unstring.
           move function trim(ws-seed-text) to ws-seed-text.
           move 1 to ws-ptr.
           perform until ws-ptr > 300 or ws-seed-count >= 22
               move spaces to ws-seed-word
               unstring ws-seed-text delimited by all space
                   into ws-seed-word with pointer ws-ptr
               end-unstring
               if ws-seed-word = spaces
                   exit perform
               end-if
               add 1 to ws-seed-count
               move function numval(ws-seed-word)
                   to ws-seed-val(ws-seed-count)
           end-perform.
           divide ws-seed-count by 2 giving ws-range-count.

       parse_one_line.
           if input_line(1:1) not = space then
               if r_mode = "search"
                   add 1 to ws-stage-count
                   if ws-stage-count > 8
                       display "abend: almanac has more than 8 "
                           "stages - grow ws-almanac"
                       move 8 to return-code
                       stop run
                   end-if
                   move 0 to ws-entries(ws-stage-count)
                   move input_line to r_mode
               else
                   add 1 to ws-entries(ws-stage-count)
                   if ws-entries(ws-stage-count) > 200
                       display "abend: stage " ws-stage-count
                           " has more than 200 entries"
                       move 8 to return-code
                       stop run
                   end-if
                   unstring input_line delimited by space
                       into dest_range, src_range, range_len
                   end-unstring
                   move ws-entries(ws-stage-count) to ws-e
                   move src_range
                       to ws-m-src-start(ws-stage-count, ws-e)
                   compute ws-m-src-end(ws-stage-count, ws-e)
                       = src_range + range_len
                   move dest_range
                       to ws-m-dest-start(ws-stage-count, ws-e)
               end-if
           else
               move "search" to r_mode
           end-if.

      * each seed range on its own through every stage - what is
      * left at the end is the set of locations that range reaches.
       walk_seed_ranges.
           perform varying ws-r from 1 by 1
               until ws-r > ws-range-count
               move 1 to ws-cur-count
               compute ws-c = ws-r * 2 - 1
               move ws-seed-val(ws-c) to ws-cur-start(1)
               compute ws-cur-end(1) = ws-seed-val(ws-c)
                   + ws-seed-val(ws-c + 1)
               perform varying ws-st from 1 by 1
                   until ws-st > ws-stage-count
                   perform map_one_stage
               end-perform
               perform varying ws-c from 1 by 1
                   until ws-c > ws-cur-count
                   if ws-at-count < 5000
                       add 1 to ws-at-count
                       move ws-r to ws-at-range(ws-at-count)
                       move ws-cur-start(ws-c)
                           to ws-at-start(ws-at-count)
                       move ws-cur-end(ws-c)
                           to ws-at-end(ws-at-count)
                   end-if
               end-perform
           end-perform.

       map_one_stage.
           move 0 to ws-nxt-count.
           perform varying ws-c from 1 by 1
               until ws-c > ws-cur-count
               move ws-cur-start(ws-c) to ws-a
               move ws-cur-end(ws-c) to ws-b
               perform until ws-a >= ws-b
                   perform map_from_position
               end-perform
           end-perform.
           move ws-nxt-count to ws-cur-count.
           perform varying ws-c from 1 by 1
               until ws-c > ws-cur-count
               move ws-nxt-start(ws-c) to ws-cur-start(ws-c)
               move ws-nxt-end(ws-c) to ws-cur-end(ws-c)
           end-perform.

      * the piece from ws-a up to the next entry boundary: mapped
      * when an entry covers ws-a, carried through as identity up
      * to the next entry's start otherwise.
       map_from_position.
           move 0 to ws-hit.
           move ws-b to ws-cut.
           perform varying ws-e from 1 by 1
               until ws-e > ws-entries(ws-st)
               if ws-m-src-start(ws-st, ws-e) <= ws-a
                   and ws-a < ws-m-src-end(ws-st, ws-e)
                   move ws-e to ws-hit
                   exit perform
               end-if
               if ws-m-src-start(ws-st, ws-e) > ws-a
                   and ws-m-src-start(ws-st, ws-e) < ws-cut
                   move ws-m-src-start(ws-st, ws-e) to ws-cut
               end-if
           end-perform.
           add 1 to ws-nxt-count.
           if ws-nxt-count > 2000 then
               display "abend: a seed range splits into more than "
                   "2000 pieces - grow ws-nxt-table"
               close f-report
               move 8 to return-code
               stop run
           end-if.
           if ws-hit = 0 then
               move ws-a to ws-nxt-start(ws-nxt-count)
               move ws-cut to ws-nxt-end(ws-nxt-count)
           else
               move ws-b to ws-cut
               if ws-m-src-end(ws-st, ws-hit) < ws-cut
                   move ws-m-src-end(ws-st, ws-hit) to ws-cut
               end-if
               compute ws-nxt-start(ws-nxt-count) = ws-a
                   - ws-m-src-start(ws-st, ws-hit)
                   + ws-m-dest-start(ws-st, ws-hit)
               compute ws-nxt-end(ws-nxt-count) = ws-cut
                   - ws-m-src-start(ws-st, ws-hit)
                   + ws-m-dest-start(ws-st, ws-hit)
           end-if.
           move ws-cut to ws-a.

      * a field's allocation is the reachable locations inside its
      * range - the merged intervals, so no location counts twice.
       allocate_fields.
           perform varying ws-f from 1 by 1 until ws-f > ws-fd-count
               perform varying ws-n from 1 by 1
                   until ws-n > ws-int-count
                   move ws-int-start(ws-n) to ws-lo
                   move ws-int-end(ws-n) to ws-hi
                   perform overlap_with_field
                   add ws-width to ws-fd-alloc(ws-f)
               end-perform
           end-perform.

      * width of [ws-lo, ws-hi) inside field ws-f, zero if none.
       overlap_with_field.
           if ws-fd-start(ws-f) > ws-lo
               move ws-fd-start(ws-f) to ws-lo
           end-if.
           if ws-fd-end(ws-f) < ws-hi
               move ws-fd-end(ws-f) to ws-hi
           end-if.
           if ws-hi > ws-lo then
               compute ws-width = ws-hi - ws-lo
           else
               move 0 to ws-width
           end-if.

       count_seed_destinations.
           open input f-dest.
           if ws-dest-fs not = "00" then
               display "no ../destination_report.txt - per-seed "
                   "destinations not counted (status " ws-dest-fs ")"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-dest at
               end move 'Y' to ws-eof
               not at end
                   if dest-detail(1:12) = "destination "
                       perform place_one_destination
                   end-if
           end-perform.
           close f-dest.

       place_one_destination.
           perform varying ws-f from 1 by 1 until ws-f > ws-fd-count
               if dd-location >= ws-fd-start(ws-f)
                   and dd-location < ws-fd-end(ws-f)
                   add 1 to ws-fd-seeds(ws-f)
                   exit paragraph
               end-if
           end-perform.
           add 1 to ws-stray-seeds.
           if ws-stray-seeds <= 100 then
               move dd-location to ws-stray-location(ws-stray-seeds)
           end-if.

       report_fields.
           move spaces to report-line.
           write report-line.
           perform varying ws-f from 1 by 1 until ws-f > ws-fd-count
               move spaces to ws-print-line
               string "field " ws-fd-id(ws-f) " location "
                   ws-fd-start(ws-f) " to " ws-fd-end(ws-f)
                   " capacity " ws-fd-capacity(ws-f)
                   " allocated " ws-fd-alloc(ws-f)
                   " seeds " ws-fd-seeds(ws-f)
                   delimited by size into ws-print-line
               if ws-fd-alloc(ws-f) > ws-fd-capacity(ws-f)
                   move "OVER" to ws-print-line(128:4)
               else
                   move "OK" to ws-print-line(128:2)
               end-if
               move ws-print-line to report-line
               write report-line
           end-perform.

      * every over-subscribed field, then each seed range that
      * reaches into it and how many of its locations it reaches.
       report_oversubscribed.
           perform varying ws-f from 1 by 1 until ws-f > ws-fd-count
               if ws-fd-alloc(ws-f) > ws-fd-capacity(ws-f)
                   perform report_one_overload
               end-if
           end-perform.

       report_one_overload.
           add 1 to ws-over-count.
           compute ws-over-by = ws-fd-alloc(ws-f)
               - ws-fd-capacity(ws-f).
           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string "OVER-SUBSCRIBED field " ws-fd-id(ws-f) " by "
               ws-over-by " unit(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           display "  ** " function trim(ws-print-line).
           perform varying ws-r from 1 by 1 until ws-r > 11
               move 0 to ws-range-volume(ws-r)
           end-perform.
           perform varying ws-c from 1 by 1 until ws-c > ws-at-count
               move ws-at-start(ws-c) to ws-lo
               move ws-at-end(ws-c) to ws-hi
               perform overlap_with_field
               add ws-width to ws-range-volume(ws-at-range(ws-c))
           end-perform.
           perform varying ws-r from 1 by 1
               until ws-r > ws-range-count
               if ws-range-volume(ws-r) > 0
                   compute ws-c = ws-r * 2 - 1
                   move spaces to ws-print-line
                   string "    seed range " ws-seed-val(ws-c)
                       " length " ws-seed-val(ws-c + 1)
                       " reaches " ws-range-volume(ws-r)
                       " location(s) of the field"
                       delimited by size into ws-print-line
                   move ws-print-line to report-line
                   write report-line
               end-if
           end-perform.

      * the reachable locations between and beyond the fields.
       report_unfielded.
           move spaces to report-line.
           write report-line.
           perform varying ws-n from 1 by 1 until ws-n > ws-int-count
               move ws-int-start(ws-n) to ws-a
               move ws-int-end(ws-n) to ws-b
               perform until ws-a >= ws-b
                   perform step_past_fields
               end-perform
           end-perform.
           perform varying ws-c from 1 by 1
               until ws-c > ws-stray-seeds or ws-c > 100
               move spaces to ws-print-line
               string "NO FIELD seed destination "
                   ws-stray-location(ws-c)
                   delimited by size into ws-print-line
               move ws-print-line to report-line
               write report-line
           end-perform.

      * from ws-a: skip to the end of the field covering it, or
      * report the gap up to the next field's start.
       step_past_fields.
           move 0 to ws-hit.
           move ws-b to ws-cut.
           perform varying ws-f from 1 by 1 until ws-f > ws-fd-count
               if ws-fd-start(ws-f) <= ws-a
                   and ws-a < ws-fd-end(ws-f)
                   move ws-f to ws-hit
                   exit perform
               end-if
               if ws-fd-start(ws-f) > ws-a
                   and ws-fd-start(ws-f) < ws-cut
                   move ws-fd-start(ws-f) to ws-cut
               end-if
           end-perform.
           if ws-hit > 0 then
               move ws-b to ws-a
               if ws-fd-end(ws-hit) < ws-a
                   move ws-fd-end(ws-hit) to ws-a
               end-if
               exit paragraph
           end-if.
           add 1 to ws-gap-count.
           compute ws-width = ws-cut - ws-a.
           add ws-width to ws-gap-volume.
           move spaces to ws-print-line.
           string "NO FIELD location " ws-a " to " ws-cut
               " width " ws-width
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move ws-cut to ws-a.
