      * schematic_lookup.txt, one request per line:
      *   POS  <row> <column>
      *   PART <part number>
      *
      * Symbols are read through the same symbol class master
      * engine_parts applies (copybooks/SYMCLASS.cpy): every symbol
      * shown carries its class, an IGNORE symbol reads as filler,
      * a part says whether it counts toward the part sum, and a
      * gear-class symbol whether it is a gear.
       environment division.
           input-output section.
           file-control.
           select f-report assign to
               "../schematic_lookup_report.txt"
           organization is line sequential.
           select f-symclass assign to dynamic ws-sc-path
           organization is line sequential
           file status is ws-sc-fs.
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
           fd f-report.
           01 report-line pic x(132).

           fd f-symclass.
           copy SYMCLASS.

           fd f-refcat.
           copy REFVREC.

           fd f-refuse.
           copy REFUREC.

           fd f-refctl.
           01 refctl-record.
               02 refctl-run-id pic x(12).
               02 refctl-bus-date pic x(8).

           working-storage section.

           01 ws-input-fs pic xx.
                   03 in-line_number pic 9(4).
                   03 in-index pic 9(3).
                   03 in-char pic x(1).
                   03 in-class pic x(1).
                   03 in-sc pic 9(2).

           01 curr_num pic 9(5).
           01 ws-i pic 9(9).
           01 ws-scan-col pic 9(3).
           01 ws-print-line pic x(132).
           01 ws-req-count pic 9(3) value 0.
           01 ws-counts pic 9(1).
           01 ws-nbr-count pic 9(2).

      * the loaded symbol class master, as engine_parts loads it.
           01 ws-sc-fs pic xx.
           01 ws-sc-eof pic a(1).
           01 ws-sc-path pic x(80).
           01 ws-sc-count pic 9(2) value 0.
           01 ws-sc-table.
               02 ws-sc-entry occurs 40 times.
                   03 ws-sc-symbol pic x(1).
                   03 ws-sc-class pic x(10).
                   03 ws-sc-neighbors pic 9(1).
                   03 ws-sc-ratio pic x(10).
           01 ws-sc pic 9(2).
           01 ws-sc-hit pic 9(2).
           01 ws-sc-char pic x(1).
           01 ws-sc-ok pic 9(1).
           01 ws-sc-name pic x(10).

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
           01 ws-ref-program pic x(20) value "engine_parts_lookup".
           01 ws-ref-day pic x(10) value "day03".

       procedure division.

           display "engine_parts_lookup: loading the schematic".

           perform load_symbol_classes.
           perform load_schematic_file.

           open input f-requests.
                   move 0 to curr_num
                   move 0 to ws-num_found
               end-if
      * an IGNORE-class symbol reads like the '.' filler.
               move space to ws-sc-char
               move 0 to ws-sc-hit
               if input_line(ws-i:1) not numeric
                   and input_line(ws-i:1) not = '.'
                   and input_line(ws-i:1) not = space
                   move input_line(ws-i:1) to ws-sc-char
                   perform find_symbol_class
                   if ws-sc-hit > 0
                       and ws-sc-class(ws-sc-hit) = "IGNORE"
                       move space to ws-sc-char
                   end-if
               end-if
               if ws-sc-char not = space
                   move ws-curr_line_num to in-line_number(i-index)
                   move ws-i to in-index(i-index)
                   move input_line(ws-i:1) to in-char(i-index)
                   perform classify_symbol
                   add 1 to i-index
                   if i-index > 10000 then
                       perform report_table_overflow
               if in-line_number(ws-j) = ws-row
                   and in-index(ws-j) = ws-col
                   move 1 to ws-found
                   perform name_symbol_class
                   move spaces to ws-print-line
                   string "  symbol '" in-char(ws-j)
                       "' (" function trim(ws-sc-name)
                       ") at row " in-line_number(ws-j)
                       " column " in-index(ws-j)
                       delimited by size into ws-print-line
                   perform write_report_line
           end-if.

      * req 124: every symbol in the ring one cell around the
      * part's span - the adjacency rule the matching passes use -
      * and whether any of them makes the part count (a MARKER
      * does not).
       show_part_adjacencies.
           move 0 to ws-counts.
           perform varying ws-j from 1 by 1 until ws-j >= i-index
               if in-line_number(ws-j) >= p-line_number(ws-i) - 1
                   and in-line_number(ws-j)
                   and in-index(ws-j)
                       >= p-start_index(ws-i) - 1
                   and in-index(ws-j) <= p-end_index(ws-i) + 1
                   perform name_symbol_class
                   move spaces to ws-print-line
                   string "    adjacent symbol '" in-char(ws-j)
                       "' (" function trim(ws-sc-name)
                       ") at row " in-line_number(ws-j)
                       " column " in-index(ws-j)
                       delimited by size into ws-print-line
                   perform write_report_line
                   if in-class(ws-j) not = 'M'
                       move 1 to ws-counts
                   end-if
               end-if
           end-perform.
           if ws-counts = 1 then
               move "    counts toward the part sum" to ws-print-line
           else
               move "    does NOT count toward the part sum - no "
                   & "connector or gear symbol beside it"
                   to ws-print-line
           end-if.
           perform write_report_line.

      * req 124: every part whose span touches the ring one cell
      * around the symbol - ws-j holds the symbol's table entry.
       show_symbol_adjacencies.
           move 0 to ws-nbr-count.
           perform varying ws-k from 1 by 1 until ws-k >= p-index
               if p-line_number(ws-k) >= in-line_number(ws-j) - 1
                   and p-line_number(ws-k)
                       " to " p-end_index(ws-k)
                       delimited by size into ws-print-line
                   perform write_report_line
                   add 1 to ws-nbr-count
               end-if
           end-perform.
      * a gear-class symbol is a gear with exactly its class's
      * neighbor count.
           if in-class(ws-j) = 'G' then
               move spaces to ws-print-line
               if ws-nbr-count = ws-sc-neighbors(in-sc(ws-j))
                   string "    a gear - " ws-nbr-count
                       " neighbors, ratio by "
                       function trim(ws-sc-ratio(in-sc(ws-j)))
                       delimited by size into ws-print-line
               else
                   string "    NOT a gear - " ws-nbr-count
                       " neighbor(s), its class needs "
                       ws-sc-neighbors(in-sc(ws-j))
                       delimited by size into ws-print-line
               end-if
               perform write_report_line
           end-if.

      * the symbol class master in force on the business date - the
      * same load, validation and classic-rules fallback as
      * engine_parts' load_symbol_classes.
       load_symbol_classes.
           move "symbol_classes.txt" to ws-ref-table.
           perform resolve_reference_table.
           move ws-ref-path to ws-sc-path.
           open input f-symclass.
           if ws-sc-fs = "00" then
               move 'N' to ws-sc-eof
               perform until ws-sc-eof = 'Y'
                   read f-symclass at
                   end move 'Y' to ws-sc-eof
                   not at end
                       if symbol-class-record not = spaces
                           perform load_one_symbol_class
                       end-if
               end-perform
               close f-symclass
           end-if.
           if ws-sc-count = 0 then
               perform load_default_symbol_classes
           end-if.

       load_one_symbol_class.
           move 1 to ws-sc-ok.
           if sc-symbol is numeric or sc-symbol = '.'
               or sc-symbol = space then
               move 0 to ws-sc-ok
           end-if.
           evaluate sc-class
               when "CONNECTOR"
               when "MARKER"
               when "IGNORE"
                   continue
               when "GEAR"
                   if sc-neighbors is not numeric
                       or sc-neighbors = '0' or sc-neighbors = '9'
                       move 0 to ws-sc-ok
                   else
                       if sc-ratio not = "PRODUCT"
                           and sc-ratio not = "SUM"
                           move 0 to ws-sc-ok
                       end-if
                       if sc-ratio = "PRODUCT" and sc-neighbors > '3'
                           move 0 to ws-sc-ok
                       end-if
                   end-if
               when other
                   move 0 to ws-sc-ok
           end-evaluate.
           move sc-symbol to ws-sc-char.
           perform find_symbol_class.
           if ws-sc-hit > 0 or ws-sc-count >= 40 then
               move 0 to ws-sc-ok
           end-if.
           if ws-sc-ok = 0 then
               display "  ** symbol class line rejected: "
                   function trim(symbol-class-record)
               exit paragraph
           end-if.
           add 1 to ws-sc-count.
           move sc-symbol to ws-sc-symbol(ws-sc-count).
           move sc-class to ws-sc-class(ws-sc-count).
           move 0 to ws-sc-neighbors(ws-sc-count).
           move spaces to ws-sc-ratio(ws-sc-count).
           if sc-class = "GEAR" then
               move sc-neighbors to ws-sc-neighbors(ws-sc-count)
               move sc-ratio to ws-sc-ratio(ws-sc-count)
           end-if.

       load_default_symbol_classes.
           move 1 to ws-sc-count.
           move '*' to ws-sc-symbol(1).
           move "GEAR" to ws-sc-class(1).
           move 2 to ws-sc-neighbors(1).
           move "PRODUCT" to ws-sc-ratio(1).

       find_symbol_class.
           move 0 to ws-sc-hit.
           perform varying ws-sc from 1 by 1
               until ws-sc > ws-sc-count or ws-sc-hit > 0
               if ws-sc-symbol(ws-sc) = ws-sc-char
                   move ws-sc to ws-sc-hit
               end-if
           end-perform.

       classify_symbol.
           move ws-sc-hit to in-sc(i-index).
           move 'C' to in-class(i-index).
           if ws-sc-hit > 0 then
               evaluate ws-sc-class(ws-sc-hit)
                   when "GEAR"
                       move 'G' to in-class(i-index)
                   when "MARKER"
                       move 'M' to in-class(i-index)
               end-evaluate
           end-if.

      * symbol ws-j's class name for the report.
       name_symbol_class.
           move "CONNECTOR" to ws-sc-name.
           if in-sc(ws-j) > 0 then
               move ws-sc-class(in-sc(ws-j)) to ws-sc-name
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
