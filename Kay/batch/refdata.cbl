      * reference-data versions and the runs that used them
      * cube_limits.txt, game_rules.txt, prize_table.txt,
      * deck_layout.txt, number_tokens.txt, boat_master.txt,
      * price_list.txt, symbol_classes.txt and gl_account_map.txt
      * are single current-state files, so on their own they say
      * nothing about what was in force on an earlier business
      * date. This keeps each table as effective-dated versions: a
      * registration card freezes a copy of the table as it stands
      * now under <day-dir>/refdata/<table>.<yyyymmdd> and adds it to
      * refdata_catalog.txt (layout in copybooks/REFVREC.cpy). The
      * day programs, elf_game_rescore and aoc-replay read the
      * version in force on their run's business date and log the
      * choice to refdata_usage.txt (copybooks/REFUREC.cpy); the
      * report lists every version with the runs that read it.
      *
      * refdata_register.txt (optional), one card per line:
      *   <day-dir> <table> <effective yyyymmdd>
      * e.g. "day02 cube_limits.txt 20240301" - register the table
      * BEFORE its current-state file is edited for the new date, or
      * register the edited file with a future effective date. A
      * version already registered for that day, table and date is
      * left as it is - versions are history and never rewritten;
      * a correction is a new version. Condition code 4 when a card
      * is rejected.
       identification division.
           program-id. aoc-refdata.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-register assign to "../refdata_register.txt"
           organization is line sequential
           file status is ws-register-fs.
           select f-catalog assign to "../refdata_catalog.txt"
           organization is line sequential
           file status is ws-cat-fs.
           select f-usage assign to "../refdata_usage.txt"
           organization is line sequential
           file status is ws-usage-fs.
           select f-probe assign to dynamic ws-probe-path
           organization is line sequential
           file status is ws-probe-fs.
           select f-report assign to "../refdata_report.txt"
           organization is line sequential.

       data division.
           file section.

           fd f-register.
           01 register-line pic x(80).

           fd f-catalog.
           copy REFVREC.

           fd f-usage.
           copy REFUREC.

           fd f-probe.
           01 probe-line pic x(300).

           fd f-report.
           01 report-line pic x(132).

           working-storage section.

           01 ws-register-fs pic xx.
           01 ws-cat-fs pic xx.
           01 ws-usage-fs pic xx.
           01 ws-probe-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-use-eof pic a(1).
           01 ws-probe-path pic x(250).
           01 ws-command pic x(300).
           01 ws-cur-date pic x(21).

      * the tables kept as versions.
           01 ws-known-tables.
               02 filler pic x(30) value "cube_limits.txt".
               02 filler pic x(30) value "game_rules.txt".
               02 filler pic x(30) value "prize_table.txt".
               02 filler pic x(30) value "deck_layout.txt".
               02 filler pic x(30) value "number_tokens.txt".
               02 filler pic x(30) value "boat_master.txt".
               02 filler pic x(30) value "price_list.txt".
               02 filler pic x(30) value "symbol_classes.txt".
               02 filler pic x(30) value "gl_account_map.txt".
           01 ws-known-list redefines ws-known-tables.
               02 ws-known-name pic x(30) occurs 9 times.
           01 ws-kn pic 9(2).

      * the catalog, loaded whole and rewritten whole.
           01 ws-cv-count pic 9(3) value 0.
           01 ws-cv-table.
               02 ws-cv-entry occurs 500 times.
                   03 ws-cv-day-dir pic x(10).
                   03 ws-cv-table-name pic x(30).
                   03 ws-cv-effective pic x(8).
                   03 ws-cv-registered pic x(8).
                   03 ws-cv-path pic x(80).
                   03 ws-cv-printed pic 9(1).
           01 ws-v pic 9(3).
           01 ws-w pic 9(3).
           01 ws-next pic 9(3).

      * one registration card.
           01 ws-rg-day pic x(10).
           01 ws-rg-table pic x(30).
           01 ws-rg-date pic x(10).
           01 ws-rg-ok pic 9(1).
           01 ws-rg-reason pic x(50).
           01 ws-found pic 9(1).

           01 ws-registered-count pic 9(3) value 0.
           01 ws-kept-count pic 9(3) value 0.
           01 ws-rejected-count pic 9(3) value 0.
           01 ws-use-count pic 9(5).
           01 ws-current-uses pic 9(5) value 0.
           01 ws-drift-count pic 9(3) value 0.
           01 ws-through pic x(8).
           01 ws-print-line pic x(132).

       procedure division.

           display "aoc-refdata: reference-table versions".
           move function current-date to ws-cur-date.

           perform load_catalog.
           perform process_register_cards.
           perform write_catalog.
           perform write_version_report.

           display "aoc-refdata: " ws-registered-count
               " version(s) registered, " ws-kept-count
               " already on file, " ws-rejected-count
               " card(s) rejected; " ws-cv-count
               " version(s) in the catalog - see "
               "../refdata_report.txt".
           move 0 to return-code.
           if ws-rejected-count > 0 then
               move 4 to return-code
           end-if.
           stop run.

       load_catalog.
           open input f-catalog.
           if ws-cat-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-catalog at
               end move 'Y' to ws-eof
               not at end
                   if rv-table not = spaces
                       perform add_catalog_entry
                       move rv-registered
                           to ws-cv-registered(ws-cv-count)
                       move rv-path to ws-cv-path(ws-cv-count)
                   end-if
           end-perform.
           close f-catalog.

       add_catalog_entry.
           if ws-cv-count >= 500 then
               display "abend: reference-data catalog exceeds "
                   "500-entry table capacity"
               move 8 to return-code
               stop run
           end-if.
           add 1 to ws-cv-count.
           move rv-day-dir to ws-cv-day-dir(ws-cv-count).
           move rv-table to ws-cv-table-name(ws-cv-count).
           move rv-effective to ws-cv-effective(ws-cv-count).
           move 0 to ws-cv-printed(ws-cv-count).

       process_register_cards.
           open input f-register.
           if ws-register-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-register at
               end move 'Y' to ws-eof
               not at end
                   if register-line not = spaces
                       and register-line(1:1) not = "*"
                       perform register_one_card
                   end-if
           end-perform.
           close f-register.

      * one card: a known table, a real date, a current-state file
      * to freeze. Already on file is not an error - the card may
      * simply be left in place from an earlier night.
       register_one_card.
           move spaces to ws-rg-day.
           move spaces to ws-rg-table.
           move spaces to ws-rg-date.
           unstring register-line delimited by all space
               into ws-rg-day, ws-rg-table, ws-rg-date
           end-unstring.
           move 1 to ws-rg-ok.
           move spaces to ws-rg-reason.

           move 0 to ws-found.
           perform varying ws-kn from 1 by 1 until ws-kn > 9
               if ws-known-name(ws-kn) = ws-rg-table
                   move 1 to ws-found
               end-if
           end-perform.
           evaluate true
               when ws-rg-day = spaces
                   move 0 to ws-rg-ok
                   move "no day directory named" to ws-rg-reason
               when ws-found = 0
                   move 0 to ws-rg-ok
                   move "not a versioned reference table"
                       to ws-rg-reason
               when ws-rg-date(1:8) is not numeric
                   or ws-rg-date(9:2) not = spaces
                   move 0 to ws-rg-ok
                   move "effective date is not yyyymmdd"
                       to ws-rg-reason
               when function test-date-yyyymmdd(
                   function numval(ws-rg-date(1:8))) not = 0
                   move 0 to ws-rg-ok
                   move "effective date is not a real date"
                       to ws-rg-reason
               when other
                   continue
           end-evaluate.
           if ws-rg-ok = 0 then
               perform reject_card
               exit paragraph
           end-if.

           perform varying ws-v from 1 by 1 until ws-v > ws-cv-count
               if ws-cv-day-dir(ws-v) = ws-rg-day
                   and ws-cv-table-name(ws-v) = ws-rg-table
                   and ws-cv-effective(ws-v) = ws-rg-date(1:8)
                   add 1 to ws-kept-count
                   exit paragraph
               end-if
           end-perform.

           move spaces to ws-probe-path.
           string "../../" function trim(ws-rg-day) "/"
               function trim(ws-rg-table)
               delimited by size into ws-probe-path.
           open input f-probe.
           if ws-probe-fs not = "00" then
               move "no current-state file to freeze" to ws-rg-reason
               perform reject_card
               exit paragraph
           end-if.
           close f-probe.

           move ws-rg-day to rv-day-dir.
           move ws-rg-table to rv-table.
           move ws-rg-date(1:8) to rv-effective.
           perform add_catalog_entry.
           move ws-cur-date(1:8) to ws-cv-registered(ws-cv-count).
           move spaces to ws-cv-path(ws-cv-count).
           string "../../" function trim(ws-rg-day) "/refdata/"
               function trim(ws-rg-table) "." ws-rg-date(1:8)
               delimited by size into ws-cv-path(ws-cv-count).

           move spaces to ws-command.
           string "mkdir -p ../../" function trim(ws-rg-day)
               "/refdata && cp " function trim(ws-probe-path) " "
               function trim(ws-cv-path(ws-cv-count))
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.
           if return-code not = 0 then
               subtract 1 from ws-cv-count
               move "copy into the refdata store failed"
                   to ws-rg-reason
               perform reject_card
               exit paragraph
           end-if.
           add 1 to ws-registered-count.
           display "  registered " function trim(ws-rg-day) " "
               function trim(ws-rg-table) " effective "
               ws-rg-date(1:8).

       reject_card.
           add 1 to ws-rejected-count.
           display "  ** card rejected (" function trim(ws-rg-reason)
               "): " function trim(register-line).

       write_catalog.
           if ws-registered-count = 0 then
               exit paragraph
           end-if.
           open output f-catalog.
           perform varying ws-v from 1 by 1 until ws-v > ws-cv-count
               move ws-cv-day-dir(ws-v) to rv-day-dir
               move ws-cv-table-name(ws-v) to rv-table
               move ws-cv-effective(ws-v) to rv-effective
               move ws-cv-registered(ws-v) to rv-registered
               move ws-cv-path(ws-v) to rv-path
               write rv-record
           end-perform.
           close f-catalog.

      * every version, by day, table and effective date, each with
      * the runs that read it; then the runs that read a
      * current-state file because no version was in force.
       write_version_report.
           open output f-report.
           move spaces to ws-print-line.
           string "REFERENCE-TABLE VERSIONS AS OF " ws-cur-date(1:8)
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           move all "=" to report-line(1:60).
           write report-line.

           perform varying ws-w from 1 by 1 until ws-w > ws-cv-count
               perform pick_next_version
               move 1 to ws-cv-printed(ws-next)
               perform report_one_version
           end-perform.
           if ws-cv-count = 0 then
               move "no versions registered" to report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move "RUNS THAT READ A CURRENT-STATE FILE (NO VERSION IN "
               & "FORCE)" to report-line.
           write report-line.
           open input f-usage.
           if ws-usage-fs = "00" then
               move 'N' to ws-use-eof
               perform until ws-use-eof = 'Y'
                   read f-usage at
                   end move 'Y' to ws-use-eof
                   not at end
                       if ru-effective = "CURRENT"
                           add 1 to ws-current-uses
                           perform write_usage_line
                       end-if
               end-perform
               close f-usage
           end-if.
           if ws-current-uses = 0 then
               move "  none" to report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           string ws-cv-count " version(s), " ws-drift-count
               " current-state file(s) changed since their latest "
               "version, " ws-current-uses " unversioned read(s)"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
           close f-report.

       pick_next_version.
           move 0 to ws-next.
           perform varying ws-v from 1 by 1 until ws-v > ws-cv-count
               if ws-cv-printed(ws-v) = 0
                   if ws-next = 0
                       move ws-v to ws-next
                   else
                       if ws-cv-day-dir(ws-v) < ws-cv-day-dir(ws-next)
                           or (ws-cv-day-dir(ws-v) =
                               ws-cv-day-dir(ws-next)
                           and ws-cv-table-name(ws-v) <
                               ws-cv-table-name(ws-next))
                           or (ws-cv-day-dir(ws-v) =
                               ws-cv-day-dir(ws-next)
                           and ws-cv-table-name(ws-v) =
                               ws-cv-table-name(ws-next)
                           and ws-cv-effective(ws-v) <
                               ws-cv-effective(ws-next))
                           move ws-v to ws-next
                       end-if
                   end-if
               end-if
           end-perform.

      * one version: its span (through the day before the next
      * version's effective date, or open-ended for the latest),
      * then every run that read it.
       report_one_version.
           move spaces to ws-through.
           perform varying ws-v from 1 by 1 until ws-v > ws-cv-count
               if ws-cv-day-dir(ws-v) = ws-cv-day-dir(ws-next)
                   and ws-cv-table-name(ws-v) =
                       ws-cv-table-name(ws-next)
                   and ws-cv-effective(ws-v) >
                       ws-cv-effective(ws-next)
                   and (ws-through = spaces
                   or ws-cv-effective(ws-v) < ws-through)
                   move ws-cv-effective(ws-v) to ws-through
               end-if
           end-perform.

           move spaces to report-line.
           write report-line.
           move spaces to ws-print-line.
           if ws-through = spaces then
               string function trim(ws-cv-day-dir(ws-next)) " "
                   function trim(ws-cv-table-name(ws-next))
                   " effective " ws-cv-effective(ws-next)
                   " onward (registered "
                   ws-cv-registered(ws-next) ")"
                   delimited by size into ws-print-line
           else
               string function trim(ws-cv-day-dir(ws-next)) " "
                   function trim(ws-cv-table-name(ws-next))
                   " effective " ws-cv-effective(ws-next)
                   " until " ws-through " (registered "
                   ws-cv-registered(ws-next) ")"
                   delimited by size into ws-print-line
           end-if.
           move ws-print-line to report-line.
           write report-line.
           if ws-through = spaces then
               perform check_current_drift
           end-if.

           move 0 to ws-use-count.
           open input f-usage.
           if ws-usage-fs = "00" then
               move 'N' to ws-use-eof
               perform until ws-use-eof = 'Y'
                   read f-usage at
                   end move 'Y' to ws-use-eof
                   not at end
                       if ru-day-dir = ws-cv-day-dir(ws-next)
                           and ru-table = ws-cv-table-name(ws-next)
                           and ru-effective = ws-cv-effective(ws-next)
                           add 1 to ws-use-count
                           perform write_usage_line
                       end-if
               end-perform
               close f-usage
           end-if.
           if ws-use-count = 0 then
               move "  no runs have read this version yet"
                   to report-line
               write report-line
           end-if.

      * the latest version against the live file - an edit nobody
      * registered would otherwise go unrecorded.
       check_current_drift.
           move spaces to ws-command.
           string "cmp -s ../../" function trim(ws-cv-day-dir(ws-next))
               "/" function trim(ws-cv-table-name(ws-next)) " "
               function trim(ws-cv-path(ws-next))
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.
           if return-code not = 0 then
               add 1 to ws-drift-count
               move "  note: the current-state file no longer "
                   & "matches this version - register the change"
                   to report-line
               write report-line
           end-if.

       write_usage_line.
           move spaces to ws-print-line.
           string "  run " ru-run-id " business date " ru-bus-date
               " " function trim(ru-program) " ("
               function trim(ru-day-dir) " "
               function trim(ru-table) ")"
               delimited by size into ws-print-line.
           move ws-print-line to report-line.
           write report-line.
