      * reference-data version catalog record layout
      * one line per registered version of a reference control table
      * (cube_limits.txt, game_rules.txt, prize_table.txt,
      * deck_layout.txt, number_tokens.txt, boat_master.txt,
      * price_list.txt, symbol_classes.txt, gl_account_map.txt), in
      * batch/refdata_catalog.txt, kept by aoc-refdata. A version is
      * a frozen copy of the table as it stood when registered, in
      * force from rv-effective until the next version's effective
      * date. rv-path is the frozen copy relative to a _tests_bin
      * directory (../../<day-dir>/refdata/<table>.<yyyymmdd>), so
      * day programs and batch programs resolve it alike. A program
      * reads the version with the latest effective date on or
      * before its run's business date; no such version leaves the
      * current-state file in force. Versions are never rewritten -
      * a correction is a new version.
           01 rv-record.
               02 rv-day-dir    pic x(10).
               02 rv-table      pic x(30).
               02 rv-effective  pic x(8).
               02 rv-registered pic x(8).
               02 rv-path       pic x(80).
