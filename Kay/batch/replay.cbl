      * RP<date> run id plus a REPLAY banner file per day dir, so
      * nobody mistakes the rerun for the real thing.
      *
      * The reference-data catalog and each day's refdata store go
      * into the scratch tree too, so every replayed step reads the
      * reference-table versions in force on the archived date (not
      * today's current-state files); the banner names them.
      *
      * replay_date.txt: one yyyymmdd line naming the archived date.
       identification division.
           program-id. aoc-replay.
           organization is line sequential.
           select f-banner assign to dynamic ws-banner-path
           organization is line sequential.
           select f-refcat assign to "../refdata_catalog.txt"
           organization is line sequential
           file status is ws-refcat-fs.

       data division.
           file section.
           fd f-banner.
           01 banner-line pic x(100).

           fd f-refcat.
           copy REFVREC.

           working-storage section.

           01 ws-ctrl-fs pic xx.
                   03 ws-day-has-input pic 9(1).
           01 ws-d pic 9(2).

      * the reference-table versions in force on the replay date
      * for the day being built.
           01 ws-refcat-fs pic xx.
           01 ws-ref-eof pic a(1).
           01 ws-rf-count pic 9(2).
           01 ws-rf-table.
               02 ws-rf-entry occurs 20 times.
                   03 ws-rf-name pic x(30).
                   03 ws-rf-effective pic x(8).
           01 ws-rf pic 9(2).

           01 ws-run-count pic 9(2) value 0.
           01 ws-fail-count pic 9(2) value 0.

               not at end
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       perform note_registry_row
                   end-if
           end-perform.
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-command.
           string "cp ../refdata_catalog.txt "
               function trim(ws-replay-root) "/batch/"
               " 2>/dev/null; true"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           perform varying ws-d from 1 by 1 until ws-d > ws-day-count
               perform build_one_day_dir
           end-perform.
           string "for f in number_tokens.txt cube_limits.txt"
               " game_rules.txt deck_layout.txt prize_table.txt"
               " race_scenarios.txt boat_master.txt"
               " race_boats.txt symbol_classes.txt; do cp ../../"
               function trim(ws-day-dir(ws-d)) "/$f "
               function trim(ws-replay-root) "/"
               function trim(ws-day-dir(ws-d))
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

      * the day's frozen reference-table versions, so the replayed
      * steps pick the ones in force on the archived date.
           move spaces to ws-command.
           string "cp -r ../../" function trim(ws-day-dir(ws-d))
               "/refdata " function trim(ws-replay-root) "/"
               function trim(ws-day-dir(ws-d))
               "/ 2>/dev/null; true"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-banner-path.
           string function trim(ws-replay-root) "/"
               function trim(ws-day-dir(ws-d))
               " - NOT the production run"
               delimited by size into banner-line.
           write banner-line.
           perform find_reference_versions.
           perform varying ws-rf from 1 by 1 until ws-rf > ws-rf-count
               move spaces to banner-line
               string "reference table "
                   function trim(ws-rf-name(ws-rf))
                   ": version effective " ws-rf-effective(ws-rf)
                   delimited by size into banner-line
               write banner-line
           end-perform.
           close f-banner.

      * the version of each of this day's reference tables in force
      * on the replay date - the latest effective date on or before
      * it, the same choice the replayed steps make.
       find_reference_versions.
           move 0 to ws-rf-count.
           open input f-refcat.
           if ws-refcat-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-ref-eof.
           perform until ws-ref-eof = 'Y'
               read f-refcat at
               end move 'Y' to ws-ref-eof
               not at end
                   if rv-day-dir = ws-day-dir(ws-d)
                       and rv-effective <= ws-replay-date
                       perform note_reference_version
                   end-if
           end-perform.
           close f-refcat.

       note_reference_version.
           perform varying ws-rf from 1 by 1 until ws-rf > ws-rf-count
               if ws-rf-name(ws-rf) = rv-table
                   if rv-effective > ws-rf-effective(ws-rf)
                       move rv-effective to ws-rf-effective(ws-rf)
                   end-if
                   exit paragraph
               end-if
           end-perform.
           if ws-rf-count < 20 then
               add 1 to ws-rf-count
               move rv-table to ws-rf-name(ws-rf-count)
               move rv-effective to ws-rf-effective(ws-rf-count)
           end-if.

       run_replay_steps.
           perform varying ws-s from 1 by 1 until ws-s > ws-st-count
               perform run_one_replay_step
