      * 83" from a mystery into a one-page answer.
      *
      * calibration_diff_control.txt: first line = path of the
      * saved prior detail report, or a generation of it from the
      * generation catalog - "GEN -1" (the run before the newest
      * catalogued one), "GEN 0", or "DATE yyyymmdd".
       identification division.
           program-id. calibration_diff.
           author. kayms.
           select f-prior assign to dynamic ws-prior-path
           organization is line sequential
           file status is ws-prior-fs.
           select f-gencat assign to
               "../../batch/generation_catalog.txt"
           organization is line sequential
           file status is ws-gcat-fs.
           select f-report assign to "../calibration_diff_report.txt"
           organization is line sequential.

               02 filler pic x(7).
               02 prior-value pic 9(9).

           fd f-gencat.
           copy GENCAT.

           fd f-report.
           01 report-line pic x(120).

           01 ws-eof pic a(1).
           01 ws-prior-path pic x(250).

      * generation references - a control card may name a catalog
      * generation ("GEN -1", "GEN 0", "DATE yyyymmdd") instead of a
      * path; resolve_generation turns it into the generation copy.
           01 ws-gcat-fs pic xx.
           01 ws-gcat-eof pic a(1).
           01 ws-gen-ref pic x(250).
           01 ws-gen-day pic x(10).
           01 ws-gen-file pic x(30).
           01 ws-gen-found-path pic x(250).
           01 ws-gen-rel pic s9(4).
           01 ws-gen-back pic 9(4).
           01 ws-gen-k pic 9(4).
           01 ws-gen-bound pic 9(5).
           01 ws-gen-best pic 9(3).
           01 ws-gt-count pic 9(3) value 0.
           01 ws-gt-table.
               02 ws-gt-entry occurs 100 times.
                   03 ws-gt-gen pic 9(4).
                   03 ws-gt-date pic x(8).
                   03 ws-gt-path pic x(80).
           01 ws-gt pic 9(3).

      * req 067: the prior run's values, slotted by line number -
      * calibration documents run a few hundred lines, so a 5000-
      * line table leaves plenty of headroom.
                   move 4 to return-code
                   stop run
           end-read.
           move function trim(ctrl-line) to ws-gen-ref.
           close f-control.
           move "day01" to ws-gen-day.
           move "calibration_detail.txt" to ws-gen-file.
           perform resolve_generation.
           move ws-gen-found-path to ws-prior-path.

      * resolve ws-gen-ref for the file ws-gen-day/ws-gen-file into
      * ws-gen-found-path: "GEN 0" is the newest catalogued
      * generation, "GEN -1" the one before it, "DATE yyyymmdd" the
      * newest generation for that business date; anything else is
      * taken as a plain path, as before.
       resolve_generation.
           move ws-gen-ref to ws-gen-found-path.
           if ws-gen-ref(1:4) not = "GEN "
               and ws-gen-ref(1:5) not = "DATE " then
               exit paragraph
           end-if.

           move 0 to ws-gt-count.
           open input f-gencat.
           if ws-gcat-fs = "00" then
               move 'N' to ws-gcat-eof
               perform until ws-gcat-eof = 'Y'
                   read f-gencat at
                   end move 'Y' to ws-gcat-eof
                   not at end
                       if gc-day-dir = ws-gen-day
                           and gc-file = ws-gen-file
                           and ws-gt-count < 100
                           add 1 to ws-gt-count
                           move gc-generation to ws-gt-gen(ws-gt-count)
                           move gc-bus-date to ws-gt-date(ws-gt-count)
                           move gc-path to ws-gt-path(ws-gt-count)
                       end-if
               end-perform
               close f-gencat
           end-if.

           move 0 to ws-gen-best.
           if ws-gen-ref(1:5) = "DATE " then
               perform varying ws-gt from 1 by 1
                   until ws-gt > ws-gt-count
                   if ws-gt-date(ws-gt) = ws-gen-ref(6:8)
                       if ws-gen-best = 0
                           move ws-gt to ws-gen-best
                       else
                           if ws-gt-gen(ws-gt) > ws-gt-gen(ws-gen-best)
                               move ws-gt to ws-gen-best
                           end-if
                       end-if
                   end-if
               end-perform
           else
               move function numval(ws-gen-ref(5:)) to ws-gen-rel
               if ws-gen-rel <= 0
                   compute ws-gen-back = 0 - ws-gen-rel
                   move 10000 to ws-gen-bound
      * step down one generation per pass: the newest below the
      * previous pass's pick.
                   perform varying ws-gen-k from 0 by 1
                       until ws-gen-k > ws-gen-back
                       move 0 to ws-gen-best
                       perform varying ws-gt from 1 by 1
                           until ws-gt > ws-gt-count
                           if ws-gt-gen(ws-gt) < ws-gen-bound
                               if ws-gen-best = 0
                                   move ws-gt to ws-gen-best
                               else
                                   if ws-gt-gen(ws-gt)
                                       > ws-gt-gen(ws-gen-best)
                                       move ws-gt to ws-gen-best
                                   end-if
                               end-if
                           end-if
                       end-perform
                       if ws-gen-best = 0
                           exit perform
                       end-if
                       move ws-gt-gen(ws-gen-best) to ws-gen-bound
                   end-perform
               end-if
           end-if.

           if ws-gen-best = 0 then
               display "no generation '" function trim(ws-gen-ref)
                   "' of " function trim(ws-gen-day) "/"
                   function trim(ws-gen-file)
                   " in the generation catalog"
               move 8 to return-code
               stop run
           end-if.
           move ws-gt-path(ws-gen-best) to ws-gen-found-path.
           display "  " function trim(ws-gen-ref) " of "
               function trim(ws-gen-file) " is generation "
               ws-gt-gen(ws-gen-best) " ("
               ws-gt-date(ws-gen-best) ")".

       load_prior_detail.
           open input f-prior.
