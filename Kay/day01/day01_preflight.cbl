      * launching the day01 steps. Rejecting a bad document in one
      * step beats a thousand truncation/no-digit exception records
      * and a garbage sum.
      * When calibration_cleanse has made a cleansed copy of this
      * same document (cleanse_summary.txt CLEANSED, same source and
      * line count) the copy is what gets profiled - it is what the
      * day01 steps will be run against - and the verdict's third
      * line says so.
       identification division.
           program-id. calibration_preflight.
           author. kayms.
           select f-input assign to dynamic ws-input-path
           organization is line sequential
           file status is ws-input-fs.
           select f-cleanse assign to "../cleanse_summary.txt"
           organization is line sequential
           file status is ws-cleanse-fs.
           select f-verdict assign to "../preflight_verdict.txt"
           organization is line sequential.

           fd f-input.
           01 cal_input_line pic x(260).

           fd f-cleanse.
           01 cleanse-line pic x(132).

           fd f-verdict.
           01 verdict-line pic x(100).

           01 ws-verdict pic x(5).
           01 ws-print-line pic x(100).

      * the cleansing summary, and whether its copy is current.
           01 ws-cleanse-fs pic xx.
           01 ws-source-path pic x(250).
           01 ws-cleanse-outcome pic x(10) value spaces.
           01 ws-cleanse-source pic x(125) value spaces.
           01 ws-cleanse-lines pic x(9) value spaces.
           01 ws-cleanse-changed pic x(9) value spaces.
           01 ws-source-lines pic 9(9) value 0.
           01 ws-use-cleansed pic 9(1) value 0.

       procedure division.

           accept ws-input-path from environment "CAL_INPUT_DD".
           if ws-input-path = spaces
               move "../input.txt" to ws-input-path
           end-if.
           move ws-input-path to ws-source-path.
           perform check_cleansed_copy.

           open input f-input.
           if ws-input-fs not = "00" then
               stop run
           end-if.

           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input at
               end move 'Y' to ws-eof
               ", " ws-overlong " overlong, " ws-nodigit
               " without digits, " ws-nonprint " non-printable "
               "character(s)".
           if ws-use-cleansed = 1 then
               display "calibration_preflight: profiled the cleansed "
                   "copy of " function trim(ws-source-path)
           end-if.
           if ws-verdict = "NO-GO" then
               move 4 to return-code
           end-if.
           stop run.

      * the cleansed copy stands in for the document only when the
      * summary names this document and still has its line count -
      * a document resent since the cleansing pass is profiled as
      * received.
       check_cleansed_copy.
           open input f-cleanse.
           if ws-cleanse-fs not = "00" then
               exit paragraph
           end-if.
           read f-cleanse at end move spaces to cleanse-line.
           move cleanse-line(1:10) to ws-cleanse-outcome.
           read f-cleanse at end move spaces to cleanse-line.
           move cleanse-line(8:125) to ws-cleanse-source.
           read f-cleanse at end move spaces to cleanse-line.
           move cleanse-line(7:9) to ws-cleanse-lines.
           move cleanse-line(41:9) to ws-cleanse-changed.
           close f-cleanse.
           if ws-cleanse-outcome not = "CLEANSED"
               or ws-cleanse-source not = ws-source-path(1:125)
               or ws-cleanse-lines not numeric then
               exit paragraph
           end-if.

           open input f-input.
           if ws-input-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-input at
               end move 'Y' to ws-eof
               not at end
                   add 1 to ws-source-lines
           end-perform.
           close f-input.
           if ws-source-lines = function numval(ws-cleanse-lines)
               move 1 to ws-use-cleansed
               move "../input_cleansed.txt" to ws-input-path
           end-if.

       profile_one_line.
           add 1 to ws-line-count.

               delimited by size into ws-print-line.
           move ws-print-line to verdict-line.
           write verdict-line.
           if ws-use-cleansed = 1 then
               move spaces to ws-print-line
               string "cleansed copy ../input_cleansed.txt - "
                   ws-cleanse-changed " line(s) changed"
                   delimited by size into ws-print-line
               move ws-print-line to verdict-line
               write verdict-line
           end-if.
           close f-verdict.
