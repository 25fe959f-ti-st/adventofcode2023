           file status is ws-rptovr-fs.
      * req 107: override-usage audit register - a waived token
      * check is recorded the moment it takes effect.
      * the checker's approval register - the override only takes
      * effect when an unexpired approval from a second operator
      * names this card and its maker.
           select f-approvals assign to "../override_approvals.txt"
           organization is line sequential
           file status is ws-apr-fs.
           select f-ovraud assign to "../override_audit.txt"
           organization is line sequential
           file status is ws-ovraud-fs.
           organization is line sequential
           file status is ws-lvverd-fs.

      * every completed build is stamped in the output build
      * register the driver's downstream staleness tracking reads.
           select f-builds assign to "../output_builds.txt"
           organization is line sequential
           file status is ws-builds-fs.
      * the environment card - every shared log record read here
      * must carry this tree's environment, or the report refuses
      * to mix them.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.

       data division.
           file section.

           fd f-rptovr.
           01 rptovr-line pic x(80).

           fd f-approvals.
           copy APPRREC.

           fd f-ovraud.
           copy OVRAUDREC.

           fd f-lvverd.
           01 lvverd-line pic x(100).

           fd f-builds.
           copy BUILDREC.

           fd f-envcard.
           copy ENVCARD.

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-env pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-rec-env pic x(8).

           01 ws-builds-fs pic xx.
           01 ws-build-stamp pic x(21).
           01 ws-build-run-id pic x(12).
           01 ws-build-bus-date pic x(8).

      * req 061: completion-token bookkeeping.
           01 ws-token-fs pic xx.
           01 ws-runctl-fs pic xx.
           01 ws-ctl-run-id pic x(12).
           01 ws-ovraud-fs pic xx.
           01 ws-oa-cur-date pic x(21).
      * maker-checker bookkeeping for the override card.
           01 ws-apr-fs pic xx.
           01 ws-apr-eof pic a(1).
           01 ws-apr-file pic x(30).
           01 ws-apr-requester pic x(12).
           01 ws-apr-approver pic x(12).
           01 ws-apr-ok pic 9(1).
           01 ws-apr-reason pic x(40).
           01 ws-apr-now pic x(12).
           01 ws-apr-expiry pic x(12).
           01 ws-lvverd-fs pic xx.

           01 ws-csv-fs pic xx.

       procedure division.

           perform read_environment_card.

           perform check_completion_token.
           perform check_log_verdict.

               " rows written to ../results_export.csv".

           close f-csv.
      * the output is complete - stamp it in the build register.
           perform record_output_build.
           stop run.


               open input f-rptovr
               if ws-rptovr-fs = "00"
                   close f-rptovr
                   perform approve_report_override
                   move 1 to ws-token-ok
                   display "** report override in effect - "
                       "reporting without a completion token"
           open input f-rptovr.
           if ws-rptovr-fs = "00" then
               close f-rptovr
               perform approve_report_override
               display "** report override in effect - publishing "
                   "over a FAILED log verification"
               perform write_override_audit
           move ws-oa-cur-date(9:6) to oa-time.
           move "EXPORTCSV" to oa-program.
           move "report_override.txt" to oa-file.
           move spaces to oa-value.
           string "completion-token check waived, approved by "
               ws-apr-approver delimited by size into oa-value.
           move ws-ctl-run-id to oa-run-id.
           write ovraud-record.
           close f-ovraud.

      * the report override is honored only with a checker's
      * approval - the card's REQUESTED-BY line names the maker, and
      * an unapproved card is refused with condition code 16 rather
      * than silently ignored, so the operator knows why.
       approve_report_override.
           move "report_override.txt" to ws-apr-file.
           move spaces to ws-apr-requester.
           open input f-rptovr.
           if ws-rptovr-fs = "00" then
               move 'N' to ws-apr-eof
               perform until ws-apr-eof = 'Y'
                   read f-rptovr at
                   end move 'Y' to ws-apr-eof
                   not at end
                       if rptovr-line(1:13) = "REQUESTED-BY "
                           move function trim(rptovr-line(14:))
                               to ws-apr-requester
                       end-if
               end-perform
               close f-rptovr
           end-if.
           perform check_override_approval.
           if ws-apr-ok = 1 then
               display "report override requested by "
                   function trim(ws-apr-requester) ", approved by "
                   function trim(ws-apr-approver)
               exit paragraph
           end-if.
           display "** report override refused - "
               function trim(ws-apr-reason)
               ". A second operator must approve it in "
               "../override_approvals.txt (see aoc-approvals).".
           move 16 to return-code.
           stop run.

      * look the card up in the approval register: same card, same
      * maker, a different operator as checker, not yet expired.
      * ws-apr-reason keeps the best explanation for a refusal.
       check_override_approval.
           move 0 to ws-apr-ok.
           move spaces to ws-apr-approver.
           if ws-apr-requester = spaces then
               move "the card names no REQUESTED-BY operator"
                   to ws-apr-reason
               exit paragraph
           end-if.
           move "no approval recorded for this card"
               to ws-apr-reason.
           move function current-date(1:12) to ws-apr-now.
           open input f-approvals.
           if ws-apr-fs not = "00" then
               exit paragraph
           end-if.
           move 'N' to ws-apr-eof.
           perform until ws-apr-eof = 'Y'
               read f-approvals at
               end move 'Y' to ws-apr-eof
               not at end
                   if apr-file = ws-apr-file
                       and apr-requested-by = ws-apr-requester
                       and ws-apr-ok = 0
                       move apr-expiry-date to ws-apr-expiry(1:8)
                       move apr-expiry-time to ws-apr-expiry(9:4)
                       if apr-expiry-time = spaces
                           move "2359" to ws-apr-expiry(9:4)
                       end-if
                       evaluate true
                           when apr-approved-by = spaces
                               or apr-approved-by = ws-apr-requester
                               move "the maker cannot approve their "
                                   & "own card" to ws-apr-reason
                           when ws-apr-expiry < ws-apr-now
                               move "the approval has expired"
                                   to ws-apr-reason
                           when other
                               move 1 to ws-apr-ok
                               move apr-approved-by
                                   to ws-apr-approver
                       end-evaluate
                   end-if
           end-perform.
           close f-approvals.

      * req 045: read the shared step registry into ws-reg-table -
      * same load/abend idiom as the driver.
       load_step_registry.
      * steps, not a day directory - skip them here.
                   if reg-day-dir not = spaces
                       and reg-day-dir not = "batch"
                       and reg-cont-of = spaces
                       add 1 to ws-reg-count
                       if ws-reg-count > 50
                           display "abend: step registry exceeds "
                   read f-ledger at
                   end move 'Y' to ws-eof
                   not at end
                       move ledger-env to ws-rec-env
                       perform check_record_environment
                       perform record_one_ledger_line
               end-perform
               close f-ledger
               delimited by size into csv-line.
           write csv-line.
           add 1 to ws-row-count.

      * stamp this build in the output build register under the run
      * the run-control card names - a day rerun finished after it
      * leaves this output describing the earlier answer.
       record_output_build.
           move spaces to ws-build-run-id.
           move spaces to ws-build-bus-date.
           open input f-runctl.
           if ws-runctl-fs = "00" then
               read f-runctl
                   at end continue
                   not at end
                       move runctl-run-id to ws-build-run-id
                       move runctl-bus-date to ws-build-bus-date
               end-read
               close f-runctl
           end-if.
           open extend f-builds.
           if ws-builds-fs = "35" then
               open output f-builds
           end-if.
           move "export_csv" to bld-output.
           move ws-build-run-id to bld-run-id.
           move ws-build-bus-date to bld-bus-date.
           move function current-date to ws-build-stamp.
           move ws-build-stamp(1:8) to bld-date.
           move ws-build-stamp(9:6) to bld-time.
           write build-record.
           close f-builds.

      * no card, or blank fields, is the home tree running PROD; a
      * card choosing another environment than this tree's means
      * this was started in the wrong directory - refuse.
       read_environment_card.
           open input f-envcard.
           if ws-envcard-fs = "00" then
               read f-envcard
                   at end continue
                   not at end
                       if envc-tree not = spaces
                           move envc-tree to ws-env
                       end-if
                       move envc-chosen to ws-env-chosen
               end-read
               close f-envcard
           end-if.
           if ws-env-chosen = spaces then
               move ws-env to ws-env-chosen
           end-if.
           if ws-env-chosen not = ws-env then
               display "aoc-export-csv: refusing to run - "
                   "the environment card chooses "
                   function trim(ws-env-chosen) " but this is the "
                   function trim(ws-env) " tree"
               move 12 to return-code
               stop run
           end-if.

      * a record from before environments were stamped is PROD's;
      * a record from any other environment is refused outright
      * rather than reported alongside this one's.
       check_record_environment.
           if ws-rec-env = spaces then
               move "PROD" to ws-rec-env
           end-if.
           if ws-rec-env not = ws-env then
               display "aoc-export-csv: refusing to mix "
                   "environments - a "
                   function trim(ws-rec-env) " record in the "
                   function trim(ws-env) " logs"
               move 12 to return-code
               stop run
           end-if.
