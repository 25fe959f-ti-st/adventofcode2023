      * environment staging and routing
      * every program resolves its files through fixed relative
      * paths (../input.txt, ../../batch/run_control.txt), so an
      * environment is a root directory laid out like the home tree
      * - its own batch/ and dayNN/ directories holding its own
      * inputs, masters, logs and control cards - and a run belongs
      * to whichever root it runs in. The environment card
      * (batch/environment.txt, copybooks/ENVCARD.cpy) chooses the
      * profile; environment_profiles.txt (copybooks/ENVPROF.cpy)
      * names each profile's root. When the card chooses anything
      * other than this tree, the driver and the harness hand over
      * to this program, which stages the chosen root - the current
      * sources, copybooks and run-services module copied in, as
      * aoc-replay does for its scratch tree, and the root's own
      * environment card written - and then runs the named program
      * (AOCENVPROG, driver or harness) inside it, passing its
      * condition code back. Nothing of this tree's data is copied:
      * the root's registry, control cards, masters and inputs are
      * that environment's own, and a root with no step registry is
      * refused as not yet populated. Run on its own it only
      * stages, so a new root can be prepared before it is loaded.
      * Condition code 12 for an unknown profile, a profile pointing
      * at the home tree, or an unpopulated root.
       identification division.
           program-id. aoc-environment.
           author. kayms.
      *
       environment division.
           input-output section.
           file-control.
           select f-envcard assign to "../environment.txt"
           organization is line sequential
           file status is ws-envcard-fs.
           select f-profiles assign to "../environment_profiles.txt"
           organization is line sequential
           file status is ws-prof-fs.
      * the chosen root's own card, and the probe for its registry.
           select f-rootcard assign to dynamic ws-rootcard-path
           organization is line sequential
           file status is ws-rootcard-fs.
           select f-probe assign to dynamic ws-probe-path
           organization is line sequential
           file status is ws-probe-fs.

       data division.
           file section.

           fd f-envcard.
           copy ENVCARD.

           fd f-profiles.
           copy ENVPROF.

           fd f-rootcard.
           01 rootcard-line pic x(16).

           fd f-probe.
           01 probe-line pic x(300).

           working-storage section.

           01 ws-envcard-fs pic xx.
           01 ws-prof-fs pic xx.
           01 ws-rootcard-fs pic xx.
           01 ws-probe-fs pic xx.
           01 ws-eof pic a(1).
           01 ws-rootcard-path pic x(250).
           01 ws-probe-path pic x(250).
           01 ws-command pic x(600).
           01 ws-rc pic s9(9).

           01 ws-env-tree pic x(8) value "PROD".
           01 ws-env-chosen pic x(8) value spaces.
           01 ws-env-program pic x(20) value spaces.
           01 ws-prof-found pic 9(1) value 0.
           01 ws-prof-root pic x(60).
      * the root as seen from batch/_tests_bin - an absolute root
      * as written, a relative one from the home tree's top.
           01 ws-root pic x(80).

       procedure division.

           accept ws-env-program from environment "AOCENVPROG".

           perform read_environment_card.
           if ws-env-chosen = ws-env-tree then
               display "aoc-environment: the card chooses "
                   function trim(ws-env-chosen)
                   ", which is this tree - nothing to stage"
               stop run
           end-if.

           perform find_profile.
           perform stage_root.

           if ws-env-program = spaces then
               display "aoc-environment: " function trim(ws-env-chosen)
                   " root " function trim(ws-root) " staged"
               stop run
           end-if.
           perform check_root_populated.

           display "aoc-environment: running "
               function trim(ws-env-program) " in the "
               function trim(ws-env-chosen) " root "
               function trim(ws-root).
           move spaces to ws-command.
           string "cd " function trim(ws-root) "/batch"
               " && mkdir -p _tests_bin"
               " && cobc -x -std=ibm -I ../copybooks"
               " -o _tests_bin/" function trim(ws-env-program)
               " " function trim(ws-env-program) ".cbl"
               " >> build.log 2>&1"
               " && cd _tests_bin && ./" function trim(ws-env-program)
               delimited by size into ws-command
           end-string.
           call "SYSTEM" using ws-command.
      * the shell hands back the exit status times 256.
           compute ws-rc = return-code / 256.
           display "aoc-environment: " function trim(ws-env-program)
               " in the " function trim(ws-env-chosen)
               " root ended with condition code " ws-rc.
           move ws-rc to return-code.
           stop run.

      * no card, or blank fields, is the home tree running PROD.
       read_environment_card.
           open input f-envcard.
           if ws-envcard-fs = "00" then
               read f-envcard
                   at end continue
                   not at end
                       if envc-tree not = spaces
                           move envc-tree to ws-env-tree
                       end-if
                       move envc-chosen to ws-env-chosen
               end-read
               close f-envcard
           end-if.
           if ws-env-chosen = spaces then
               move ws-env-tree to ws-env-chosen
           end-if.

       find_profile.
           open input f-profiles.
           if ws-prof-fs not = "00" then
               display "aoc-environment: no ../environment_profiles"
                   ".txt - the environment card chooses "
                   function trim(ws-env-chosen)
                   " and no profile says where that is"
               move 12 to return-code
               stop run
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read f-profiles at
               end move 'Y' to ws-eof
               not at end
                   if envp-name = ws-env-chosen
                       and ws-prof-found = 0
                       move 1 to ws-prof-found
                       move envp-root to ws-prof-root
                   end-if
           end-perform.
           close f-profiles.

           if ws-prof-found = 0 then
               display "aoc-environment: the environment card chooses "
                   function trim(ws-env-chosen)
                   " - no such profile in environment_profiles.txt"
               move 12 to return-code
               stop run
           end-if.
      * only the home tree's own environment may live in the home
      * tree - a profile sharing it would write into production.
           if ws-prof-root = spaces or ws-prof-root = "."
               or ws-prof-root = "./" then
               display "aoc-environment: profile "
                   function trim(ws-env-chosen)
                   " points at the home tree - refused, give it a "
                   "root of its own"
               move 12 to return-code
               stop run
           end-if.

           move spaces to ws-root.
           if ws-prof-root(1:1) = "/" then
               move ws-prof-root to ws-root
           else
               string "../../" function trim(ws-prof-root)
                   delimited by size into ws-root
           end-if.

      * the root's code is refreshed from this tree every time, so
      * an environment always runs the current programs; its data
      * is never touched here.
       stage_root.
           move spaces to ws-command.
           string "mkdir -p " function trim(ws-root) "/batch "
               function trim(ws-root) "/copybooks "
               function trim(ws-root) "/common"
               " && cp ../../copybooks/*.cpy "
               function trim(ws-root) "/copybooks/"
               " && cp ../../common/*.cbl "
               function trim(ws-root) "/common/"
               " && cp ../*.cbl " function trim(ws-root) "/batch/"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-command.
           string "cp -r ../samples " function trim(ws-root)
               "/batch/ 2>/dev/null; true"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

           move spaces to ws-command.
           string "for d in ../../day*/; do n=`basename $d`;"
               " mkdir -p " function trim(ws-root) "/$n"
               " && cp $d*.cbl " function trim(ws-root) "/$n/;"
               " done; true"
               delimited by size into ws-command.
           call "SYSTEM" using ws-command.

      * the root's own card names it both ways, so every program run
      * there stamps its records with this environment and none of
      * them sends the run anywhere else.
           move spaces to ws-rootcard-path.
           string function trim(ws-root) "/batch/environment.txt"
               delimited by size into ws-rootcard-path.
           open output f-rootcard.
           if ws-rootcard-fs not = "00" then
               display "aoc-environment: cannot write "
                   function trim(ws-rootcard-path)
                   " (status " ws-rootcard-fs ")"
               move 12 to return-code
               stop run
           end-if.
           move spaces to rootcard-line.
           move ws-env-chosen to rootcard-line(1:8).
           move ws-env-chosen to rootcard-line(9:8).
           write rootcard-line.
           close f-rootcard.

      * a root without its own step registry has not been loaded -
      * running it would find nothing, or worse, prompt someone to
      * copy production's files in by hand mid-run.
       check_root_populated.
           move spaces to ws-probe-path.
           string function trim(ws-root) "/batch/steps_registry.txt"
               delimited by size into ws-probe-path.
           open input f-probe.
           if ws-probe-fs not = "00" then
               display "aoc-environment: the "
                   function trim(ws-env-chosen) " root "
                   function trim(ws-root) " has no step registry - "
                   "load its registry, control cards and day inputs "
                   "first"
               move 12 to return-code
               stop run
           end-if.
           close f-probe.
