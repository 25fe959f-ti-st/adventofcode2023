      * environment profile record layout
      * batch/environment_profiles.txt, one line per named
      * environment. envp-root is the directory holding that
      * environment's batch/ and dayNN/ directories - its own
      * inputs, masters, logs and control cards, laid out exactly as
      * in the home tree - either absolute or relative to the home
      * tree's top (the directory holding batch/). PROD is the home
      * tree itself, root "."; no other profile may point there.
           01 envprof-record.
               02 envp-name pic x(8).
               02 envp-root pic x(60).
               02 envp-desc pic x(40).
