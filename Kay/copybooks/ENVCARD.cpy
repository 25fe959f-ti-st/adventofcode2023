      * environment card record layout
      * batch/environment.txt, one line. envc-chosen names the
      * environment profile (batch/environment_profiles.txt) a run
      * is for; envc-tree names the environment whose root this
      * tree is. In the home tree envc-tree is PROD and the card
      * chooses - PROD runs here, anything else sends the driver and
      * the harness to that profile's root (staged by
      * aoc-environment, which writes the root its own card naming
      * it twice). A day or reporting program whose card chooses a
      * different environment from the tree it is running in
      * refuses to run, condition code 12 - that is a run in the
      * wrong working directory. No card, or blank fields, is PROD.
           01 envcard-record.
               02 envc-chosen pic x(8).
               02 envc-tree   pic x(8).
