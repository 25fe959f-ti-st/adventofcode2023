      * downstream output dependency-map record layout
      * batch/output_dependencies.txt, one line per output and day
      * program it is derived from: od-output is the program that
      * builds the output (its batch source name, the name it
      * stamps in output_builds.txt), od-source the ledger program
      * whose answers feed it - ALLDAYS meaning every day program,
      * the same keyword the step registry's predecessor column
      * uses - and od-file the output itself, for the reports.
           01 outdep-record.
               02 od-output pic x(20).
               02 od-source pic x(20).
               02 od-file   pic x(30).
