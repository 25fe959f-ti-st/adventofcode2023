      * chargeback cost-center master record layout
      * one line per step in batch/cost_centers.txt, naming the
      * cost center that owns it and is charged for its runs. The
      * step is the registry's day-dir and program, as the driver
      * logs it; a program of "*" covers every step in that day-dir
      * not named on its own line (e.g. "batch      *" for the
      * reporting post steps). The first line naming a center
      * supplies its description.
      *   e.g. "day01      day01_1              CC-ENG   engineering"
           01 cost-center-record.
               02 cc-day-dir pic x(10).
               02 filler pic x(1).
               02 cc-program pic x(20).
               02 filler pic x(1).
               02 cc-center pic x(8).
               02 filler pic x(1).
               02 cc-name pic x(30).
