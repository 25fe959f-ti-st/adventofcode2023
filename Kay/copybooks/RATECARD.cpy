      * chargeback rate card record layout
      * batch/chargeback_rates.txt: what a run costs - per elapsed
      * second, per record read and a flat charge per run, with
      * implied decimals. A line for a cost center prices that
      * center's runs; the "*" line prices everyone else.
      *   e.g. "*        0000500 0000100 0000025" is 0.05 a second,
      *        0.0001 a record and 0.25 a run.
           01 rate-card-record.
               02 rt-center pic x(8).
               02 filler pic x(1).
               02 rt-per-second pic 9(3)v9(4).
               02 filler pic x(1).
               02 rt-per-record pic 9(1)v9(6).
               02 filler pic x(1).
               02 rt-per-run pic 9(5)v9(2).
