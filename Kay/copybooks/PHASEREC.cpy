      * the phase that just ended and how many seconds it ran.
      * perf_log.txt says SEEDSRANGES took 700 seconds; this says
      * where they went.
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 phase-record.
               02 ph-program      pic x(20).
               02 ph-day          pic x(6).
               02 ph-elapsed-secs pic 9(9).
               02 ph-run-id       pic x(12).
               02 ph-bus-date     pic x(8).
               02 ph-env          pic x(8).
