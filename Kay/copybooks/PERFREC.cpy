      * one line per run, appended by every day program.
      * req 051: every record carries the batch run id and
      * business date issued by the driver's run-control card.
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 perf-record.
               02 perf-program       pic x(20).
               02 perf-day           pic x(6).
               02 perf-elapsed-secs  pic 9(9).
               02 perf-run-id        pic x(12).
               02 perf-bus-date      pic x(8).
               02 perf-env           pic x(8).
