      * (SKIPPED-NO-INPUT) from "program broke" (FAILED) at a glance.
      * req 051: every record carries the batch run id and
      * business date issued by the driver's run-control card.
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 drv-record.
               02 drv-program     pic x(20).
               02 drv-day         pic x(6).
               02 drv-outcome     pic x(20).
               02 drv-run-id      pic x(12).
               02 drv-bus-date    pic x(8).
               02 drv-env         pic x(8).
