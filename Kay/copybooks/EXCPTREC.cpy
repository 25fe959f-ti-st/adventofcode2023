      * one line per data-quality issue found by any day program.
      * req 051: every record carries the batch run id and
      * business date issued by the driver's run-control card.
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 excpt-record.
               02 excpt-program     pic x(20).
               02 excpt-day         pic x(6).
               02 excpt-description pic x(100).
               02 excpt-run-id      pic x(12).
               02 excpt-bus-date    pic x(8).
               02 excpt-env         pic x(8).
