      * one line per final answer, appended by every day program.
      * req 051: every record carries the batch run id and
      * business date issued by the driver's run-control card.
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 ledger-record.
               02 ledger-program     pic x(20).
               02 ledger-day         pic x(6).
               02 ledger-value       pic 9(18).
               02 ledger-run-id      pic x(12).
               02 ledger-bus-date    pic x(8).
               02 ledger-env         pic x(8).
