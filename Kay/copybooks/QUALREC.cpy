      * quality_metrics.txt - the exception log holds only the
      * failures; this holds the failures AND the denominators, so
      * "2 bad lines" can be read against 1000 records or against 10.
      * every record also carries the environment (PROD, QA,
      * TRAIN) it was written in, from the environment card -
      * reporting readers refuse records from another one.
           01 qual-record.
               02 qual-program          pic x(20).
               02 qual-day              pic x(6).
               02 qual-records-rejected pic 9(9).
               02 qual-run-id           pic x(12).
               02 qual-bus-date         pic x(8).
               02 qual-env              pic x(8).
