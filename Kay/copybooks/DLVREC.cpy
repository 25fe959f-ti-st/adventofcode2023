      * outbound delivery register record layout
      * one line per (subscriber, run) delivery in
      * batch/delivery_register.txt, rewritten whole by aoc-delivery
      * on every invocation: what was sent, how many records, how
      * many times, when the acknowledgment is due, and where the
      * delivery stands - SENT, RESENT, ACKED or ALERTED (re-sent
      * once and still unacknowledged past its cut-off). aoc-alert
      * reads it back so an ALERTED feed survives the batch-end
      * rewrite of operator_alerts.txt.
           01 dlv-record.
               02 dlv-subscriber pic x(12).
               02 dlv-run-id     pic x(12).
               02 dlv-bus-date   pic x(8).
               02 dlv-file       pic x(60).
               02 dlv-records    pic 9(6).
               02 dlv-sends      pic 9(1).
               02 dlv-status     pic x(8).
               02 dlv-sent-date  pic x(8).
               02 dlv-sent-time  pic x(6).
               02 dlv-due-date   pic x(8).
               02 dlv-due-time   pic x(6).
               02 dlv-ack-date   pic x(8).
               02 dlv-ack-time   pic x(6).
