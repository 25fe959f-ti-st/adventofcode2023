      * input supplier master record layout
      * batch/supplier_master.txt, one line per day directory: who
      * supplies that day's input drop and the time (hhmm, on the
      * drop's own date) it is agreed to arrive by. One supplier
      * may send several days' inputs, and answers for all of them
      * on the supplier scorecard.
           01 sup-record.
               02 sup-day-dir   pic x(10).
               02 sup-id        pic x(12).
               02 sup-name      pic x(30).
               02 sup-arrive-by pic x(4).
