      * burstable report catalog record layout
      * batch/burst_reports.txt, one line per day-level report the
      * report burster may put in a package: where it is and the
      * title it is listed under in a package's table of contents.
      * A DAY line in the distribution list takes every report
      * catalogued here for that day, in catalog order.
           01 rcat-record.
               02 rcat-day-dir pic x(10).
               02 rcat-file    pic x(30).
               02 rcat-title   pic x(40).
