      * report distribution list record layout
      * batch/distribution_list.txt, one line per piece of the
      * morning report pack a recipient gets; a recipient's lines
      * together make up its package, in the order listed, and the
      * copy count is taken from its first line. dist-kind says what
      * dist-selector names:
      *   SECTION  a section of ops_report.txt, by the start of its
      *            heading (DAY ANSWERS, EXCEPTIONS, ...); VERDICT is
      *            the closing verdict banner, "*" the whole report
      *   DAY      every report burst_reports.txt catalogues for that
      *            day directory (day04)
      *   REPORT   one day-level report, day-dir/file
      *            (day04/settlement_report.txt)
           01 dist-record.
               02 dist-recipient pic x(12).
               02 dist-copies    pic 9(2).
               02 dist-kind      pic x(8).
               02 dist-selector  pic x(40).
