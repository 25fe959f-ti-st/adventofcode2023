      * runbook catalog record layout
      * batch/runbook_catalog.txt, one recommended action per line,
      * keyed the way the failure records are: an ABEND line on
      * program, paragraph, file status and condition code (the
      * abend_log.txt fields), an EXCPT line on program and a piece
      * of the exception description (matched anywhere in it). "*"
      * in any key field matches anything; the line with the most
      * specific key wins (program, then paragraph or pattern, then
      * file status, then condition code), the earlier line on a
      * tie. rb-rerun-safe is Y when simply rerunning the step is
      * safe once the action is taken, N when it is not.
           01 runbook-record.
               02 rb-kind        pic x(6).
               02 rb-program     pic x(20).
               02 rb-paragraph   pic x(30).
               02 rb-file-status pic x(2).
               02 rb-cond-code   pic x(2).
               02 rb-pattern     pic x(40).
               02 rb-rerun-safe  pic x(1).
               02 rb-contact     pic x(20).
               02 rb-action      pic x(100).
