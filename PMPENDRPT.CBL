      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMPENDRPT.CBL
      *
      * Stand-alone daily report of the changes waiting on
      * pendchg.ism (PMPEND.CPY) for a second operator to approve
      * or reject in PMDEMO2. One line per waiting change in the
      * order they were keyed - when, the code and year, whether it
      * is a change or a delete, who keyed it, and the year's total
      * before and after - with an asterisk against anything keyed
      * before today, so changes left over from an earlier day
      * stand out. A second part lists the changes decided today,
      * with the checker and, for a rejection, the reason given.
      *
      * Return code 4 when anything keyed before today is still
      * waiting.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional PendFile assign "pendchg.ism"
           organization is indexed
           record key is pend-key
           alternate record key is pend-record-key with duplicates
           access is sequential.

           select PendReport assign "pendrpt.lst"
           organization is line sequential.

       file section.
       fd  PendFile.
           copy "PMPEND.CPY".

       fd  PendReport.
       01  report-line                pic x(80).

       working-storage section.

       01  pend-eof-flag              pic x      value 'N'.
           88  pend-eof                          value 'Y'.

       01  today-date                 pic x(8).

       01  entries-read               pic 9(5)   value 0.
       01  waiting-count              pic 9(5)   value 0.
       01  overdue-count              pic 9(5)   value 0.
       01  approved-count             pic 9(5)   value 0.
       01  rejected-count             pic 9(5)   value 0.

       01  before-total               pic 9(9)v99 comp-3.
       01  after-total                pic 9(9)v99 comp-3.
       01  month-index                pic 99 comp-5.

       01  report-rc                  pic 9      value 0.

       01  heading-line-1.
           03      pic x(34) value "CHANGES AWAITING APPROVAL   DATE ".
           03  head-date.
               05  head-yyyy           pic x(4).
               05                      pic x     value "-".
               05  head-mm             pic x(2).
               05                      pic x     value "-".
               05  head-dd             pic x(2).
           03                          pic x(36) value spaces.
       01  column-heading.
           03                          pic x(18) value "KEYED".
           03                          pic x(13) value "CODE   YEAR".
           03                          pic x(8)  value "TYPE".
           03                          pic x(10) value "KEYED BY".
           03                          pic x(13) value "      BEFORE".
           03                          pic x(13) value "       AFTER".
           03                          pic x(5)  value spaces.
       01  waiting-line.
           03  wait-stamp.
               05  wait-yyyy           pic x(4).
               05                      pic x     value "-".
               05  wait-mm             pic x(2).
               05                      pic x     value "-".
               05  wait-dd             pic x(2).
               05                      pic x     value space.
               05  wait-hh             pic x(2).
               05                      pic x     value ":".
               05  wait-mi             pic x(2).
           03                          pic x(2)  value spaces.
           03  wait-code               pic x(6).
           03                          pic x     value space.
           03  wait-year               pic x(4).
           03                          pic x(2)  value spaces.
           03  wait-type               pic x(6).
           03                          pic x(2)  value spaces.
           03  wait-maker              pic x(8).
           03                          pic x(2)  value spaces.
           03  wait-before             pic zzzzzzzz9.99.
           03  wait-before-x redefines wait-before pic x(12).
           03                          pic x     value space.
           03  wait-after              pic zzzzzzzz9.99.
           03  wait-after-x redefines wait-after pic x(12).
           03                          pic x     value space.
           03  wait-overdue            pic x.
           03                          pic x(4)  value spaces.
       01  none-waiting-line.
           03         pic x(38) value
               "NO CHANGES ARE WAITING FOR APPROVAL   ".
           03                          pic x(42) value spaces.
       01  decided-heading.
           03         pic x(26) value "CHANGES DECIDED TODAY     ".
           03                          pic x(54) value spaces.
       01  decided-column-heading.
           03                          pic x(18) value "DECIDED".
           03                          pic x(13) value "CODE   YEAR".
           03                          pic x(10) value "DECISION".
           03                          pic x(10) value "CHECKER".
           03                          pic x(10) value "KEYED BY".
           03                          pic x(19) value spaces.
       01  decided-line.
           03  dec-stamp.
               05  dec-yyyy            pic x(4).
               05                      pic x     value "-".
               05  dec-mm              pic x(2).
               05                      pic x     value "-".
               05  dec-dd              pic x(2).
               05                      pic x     value space.
               05  dec-hh              pic x(2).
               05                      pic x     value ":".
               05  dec-mi              pic x(2).
           03                          pic x(2)  value spaces.
           03  dec-code                pic x(6).
           03                          pic x     value space.
           03  dec-year                pic x(4).
           03                          pic x(2)  value spaces.
           03  dec-decision            pic x(8).
           03                          pic x(2)  value spaces.
           03  dec-checker             pic x(8).
           03                          pic x(2)  value spaces.
           03  dec-maker               pic x(8).
           03                          pic x(21) value spaces.
       01  reason-line.
           03                          pic x(18) value spaces.
           03                          pic x(8)  value "REASON: ".
           03  reason-text             pic x(40).
           03                          pic x(14) value spaces.
       01  none-decided-line.
           03         pic x(38) value
               "NO CHANGES WERE DECIDED TODAY         ".
           03                          pic x(42) value spaces.
       01  overdue-note-line.
           03         pic x(40) value
               "* KEYED BEFORE TODAY AND STILL WAITING  ".
           03                          pic x(40) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(30).
           03  sum-count-disp          pic zzzz9.
           03                          pic x(45) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform list-waiting-changes
           perform list-decided-changes
           perform print-summary
           perform shut-down
           move report-rc to return-code
           stop run.
      *---------------------------------------------------------*
       start-up section.
           accept today-date from date yyyymmdd
           open output PendReport
           move today-date(1:4) to head-yyyy
           move today-date(5:2) to head-mm
           move today-date(7:2) to head-dd
           move heading-line-1 to report-line
           write report-line
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
      * pendchg.ism is keyed by the moment a change was keyed, so
      * a straight read lists the waiting changes oldest first.
      *---------------------------------------------------------*
       list-waiting-changes section.
           move column-heading to report-line
           write report-line
           open input PendFile
           move 'N' to pend-eof-flag
           perform read-next-pending
           perform list-one-waiting until pend-eof
           close PendFile
           if waiting-count = 0
               move none-waiting-line to report-line
               write report-line
           end-if
           if overdue-count > 0
               move spaces to report-line
               write report-line
               move overdue-note-line to report-line
               write report-line
               move 4 to report-rc
           end-if.
      *---------------------------------------------------------*
       list-one-waiting section.
           add 1 to entries-read
           if pend-waiting
               perform print-waiting-line
           end-if
           perform read-next-pending.
      *---------------------------------------------------------*
       print-waiting-line section.
           move pend-stamp(1:4) to wait-yyyy
           move pend-stamp(5:2) to wait-mm
           move pend-stamp(7:2) to wait-dd
           move pend-stamp(9:2) to wait-hh
           move pend-stamp(11:2) to wait-mi
           move pend-code to wait-code
           move pend-year to wait-year
           move pend-maker to wait-maker
           if pend-delete
               move "DELETE" to wait-type
           else
               move "CHANGE" to wait-type
           end-if
           if pend-old-contents = low-values
               move "    NEW" to wait-before-x
           else
               move 0 to before-total
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   add pend-old-amt(month-index) to before-total
               end-perform
               move before-total to wait-before
           end-if
           if pend-delete
               move spaces to wait-after-x
           else
               move 0 to after-total
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   add pend-new-amt(month-index) to after-total
               end-perform
               move after-total to wait-after
           end-if
           if pend-stamp(1:8) < today-date
               move "*" to wait-overdue
               add 1 to overdue-count
           else
               move space to wait-overdue
           end-if
           move waiting-line to report-line
           write report-line
           add 1 to waiting-count.
      *---------------------------------------------------------*
       list-decided-changes section.
           move spaces to report-line
           write report-line
           move decided-heading to report-line
           write report-line
           move decided-column-heading to report-line
           write report-line
           open input PendFile
           move 'N' to pend-eof-flag
           perform read-next-pending
           perform list-one-decided until pend-eof
           close PendFile
           if approved-count + rejected-count = 0
               move none-decided-line to report-line
               write report-line
           end-if.
      *---------------------------------------------------------*
       list-one-decided section.
           if not pend-waiting
              and pend-decided-stamp(1:8) = today-date
               perform print-decided-line
           end-if
           perform read-next-pending.
      *---------------------------------------------------------*
       print-decided-line section.
           move pend-decided-stamp(1:4) to dec-yyyy
           move pend-decided-stamp(5:2) to dec-mm
           move pend-decided-stamp(7:2) to dec-dd
           move pend-decided-stamp(9:2) to dec-hh
           move pend-decided-stamp(11:2) to dec-mi
           move pend-code to dec-code
           move pend-year to dec-year
           move pend-checker to dec-checker
           move pend-maker to dec-maker
           if pend-approved
               move "APPROVED" to dec-decision
               add 1 to approved-count
           else
               move "REJECTED" to dec-decision
               add 1 to rejected-count
           end-if
           move decided-line to report-line
           write report-line
           if pend-rejected
               move pend-reason to reason-text
               move reason-line to report-line
               write report-line
           end-if.
      *---------------------------------------------------------*
       read-next-pending section.
           read PendFile next record
               at end
                   set pend-eof to true
           end-read.
      *---------------------------------------------------------*
       print-summary section.
           move spaces to report-line
           write report-line
           move "PENDING FILE ENTRIES READ" to sum-count-label
           move entries-read to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "CHANGES WAITING" to sum-count-label
           move waiting-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "WAITING FROM AN EARLIER DAY" to sum-count-label
           move overdue-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "APPROVED TODAY" to sum-count-label
           move approved-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "REJECTED TODAY" to sum-count-label
           move rejected-count to sum-count-disp
           move summary-count-line to report-line
           write report-line.
      *---------------------------------------------------------*
       shut-down section.
           close PendReport.
