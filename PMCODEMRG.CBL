      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMCODEMRG.CBL
      *
      * Stand-alone sales-code merge and renumbering utility. When
      * a product line is re-coded, or two codes are merged, the
      * old code's history used to stay stuck under the old
      * file-key-code and the year-over-year and forecast figures
      * broke. This run takes a card of old-code/new-code mappings
      * and, for every year the old code holds, moves its record
      * to the new code on demofile.ism, budfile.ism and
      * demohist.ism - or, where the new code already has that
      * year, adds the two records together month by month. The
      * salesday.his detail is re-coded, democtl.ism close records
      * follow the code (a close the new code already has for the
      * year is kept), the old code is marked closed on
      * codemast.ism and the new code is created there from the
      * old one's description and commission fields if it is not
      * already on file.
      *
      * Every record touched is logged to demoaud.log under the
      * operator stamp PMCODMRG. Sales records carry MERGE, the
      * old key with its contents leaving (the same shape as a
      * delete) and the new key with its contents before and
      * after, so a point-in-time restore still follows them.
      * Budget, history, daily detail and close records carry
      * MERGEBU, MERGEHI, MERGEDY and MERGECT, so they are never
      * mistaken for demofile states.
      *
      * Every mapping is checked before anything is changed, and
      * the whole run is refused when any card is wrong: a blank
      * or unchanged code, an old code not on the code master, a
      * new code already closed there, a code mapped twice or
      * chained through two cards, or a target year that is
      * closed on democtl.ism for the new code (the exact
      * code-and-year record when one exists, otherwise the
      * blank-code global close). A month that would overflow when
      * two records are added together is left under the old code
      * and reported, and the old code then stays open on the
      * master. The listing on mrgrpt.lst shows record counts and
      * amounts for every code involved before and after the run,
      * file by file, and proves the amounts agree. Run it while
      * nobody is signed on to PMDEMO2, as the archive is.
      *
      * Parameter cards on codemap.dat, one per mapping: the old
      * code, the new code and the target year (blank for the
      * current year).
      *
      * The units sold on qtyfile.ism follow the code year by
      * year the same way, added together where the new code
      * already has the year; a month whose units would no
      * longer fit is left under the old code like an amount.
      * Units are not on the audit log, as they are not when
      * keyed in PMDEMO2. Their control totals are listed as
      * file UNITS, the units counted in the amount columns.
      *
      * A write, rewrite or delete that fails while a year is
      * being merged is listed as FAILED beside the lines marked
      * LEFT; the year stays under the old code where it can, the
      * control totals count the failures file by file and never
      * show such a file as agreed, and the run ends with rc 8.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "codemap.dat"
           organization is line sequential.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is dynamic.

           select optional BudFile assign "budfile.ism"
           organization is indexed
           record key is bud-record-key
           access is dynamic.

           select optional QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is dynamic.

           select optional HistFile assign "demohist.ism"
           organization is indexed
           record key is hist-record-key
           access is dynamic.

           select optional CtlFile assign "democtl.ism"
           organization is indexed
           record key is ctl-key
           access is dynamic.

           select optional MasterFile assign "codemast.ism"
           organization is indexed
           record key is master-code
           access is dynamic.

           select optional DetailFile assign "salesday.his"
           organization is sequential.

           select WorkDetailFile assign "salesday.new"
           organization is sequential.

           select AuditFile assign "demoaud.log"
           organization is sequential.

           select MergeReport assign "mrgrpt.lst"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-old-code            pic x(6).
           03 prm-new-code            pic x(6).
           03 prm-target-year         pic x(4).

       fd  PmFile.
           copy "PMFILE.CPY".

       fd  BudFile.
           copy "PMBUDGT.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  HistFile.
           copy "PMHIST.CPY".

       fd  CtlFile.
           copy "PMCTL.CPY".

       fd  MasterFile.
           copy "PMMAST.CPY".

       fd  DetailFile.
           copy "PMDAYTX.CPY".

       fd  WorkDetailFile.
       01  WorkDetailRecord           pic x(40).

       fd  AuditFile.
           copy "PMAUDIT.CPY".

       fd  MergeReport.
       01  report-line                pic x(80).

       working-storage section.

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  scan-eof-flag              pic x      value 'N'.
           88  scan-eof                          value 'Y'.

       01  detail-eof-flag            pic x      value 'N'.
           88  detail-eof                        value 'Y'.

       01  too-many-cards-flag        pic x      value 'N'.
           88  too-many-cards                    value 'Y'.

       01  year-closed-flag           pic x      value 'N'.
           88  check-year-closed                 value 'Y'.

       01  record-found-flag          pic x      value 'N'.
           88  record-found                      value 'Y'.

       01  overflow-flag              pic x      value 'N'.
           88  overflow-found                    value 'Y'.

       01  apply-failed-flag          pic x      value 'N'.
           88  apply-failed                      value 'Y'.

       01  totals-phase               pic x      value 'B'.
           88  before-phase                      value 'B'.
           88  after-phase                       value 'A'.

       78  max-mappings               value 50.
       78  max-codes                  value 100.
       78  max-years                  value 200.

       01  mapping-count              pic 99 comp-5 value 0.
       01  mapping-table.
           03  mapping-entry          occurs 50.
               05  map-old-code       pic x(6).
               05  map-new-code       pic x(6).
               05  map-year           pic x(4).
               05  map-reason         pic x(30).

       01  code-count                 pic 999 comp-5 value 0.
       01  code-table.
           03  code-entry             occurs 100.
               05  tot-code           pic x(6).
               05  tot-file           occurs 6.
                   07  tot-before-count   pic 9(7).
                   07  tot-before-amount  pic 9(11)v99 comp-3.
                   07  tot-after-count    pic 9(7).
                   07  tot-after-amount   pic 9(11)v99 comp-3.

       01  year-count                 pic 999 comp-5 value 0.
       01  year-table.
           03  year-entry             pic x(4) occurs 200.

       01  file-name-values.
           03                         pic x(8)   value "SALES".
           03                         pic x(8)   value "BUDGET".
           03                         pic x(8)   value "HISTORY".
           03                         pic x(8)   value "DAILY".
           03                         pic x(8)   value "CLOSE".
           03                         pic x(8)   value "UNITS".
       01  file-name-table redefines file-name-values.
           03  file-name              pic x(8)   occurs 6.

       01  map-index                  pic 99 comp-5.
       01  other-index                pic 999 comp-5.
       01  code-index                 pic 999 comp-5.
       01  year-index                 pic 999 comp-5.
       01  file-index                 pic 9 comp-5.
       01  month-index                pic 99 comp-5.

       01  scan-code                  pic x(6).
       01  find-code                  pic x(6).
       01  check-code                 pic x(6).
       01  check-year                 pic x(4).

       01  work-contents.
           03  work-amt               pic 9(7)v99 comp-3 occurs 12.
       01  moving-contents.
           03  moving-amt             pic 9(7)v99 comp-3 occurs 12.
       01  target-contents.
           03  target-amt             pic 9(7)v99 comp-3 occurs 12.
       01  result-contents.
           03  result-amt             pic 9(7)v99 comp-3 occurs 12.

       01  moving-units-contents.
           03  moving-units           pic 9(7) comp-3 occurs 12.
       01  target-units-contents.
           03  target-units           pic 9(7) comp-3 occurs 12.
       01  units-sum                  pic 9(8) comp-3.
       78  max-bucket-units           value 9999999.

       01  contents-amount            pic 9(9)v99 comp-3.
       01  month-sum                  pic 9(8)v99 comp-3.
       78  max-bucket-amount          value 9999999.99.

       01  saved-ctl-status           pic x.
       01  saved-ctl-stamp            pic x(14).

       01  all-before-count           pic 9(7).
       01  all-before-amount          pic 9(11)v99 comp-3.
       01  all-after-count            pic 9(7).
       01  all-after-amount           pic 9(11)v99 comp-3.

       01  mappings-refused           pic 9(5)   value 0.
       01  records-moved              pic 9(5)   value 0.
       01  records-added              pic 9(5)   value 0.
       01  records-left               pic 9(5)   value 0.
       01  closes-moved               pic 9(5)   value 0.
       01  closes-dropped             pic 9(5)   value 0.
       01  details-recoded            pic 9(7)   value 0.
       01  codes-created              pic 9(5)   value 0.
       01  codes-closed               pic 9(5)   value 0.
       01  codes-left-open            pic 9(5)   value 0.
       01  records-failed             pic 9(5)   value 0.
       01  file-fail-table.
           03  file-fail-count        pic 9(5)   occurs 6.

       01  merge-rc                   pic 9      value 0.

       01  today-date                 pic x(8).
       01  time-now                   pic x(8).
       01  run-stamp                  pic x(14).

       01  heading-line-1.
           03      pic x(32) value "SALES-CODE MERGE AND RENUMBER".
           03      pic x(7)  value "RUN AT ".
           03  hdg-run-stamp           pic x(14).
           03                          pic x(27) value spaces.
       01  mapping-line.
           03         pic x(8)  value "MAPPING ".
           03  mpl-old-code            pic x(6).
           03         pic x(4)  value " TO ".
           03  mpl-new-code            pic x(6).
           03         pic x(14) value "  TARGET YEAR ".
           03  mpl-year                pic x(4).
           03                          pic x(2)  value spaces.
           03  mpl-reason              pic x(30).
           03                          pic x(6)  value spaces.
       01  action-detail-line.
           03  act-text                pic x(8).
           03  act-file                pic x(9).
           03  act-old-key             pic x(10).
           03         pic x(4)  value " TO ".
           03  act-new-key             pic x(10).
           03                          pic x(2)  value spaces.
           03  act-note                pic x(37).
       01  total-heading-line.
           03         pic x(18) value "FILE    CODE".
           03         pic x(20) value "RECS   BEFORE AMOUNT".
           03         pic x(5)  value spaces.
           03         pic x(20) value "RECS    AFTER AMOUNT".
           03         pic x(2)  value spaces.
           03         pic x(5)  value "CHECK".
           03                          pic x(10) value spaces.
       01  total-line.
           03  tl-file                 pic x(8).
           03  tl-code                 pic x(7).
           03  tl-before-count         pic zzzzzz9.
           03                          pic x     value space.
           03  tl-before-amount        pic zzzzzzzzzz9.99.
           03                          pic x(2)  value spaces.
           03  tl-after-count          pic zzzzzz9.
           03                          pic x     value space.
           03  tl-after-amount         pic zzzzzzzzzz9.99.
           03                          pic x(2)  value spaces.
           03  tl-verdict              pic x(12).
           03                          pic x(5)  value spaces.
       01  fail-total-line.
           03  ftl-file                pic x(8).
           03                          pic x(7)  value "FAILED".
           03  ftl-count               pic zzzzzz9.
           03         pic x(40) value
               "  RECORDS NOT MERGED - SEE LINES FAILED".
           03                          pic x(18) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(32).
           03  sum-count-disp          pic zzzzzz9.
           03                          pic x(41) value spaces.
       01  result-line.
           03  result-text             pic x(60).
           03                          pic x(20) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-cards
           evaluate true
               when mapping-count = 0
                   move "NO MAPPING CARD - NOTHING DONE"
                                                  to result-text
                   perform put-result-line
                   move 8 to merge-rc
               when too-many-cards
                   move "MORE THAN 50 MAPPING CARDS - NOTHING DONE"
                                                  to result-text
                   perform put-result-line
                   move 8 to merge-rc
               when other
                   perform open-code-files
                   perform validate-mappings
                   if mappings-refused not = 0
                       move "RUN REFUSED - NOTHING CHANGED"
                                                  to result-text
                       perform put-result-line
                       move 8 to merge-rc
                   else
                       perform merge-all-mappings
                   end-if
                   perform close-code-files
           end-evaluate
           perform shut-down
           move merge-rc to return-code
           stop run.
      *---------------------------------------------------------*
       start-up section.
           open output MergeReport
           accept today-date from date yyyymmdd
           accept time-now from time
           move today-date to run-stamp(1:8)
           move time-now(1:6) to run-stamp(9:6)
           move run-stamp to hdg-run-stamp
           move heading-line-1 to report-line
           write report-line
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
      * A blank target year means the current calendar year.
      *---------------------------------------------------------*
       read-parameter-cards section.
           open input ParamFile
           perform read-one-card until param-eof
           close ParamFile.
      *---------------------------------------------------------*
       read-one-card section.
           read ParamFile
               at end
                   set param-eof to true
               not at end
                   if ParamRecord not = spaces
                       if mapping-count < max-mappings
                           add 1 to mapping-count
                           move prm-old-code
                                     to map-old-code(mapping-count)
                           move prm-new-code
                                     to map-new-code(mapping-count)
                           move prm-target-year
                                     to map-year(mapping-count)
                           if prm-target-year = spaces
                               move today-date(1:4)
                                     to map-year(mapping-count)
                           end-if
                           move spaces to map-reason(mapping-count)
                       else
                           set too-many-cards to true
                       end-if
                   end-if
           end-read.
      *---------------------------------------------------------*
       open-code-files section.
           open i-o PmFile
           open i-o BudFile
           open i-o QtyFile
           open i-o HistFile
           open i-o CtlFile
           open i-o MasterFile.
      *---------------------------------------------------------*
       close-code-files section.
           close PmFile
           close BudFile
           close QtyFile
           close HistFile
           close CtlFile
           close MasterFile.
      *---------------------------------------------------------*
      * Every card is checked, and listed with its reason, before
      * a single record is changed: one wrong card refuses the
      * whole run.
      *---------------------------------------------------------*
       validate-mappings section.
           perform varying map-index from 1 by 1 until
                   map-index > mapping-count
               perform validate-one-mapping
               move map-old-code(map-index) to mpl-old-code
               move map-new-code(map-index) to mpl-new-code
               move map-year(map-index) to mpl-year
               move map-reason(map-index) to mpl-reason
               move mapping-line to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
       validate-one-mapping section.
           evaluate true
               when map-old-code(map-index) = spaces
                 or map-new-code(map-index) = spaces
                   move "OLD OR NEW CODE BLANK"
                                       to map-reason(map-index)
               when map-old-code(map-index) = map-new-code(map-index)
                   move "OLD AND NEW CODE THE SAME"
                                       to map-reason(map-index)
               when map-year(map-index) not numeric
                   move "TARGET YEAR NOT NUMERIC"
                                       to map-reason(map-index)
               when other
                   perform check-mapping-codes
           end-evaluate
           if map-reason(map-index) not = spaces
               add 1 to mappings-refused
           end-if.
      *---------------------------------------------------------*
       check-mapping-codes section.
           move map-old-code(map-index) to master-code
           read MasterFile
               invalid key
                   move "OLD CODE NOT ON CODE MASTER"
                                       to map-reason(map-index)
           end-read
           if map-reason(map-index) = spaces
               move map-new-code(map-index) to master-code
               read MasterFile
                   invalid key
                       continue
                   not invalid key
                       if master-closed
                           move "NEW CODE CLOSED ON CODE MASTER"
                                       to map-reason(map-index)
                       end-if
               end-read
           end-if
           if map-reason(map-index) = spaces
               perform check-mapping-clash
           end-if
           if map-reason(map-index) = spaces
               move map-new-code(map-index) to check-code
               move map-year(map-index) to check-year
               perform check-period-closed
               if check-year-closed
                   move "TARGET YEAR CLOSED FOR NEW CODE"
                                       to map-reason(map-index)
               end-if
           end-if.
      *---------------------------------------------------------*
      * Two cards for the same old code, or a code that is old on
      * one card and new on another, would make the result depend
      * on card order, so both are refused.
      *---------------------------------------------------------*
       check-mapping-clash section.
           perform varying other-index from 1 by 1 until
                   other-index > mapping-count
               if other-index not = map-index
                   if map-old-code(other-index) =
                                         map-old-code(map-index)
                       move "OLD CODE MAPPED MORE THAN ONCE"
                                       to map-reason(map-index)
                   end-if
                   if map-new-code(other-index) =
                                         map-old-code(map-index)
                      or map-old-code(other-index) =
                                         map-new-code(map-index)
                       move "CODE IS BOTH OLD AND NEW"
                                       to map-reason(map-index)
                   end-if
               end-if
           end-perform.
      *---------------------------------------------------------*
      * The control record for the exact code and year is
      * authoritative when it exists, and the blank-code global
      * record is consulted only when there is none - the same
      * rule PMDEMO2's check-period-closed applies.
      *---------------------------------------------------------*
       check-period-closed section.
           move 'N' to year-closed-flag
           move check-code to ctl-code
           move check-year to ctl-year
           read CtlFile
               invalid key
                   move spaces to ctl-code
                   read CtlFile
                       invalid key
                           continue
                       not invalid key
                           perform note-if-closed
                   end-read
               not invalid key
                   perform note-if-closed
           end-read.
      *---------------------------------------------------------*
       note-if-closed section.
           if ctl-period-closed
               set check-year-closed to true
           end-if.
      *---------------------------------------------------------*
       merge-all-mappings section.
           open extend AuditFile
           initialize file-fail-table
           perform varying map-index from 1 by 1 until
                   map-index > mapping-count
               move map-old-code(map-index) to find-code
               perform add-code-entry
               move map-new-code(map-index) to find-code
               perform add-code-entry
           end-perform
           set before-phase to true
           perform take-control-totals
           perform varying map-index from 1 by 1 until
                   map-index > mapping-count
               perform merge-sales-years
               perform merge-budget-years
               perform merge-units-years
               perform merge-history-years
               perform move-close-records
               perform add-new-code-to-master
           end-perform
           perform recode-daily-detail
           set after-phase to true
           perform take-control-totals
           perform close-old-codes
           close AuditFile
           perform print-control-totals
           perform print-summary.
      *---------------------------------------------------------*
       add-code-entry section.
           perform find-code-entry
           if code-index = 0
              and code-count < max-codes
               add 1 to code-count
               initialize code-entry(code-count)
               move find-code to tot-code(code-count)
           end-if.
      *---------------------------------------------------------*
       find-code-entry section.
           move 0 to code-index
           perform varying other-index from 1 by 1 until
                   other-index > code-count
                   or code-index not = 0
               if tot-code(other-index) = find-code
                   move other-index to code-index
               end-if
           end-perform.
      *---------------------------------------------------------*
      * The daily detail is counted in the re-coding pass itself,
      * as each record is read and written, so it is left out of
      * these indexed-file scans.
      *---------------------------------------------------------*
       take-control-totals section.
           perform varying code-index from 1 by 1 until
                   code-index > code-count
               move tot-code(code-index) to scan-code
               move 1 to file-index
               perform total-sales-code
               move 2 to file-index
               perform total-budget-code
               move 3 to file-index
               perform total-history-code
               move 5 to file-index
               perform total-close-code
               move 6 to file-index
               perform total-units-code
           end-perform.
      *---------------------------------------------------------*
       tally-work-contents section.
           move 0 to contents-amount
           perform varying month-index from 1 by 1 until
                   month-index > 12
               if work-amt(month-index) numeric
                   add work-amt(month-index) to contents-amount
               end-if
           end-perform
           if before-phase
               add 1 to tot-before-count(code-index, file-index)
               add contents-amount
                        to tot-before-amount(code-index, file-index)
           else
               add 1 to tot-after-count(code-index, file-index)
               add contents-amount
                        to tot-after-amount(code-index, file-index)
           end-if.
      *---------------------------------------------------------*
      * Adds the record moving across to the new code's record
      * month by month. A month that would no longer fit the
      * bucket leaves the whole year under the old code.
      *---------------------------------------------------------*
       add-contents-together section.
           move 'N' to overflow-flag
           perform varying month-index from 1 by 1 until
                   month-index > 12
               move 0 to month-sum
               if moving-amt(month-index) numeric
                   add moving-amt(month-index) to month-sum
               end-if
               if target-amt(month-index) numeric
                   add target-amt(month-index) to month-sum
               end-if
               if month-sum > max-bucket-amount
                   set overflow-found to true
               else
                   move month-sum to result-amt(month-index)
               end-if
           end-perform.
      *---------------------------------------------------------*
       put-action-line section.
           move file-name(file-index) to act-file
           move action-detail-line to report-line
           write report-line.
      *---------------------------------------------------------*
      * A record that could not be written, rewritten or deleted.
      * The caller has the note ready in act-note.
      *---------------------------------------------------------*
       note-apply-failed section.
           set apply-failed to true
           add 1 to records-failed
           add 1 to file-fail-count(file-index)
           move 8 to merge-rc
           move "FAILED" to act-text
           perform put-action-line.
      *---------------------------------------------------------*
       note-year-left section.
           add 1 to records-left
           move 8 to merge-rc
           move "LEFT" to act-text
           move "ADDED MONTH WOULD OVERFLOW" to act-note
           perform put-action-line.
      *---------------------------------------------------------*
       write-audit-entry section.
           move run-stamp to audit-timestamp
           move "PMCODMRG" to audit-operator
           write AuditRecord.
      *---------------------------------------------------------*
      * Sales records on demofile.ism. The old code's years are
      * collected first, so the reads and writes on the new code
      * do not disturb the scan.
      *---------------------------------------------------------*
       total-sales-code section.
           perform start-sales-scan
           perform tally-sales-record until scan-eof.
      *---------------------------------------------------------*
       tally-sales-record section.
           move file-field-contents to work-contents
           perform tally-work-contents
           perform read-next-sales.
      *---------------------------------------------------------*
       start-sales-scan section.
           move 'N' to scan-eof-flag
           move scan-code to file-key-code
           move low-values to file-key-year
           start PmFile key is not less than file-record-key
               invalid key
                   set scan-eof to true
           end-start
           perform read-next-sales.
      *---------------------------------------------------------*
       read-next-sales section.
           if not scan-eof
               read PmFile next record
                   at end
                       set scan-eof to true
                   not at end
                       if file-key-code not = scan-code
                           set scan-eof to true
                       end-if
               end-read
           end-if.
      *---------------------------------------------------------*
       collect-sales-years section.
           move 0 to year-count
           perform start-sales-scan
           perform store-sales-year until scan-eof.
      *---------------------------------------------------------*
       store-sales-year section.
           if year-count < max-years
               add 1 to year-count
               move file-key-year to year-entry(year-count)
           end-if
           perform read-next-sales.
      *---------------------------------------------------------*
       merge-sales-years section.
           move 1 to file-index
           move map-old-code(map-index) to scan-code
           perform collect-sales-years
           perform varying year-index from 1 by 1 until
                   year-index > year-count
               perform merge-one-sales-year
           end-perform.
      *---------------------------------------------------------*
       merge-one-sales-year section.
           move 'N' to record-found-flag
           move 'N' to overflow-flag
           move 'N' to apply-failed-flag
           move map-old-code(map-index) to file-key-code
           move year-entry(year-index) to file-key-year
           move file-record-key to act-old-key
           read PmFile
               invalid key
                   continue
               not invalid key
                   set record-found to true
           end-read
           if record-found
               move file-field-contents to moving-contents
               move map-new-code(map-index) to file-key-code
               move file-record-key to act-new-key
               move spaces to act-note
               read PmFile
                   invalid key
                       perform write-new-sales-record
                   not invalid key
                       perform add-into-sales-record
               end-read
               if not overflow-found and not apply-failed
                   perform delete-old-sales-record
               end-if
           end-if.
      *---------------------------------------------------------*
       write-new-sales-record section.
           move moving-contents to file-field-contents
           write PmFileRecord
               invalid key
                   move "WRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                   perform note-apply-failed
           end-write
           if not apply-failed
               move file-record-key to audit-key
               move "MERGE" to audit-action
               move low-values to audit-old-contents
               move file-field-contents to audit-new-contents
               perform write-audit-entry
               add 1 to records-moved
               move "MOVED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       add-into-sales-record section.
           move file-field-contents to target-contents
           perform add-contents-together
           if overflow-found
               perform note-year-left
           else
               move result-contents to file-field-contents
               rewrite PmFileRecord
                   invalid key
                       move "REWRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                       perform note-apply-failed
               end-rewrite
           end-if
           if not overflow-found and not apply-failed
               move file-record-key to audit-key
               move "MERGE" to audit-action
               move target-contents to audit-old-contents
               move result-contents to audit-new-contents
               perform write-audit-entry
               add 1 to records-added
               move "ADDED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       delete-old-sales-record section.
           move map-old-code(map-index) to file-key-code
           move year-entry(year-index) to file-key-year
           delete PmFile record
               invalid key
                   move "DELETE FAILED - OLD RECORD REMAINS"
                                                  to act-note
                   perform note-apply-failed
           end-delete
           if not apply-failed
               move file-record-key to audit-key
               move "MERGE" to audit-action
               move moving-contents to audit-old-contents
               move low-values to audit-new-contents
               perform write-audit-entry
           end-if.
      *---------------------------------------------------------*
      * Budget records on budfile.ism, handled the same way.
      *---------------------------------------------------------*
       total-budget-code section.
           perform start-budget-scan
           perform tally-budget-record until scan-eof.
      *---------------------------------------------------------*
       tally-budget-record section.
           move bud-field-contents to work-contents
           perform tally-work-contents
           perform read-next-budget.
      *---------------------------------------------------------*
       start-budget-scan section.
           move 'N' to scan-eof-flag
           move scan-code to bud-key-code
           move low-values to bud-key-year
           start BudFile key is not less than bud-record-key
               invalid key
                   set scan-eof to true
           end-start
           perform read-next-budget.
      *---------------------------------------------------------*
       read-next-budget section.
           if not scan-eof
               read BudFile next record
                   at end
                       set scan-eof to true
                   not at end
                       if bud-key-code not = scan-code
                           set scan-eof to true
                       end-if
               end-read
           end-if.
      *---------------------------------------------------------*
       collect-budget-years section.
           move 0 to year-count
           perform start-budget-scan
           perform store-budget-year until scan-eof.
      *---------------------------------------------------------*
       store-budget-year section.
           if year-count < max-years
               add 1 to year-count
               move bud-key-year to year-entry(year-count)
           end-if
           perform read-next-budget.
      *---------------------------------------------------------*
       merge-budget-years section.
           move 2 to file-index
           move map-old-code(map-index) to scan-code
           perform collect-budget-years
           perform varying year-index from 1 by 1 until
                   year-index > year-count
               perform merge-one-budget-year
           end-perform.
      *---------------------------------------------------------*
       merge-one-budget-year section.
           move 'N' to record-found-flag
           move 'N' to overflow-flag
           move 'N' to apply-failed-flag
           move map-old-code(map-index) to bud-key-code
           move year-entry(year-index) to bud-key-year
           move bud-record-key to act-old-key
           read BudFile
               invalid key
                   continue
               not invalid key
                   set record-found to true
           end-read
           if record-found
               move bud-field-contents to moving-contents
               move map-new-code(map-index) to bud-key-code
               move bud-record-key to act-new-key
               move spaces to act-note
               read BudFile
                   invalid key
                       perform write-new-budget-record
                   not invalid key
                       perform add-into-budget-record
               end-read
               if not overflow-found and not apply-failed
                   perform delete-old-budget-record
               end-if
           end-if.
      *---------------------------------------------------------*
       write-new-budget-record section.
           move moving-contents to bud-field-contents
           write BudFileRecord
               invalid key
                   move "WRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                   perform note-apply-failed
           end-write
           if not apply-failed
               move bud-record-key to audit-key
               move "MERGEBU" to audit-action
               move low-values to audit-old-contents
               move bud-field-contents to audit-new-contents
               perform write-audit-entry
               add 1 to records-moved
               move "MOVED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       add-into-budget-record section.
           move bud-field-contents to target-contents
           perform add-contents-together
           if overflow-found
               perform note-year-left
           else
               move result-contents to bud-field-contents
               rewrite BudFileRecord
                   invalid key
                       move "REWRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                       perform note-apply-failed
               end-rewrite
           end-if
           if not overflow-found and not apply-failed
               move bud-record-key to audit-key
               move "MERGEBU" to audit-action
               move target-contents to audit-old-contents
               move result-contents to audit-new-contents
               perform write-audit-entry
               add 1 to records-added
               move "ADDED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       delete-old-budget-record section.
           move map-old-code(map-index) to bud-key-code
           move year-entry(year-index) to bud-key-year
           delete BudFile record
               invalid key
                   move "DELETE FAILED - OLD RECORD REMAINS"
                                                  to act-note
                   perform note-apply-failed
           end-delete
           if not apply-failed
               move bud-record-key to audit-key
               move "MERGEBU" to audit-action
               move moving-contents to audit-old-contents
               move low-values to audit-new-contents
               perform write-audit-entry
           end-if.
      *---------------------------------------------------------*
      * Units sold on qtyfile.ism, handled the same way but with
      * no audit entries; the units go through the amount side of
      * the control totals.
      *---------------------------------------------------------*
       total-units-code section.
           perform start-units-scan
           perform tally-units-record until scan-eof.
      *---------------------------------------------------------*
       tally-units-record section.
           move 0 to contents-amount
           perform varying month-index from 1 by 1 until
                   month-index > 12
               if qty-month-units(month-index) numeric
                   add qty-month-units(month-index) to contents-amount
               end-if
           end-perform
           if before-phase
               add 1 to tot-before-count(code-index, file-index)
               add contents-amount
                        to tot-before-amount(code-index, file-index)
           else
               add 1 to tot-after-count(code-index, file-index)
               add contents-amount
                        to tot-after-amount(code-index, file-index)
           end-if
           perform read-next-units.
      *---------------------------------------------------------*
       start-units-scan section.
           move 'N' to scan-eof-flag
           move scan-code to qty-key-code
           move low-values to qty-key-year
           start QtyFile key is not less than qty-record-key
               invalid key
                   set scan-eof to true
           end-start
           perform read-next-units.
      *---------------------------------------------------------*
       read-next-units section.
           if not scan-eof
               read QtyFile next record
                   at end
                       set scan-eof to true
                   not at end
                       if qty-key-code not = scan-code
                           set scan-eof to true
                       end-if
               end-read
           end-if.
      *---------------------------------------------------------*
       collect-units-years section.
           move 0 to year-count
           perform start-units-scan
           perform store-units-year until scan-eof.
      *---------------------------------------------------------*
       store-units-year section.
           if year-count < max-years
               add 1 to year-count
               move qty-key-year to year-entry(year-count)
           end-if
           perform read-next-units.
      *---------------------------------------------------------*
       merge-units-years section.
           move 6 to file-index
           move map-old-code(map-index) to scan-code
           perform collect-units-years
           perform varying year-index from 1 by 1 until
                   year-index > year-count
               perform merge-one-units-year
           end-perform.
      *---------------------------------------------------------*
       merge-one-units-year section.
           move 'N' to record-found-flag
           move 'N' to overflow-flag
           move 'N' to apply-failed-flag
           move map-old-code(map-index) to qty-key-code
           move year-entry(year-index) to qty-key-year
           move qty-record-key to act-old-key
           read QtyFile
               invalid key
                   continue
               not invalid key
                   set record-found to true
           end-read
           if record-found
               move qty-field-contents to moving-units-contents
               move map-new-code(map-index) to qty-key-code
               move qty-record-key to act-new-key
               move spaces to act-note
               read QtyFile
                   invalid key
                       perform write-new-units-record
                   not invalid key
                       perform add-into-units-record
               end-read
               if not overflow-found and not apply-failed
                   move map-old-code(map-index) to qty-key-code
                   move year-entry(year-index) to qty-key-year
                   delete QtyFile record
                       invalid key
                           move "DELETE FAILED - OLD RECORD REMAINS"
                                                  to act-note
                           perform note-apply-failed
                   end-delete
               end-if
           end-if.
      *---------------------------------------------------------*
       write-new-units-record section.
           move moving-units-contents to qty-field-contents
           write QtyFileRecord
               invalid key
                   move "WRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                   perform note-apply-failed
           end-write
           if not apply-failed
               add 1 to records-moved
               move "MOVED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       add-into-units-record section.
           move qty-field-contents to target-units-contents
           perform varying month-index from 1 by 1 until
                   month-index > 12
               move 0 to units-sum
               if moving-units(month-index) numeric
                   add moving-units(month-index) to units-sum
               end-if
               if target-units(month-index) numeric
                   add target-units(month-index) to units-sum
               end-if
               if units-sum > max-bucket-units
                   set overflow-found to true
               else
                   move units-sum to qty-month-units(month-index)
               end-if
           end-perform
           if overflow-found
               perform note-year-left
           else
               rewrite QtyFileRecord
                   invalid key
                       move "REWRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                       perform note-apply-failed
               end-rewrite
           end-if
           if not overflow-found and not apply-failed
               add 1 to records-added
               move "ADDED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
      * Archived years on demohist.ism, handled the same way.
      *---------------------------------------------------------*
       total-history-code section.
           perform start-history-scan
           perform tally-history-record until scan-eof.
      *---------------------------------------------------------*
       tally-history-record section.
           move hist-field-contents to work-contents
           perform tally-work-contents
           perform read-next-history.
      *---------------------------------------------------------*
       start-history-scan section.
           move 'N' to scan-eof-flag
           move scan-code to hist-key-code
           move low-values to hist-key-year
           start HistFile key is not less than hist-record-key
               invalid key
                   set scan-eof to true
           end-start
           perform read-next-history.
      *---------------------------------------------------------*
       read-next-history section.
           if not scan-eof
               read HistFile next record
                   at end
                       set scan-eof to true
                   not at end
                       if hist-key-code not = scan-code
                           set scan-eof to true
                       end-if
               end-read
           end-if.
      *---------------------------------------------------------*
       collect-history-years section.
           move 0 to year-count
           perform start-history-scan
           perform store-history-year until scan-eof.
      *---------------------------------------------------------*
       store-history-year section.
           if year-count < max-years
               add 1 to year-count
               move hist-key-year to year-entry(year-count)
           end-if
           perform read-next-history.
      *---------------------------------------------------------*
       merge-history-years section.
           move 3 to file-index
           move map-old-code(map-index) to scan-code
           perform collect-history-years
           perform varying year-index from 1 by 1 until
                   year-index > year-count
               perform merge-one-history-year
           end-perform.
      *---------------------------------------------------------*
       merge-one-history-year section.
           move 'N' to record-found-flag
           move 'N' to overflow-flag
           move 'N' to apply-failed-flag
           move map-old-code(map-index) to hist-key-code
           move year-entry(year-index) to hist-key-year
           move hist-record-key to act-old-key
           read HistFile
               invalid key
                   continue
               not invalid key
                   set record-found to true
           end-read
           if record-found
               move hist-field-contents to moving-contents
               move map-new-code(map-index) to hist-key-code
               move hist-record-key to act-new-key
               move spaces to act-note
               read HistFile
                   invalid key
                       perform write-new-history-record
                   not invalid key
                       perform add-into-history-record
               end-read
               if not overflow-found and not apply-failed
                   perform delete-old-history-record
               end-if
           end-if.
      *---------------------------------------------------------*
       write-new-history-record section.
           move moving-contents to hist-field-contents
           write HistFileRecord
               invalid key
                   move "WRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                   perform note-apply-failed
           end-write
           if not apply-failed
               move hist-record-key to audit-key
               move "MERGEHI" to audit-action
               move low-values to audit-old-contents
               move hist-field-contents to audit-new-contents
               perform write-audit-entry
               add 1 to records-moved
               move "MOVED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       add-into-history-record section.
           move hist-field-contents to target-contents
           perform add-contents-together
           if overflow-found
               perform note-year-left
           else
               move result-contents to hist-field-contents
               rewrite HistFileRecord
                   invalid key
                       move "REWRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                       perform note-apply-failed
               end-rewrite
           end-if
           if not overflow-found and not apply-failed
               move hist-record-key to audit-key
               move "MERGEHI" to audit-action
               move target-contents to audit-old-contents
               move result-contents to audit-new-contents
               perform write-audit-entry
               add 1 to records-added
               move "ADDED" to act-text
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
       delete-old-history-record section.
           move map-old-code(map-index) to hist-key-code
           move year-entry(year-index) to hist-key-year
           delete HistFile record
               invalid key
                   move "DELETE FAILED - OLD RECORD REMAINS"
                                                  to act-note
                   perform note-apply-failed
           end-delete
           if not apply-failed
               move hist-record-key to audit-key
               move "MERGEHI" to audit-action
               move moving-contents to audit-old-contents
               move low-values to audit-new-contents
               perform write-audit-entry
           end-if.
      *---------------------------------------------------------*
      * Close records on democtl.ism follow the code. Where the
      * new code already has its own record for the year, that
      * one stands and the old code's record is dropped. Both
      * sides of a MERGECT entry are empty, as for CLOSE.
      *---------------------------------------------------------*
       total-close-code section.
           perform start-close-scan
           perform tally-close-record until scan-eof.
      *---------------------------------------------------------*
       tally-close-record section.
           if before-phase
               add 1 to tot-before-count(code-index, file-index)
           else
               add 1 to tot-after-count(code-index, file-index)
           end-if
           perform read-next-close.
      *---------------------------------------------------------*
       start-close-scan section.
           move 'N' to scan-eof-flag
           move scan-code to ctl-code
           move low-values to ctl-year
           start CtlFile key is not less than ctl-key
               invalid key
                   set scan-eof to true
           end-start
           perform read-next-close.
      *---------------------------------------------------------*
       read-next-close section.
           if not scan-eof
               read CtlFile next record
                   at end
                       set scan-eof to true
                   not at end
                       if ctl-code not = scan-code
                           set scan-eof to true
                       end-if
               end-read
           end-if.
      *---------------------------------------------------------*
       collect-close-years section.
           move 0 to year-count
           perform start-close-scan
           perform store-close-year until scan-eof.
      *---------------------------------------------------------*
       store-close-year section.
           if year-count < max-years
               add 1 to year-count
               move ctl-year to year-entry(year-count)
           end-if
           perform read-next-close.
      *---------------------------------------------------------*
       move-close-records section.
           move 5 to file-index
           move map-old-code(map-index) to scan-code
           perform collect-close-years
           perform varying year-index from 1 by 1 until
                   year-index > year-count
               perform move-one-close-record
           end-perform.
      *---------------------------------------------------------*
       move-one-close-record section.
           move 'N' to record-found-flag
           move map-old-code(map-index) to ctl-code
           move year-entry(year-index) to ctl-year
           move ctl-key to act-old-key
           read CtlFile
               invalid key
                   continue
               not invalid key
                   set record-found to true
           end-read
           if record-found
               move 'N' to apply-failed-flag
               move ctl-status to saved-ctl-status
               move ctl-stamp to saved-ctl-stamp
               move map-new-code(map-index) to ctl-code
               move ctl-key to act-new-key
               move map-old-code(map-index) to ctl-code
               delete CtlFile record
                   invalid key
                       move "DELETE FAILED - OLD RECORD REMAINS"
                                                  to act-note
                       perform note-apply-failed
               end-delete
               if not apply-failed
                   move ctl-key to audit-key
                   move "MERGECT" to audit-action
                   move low-values to audit-old-contents
                   move low-values to audit-new-contents
                   perform write-audit-entry
                   move map-new-code(map-index) to ctl-code
                   read CtlFile
                       invalid key
                           perform write-moved-close-record
                       not invalid key
                           add 1 to closes-dropped
                           move "DROPPED" to act-text
                           move "NEW CODE HAS ITS OWN CLOSE RECORD"
                                                  to act-note
                           perform put-action-line
                   end-read
               end-if
           end-if.
      *---------------------------------------------------------*
      * A close that cannot be written under the new code is put
      * back under the old one rather than lost.
      *---------------------------------------------------------*
       write-moved-close-record section.
           move saved-ctl-status to ctl-status
           move saved-ctl-stamp to ctl-stamp
           write PeriodCtlRecord
               invalid key
                   move "WRITE FAILED - LEFT UNDER OLD CODE"
                                                  to act-note
                   perform note-apply-failed
           end-write
           if apply-failed
               move map-old-code(map-index) to ctl-code
               write PeriodCtlRecord
               end-write
           else
               move ctl-key to audit-key
               perform write-audit-entry
               add 1 to closes-moved
               move "MOVED" to act-text
               move spaces to act-note
               perform put-action-line
           end-if.
      *---------------------------------------------------------*
      * The new code is created on the master from the old one's
      * description and commission fields when it is not already
      * there, so PMFILECHK finds every record it now holds.
      *---------------------------------------------------------*
       add-new-code-to-master section.
           move map-new-code(map-index) to master-code
           read MasterFile
               invalid key
                   move map-old-code(map-index) to master-code
                   read MasterFile
                   end-read
                   move map-new-code(map-index) to master-code
                   set master-active to true
                   write CodeMasterRecord
                   end-write
                   add 1 to codes-created
                   move "CREATED" to act-text
                   move "MASTER" to act-file
                   move map-old-code(map-index) to act-old-key
                   move map-new-code(map-index) to act-new-key
                   move spaces to act-note
                   move action-detail-line to report-line
                   write report-line
           end-read.
      *---------------------------------------------------------*
      * salesday.his is re-coded through a work copy, which is
      * then copied back over the live file the same way PMAUDRPT
      * rewrites the audit log after a purge. Each re-coded detail
      * is logged under its new key with the amount in its month.
      *---------------------------------------------------------*
       recode-daily-detail section.
           move 4 to file-index
           open input DetailFile
           open output WorkDetailFile
           move 'N' to detail-eof-flag
           perform recode-one-detail until detail-eof
           close DetailFile
           close WorkDetailFile
           if details-recoded not = 0
               perform rewrite-daily-detail
           end-if.
      *---------------------------------------------------------*
       recode-one-detail section.
           read DetailFile
               at end
                   set detail-eof to true
               not at end
                   set before-phase to true
                   perform tally-detail-record
                   perform varying other-index from 1 by 1 until
                           other-index > mapping-count
                       if day-code = map-old-code(other-index)
                           perform recode-detail-record
                       end-if
                   end-perform
                   set after-phase to true
                   perform tally-detail-record
                   move DayDetailRecord to WorkDetailRecord
                   write WorkDetailRecord
           end-read.
      *---------------------------------------------------------*
       tally-detail-record section.
           move day-code to find-code
           perform find-code-entry
           if code-index not = 0
               initialize work-contents
               move day-amount to work-amt(1)
               perform tally-work-contents
           end-if.
      *---------------------------------------------------------*
       recode-detail-record section.
           move map-new-code(other-index) to day-code
           initialize audit-old-contents
           if day-month numeric
              and day-month > 0
              and day-month < 13
               move day-amount to audit-old-amt(day-month)
           end-if
           move audit-old-contents to audit-new-contents
           move day-code to audit-key(1:6)
           move day-year to audit-key(7:4)
           move "MERGEDY" to audit-action
           perform write-audit-entry
           add 1 to details-recoded.
      *---------------------------------------------------------*
       rewrite-daily-detail section.
           open input WorkDetailFile
           open output DetailFile
           move 'N' to detail-eof-flag
           perform copy-recoded-detail until detail-eof
           close WorkDetailFile
           close DetailFile.
      *---------------------------------------------------------*
       copy-recoded-detail section.
           read WorkDetailFile
               at end
                   set detail-eof to true
               not at end
                   move WorkDetailRecord to DayDetailRecord
                   write DayDetailRecord
           end-read.
      *---------------------------------------------------------*
      * The old code is closed on the master only once nothing is
      * left under it; a year left behind keeps it open, units
      * year included, so no units are stranded under a closed
      * code.
      *---------------------------------------------------------*
       close-old-codes section.
           perform varying map-index from 1 by 1 until
                   map-index > mapping-count
               move map-old-code(map-index) to find-code
               perform find-code-entry
               move map-old-code(map-index) to act-old-key
               move spaces to act-new-key
               move "MASTER" to act-file
               if tot-after-count(code-index, 1) = 0
                  and tot-after-count(code-index, 2) = 0
                  and tot-after-count(code-index, 3) = 0
                  and tot-after-count(code-index, 6) = 0
                   move map-old-code(map-index) to master-code
                   read MasterFile
                   end-read
                   set master-closed to true
                   rewrite CodeMasterRecord
                   end-rewrite
                   add 1 to codes-closed
                   move "CLOSED" to act-text
                   move spaces to act-note
               else
                   add 1 to codes-left-open
                   move 8 to merge-rc
                   move "LEFT" to act-text
                   move "OPEN - RECORDS STILL UNDER OLD CODE"
                                                  to act-note
               end-if
               move action-detail-line to report-line
               write report-line
           end-perform.
      *---------------------------------------------------------*
      * Record counts fall where two years are added together,
      * but the amounts across all the codes involved must be
      * the same after the run as before it, file by file.
      *---------------------------------------------------------*
       print-control-totals section.
           move spaces to report-line
           write report-line
           move total-heading-line to report-line
           write report-line
           perform varying file-index from 1 by 1 until
                   file-index > 6
               perform print-file-totals
           end-perform.
      *---------------------------------------------------------*
       print-file-totals section.
           move 0 to all-before-count
           move 0 to all-before-amount
           move 0 to all-after-count
           move 0 to all-after-amount
           move spaces to report-line
           write report-line
           perform varying code-index from 1 by 1 until
                   code-index > code-count
               move file-name(file-index) to tl-file
               move tot-code(code-index) to tl-code
               move tot-before-count(code-index, file-index)
                                              to tl-before-count
               move tot-before-amount(code-index, file-index)
                                              to tl-before-amount
               move tot-after-count(code-index, file-index)
                                              to tl-after-count
               move tot-after-amount(code-index, file-index)
                                              to tl-after-amount
               move spaces to tl-verdict
               move total-line to report-line
               write report-line
               add tot-before-count(code-index, file-index)
                                              to all-before-count
               add tot-before-amount(code-index, file-index)
                                              to all-before-amount
               add tot-after-count(code-index, file-index)
                                              to all-after-count
               add tot-after-amount(code-index, file-index)
                                              to all-after-amount
           end-perform
           move file-name(file-index) to tl-file
           move "ALL" to tl-code
           move all-before-count to tl-before-count
           move all-before-amount to tl-before-amount
           move all-after-count to tl-after-count
           move all-after-amount to tl-after-amount
           evaluate true
               when all-after-amount not = all-before-amount
                   move "NOT AGREED" to tl-verdict
                   move 8 to merge-rc
               when file-fail-count(file-index) not = 0
                   move "FAILURES" to tl-verdict
               when other
                   move "AGREED" to tl-verdict
           end-evaluate
           move total-line to report-line
           write report-line
           if file-fail-count(file-index) not = 0
               move file-name(file-index) to ftl-file
               move file-fail-count(file-index) to ftl-count
               move fail-total-line to report-line
               write report-line
           end-if.
      *---------------------------------------------------------*
       print-summary section.
           move spaces to report-line
           write report-line
           move "RECORDS MOVED TO NEW CODE" to sum-count-label
           move records-moved to sum-count-disp
           perform put-summary-count
           move "RECORDS ADDED INTO NEW CODE" to sum-count-label
           move records-added to sum-count-disp
           perform put-summary-count
           move "RECORDS LEFT - OVERFLOW" to sum-count-label
           move records-left to sum-count-disp
           perform put-summary-count
           move "CLOSE RECORDS MOVED" to sum-count-label
           move closes-moved to sum-count-disp
           perform put-summary-count
           move "CLOSE RECORDS DROPPED" to sum-count-label
           move closes-dropped to sum-count-disp
           perform put-summary-count
           move "DAILY DETAILS RE-CODED" to sum-count-label
           move details-recoded to sum-count-disp
           perform put-summary-count
           move "CODES CREATED ON MASTER" to sum-count-label
           move codes-created to sum-count-disp
           perform put-summary-count
           move "OLD CODES CLOSED ON MASTER" to sum-count-label
           move codes-closed to sum-count-disp
           perform put-summary-count
           move "OLD CODES LEFT OPEN" to sum-count-label
           move codes-left-open to sum-count-disp
           perform put-summary-count
           move "RECORDS FAILED - NOT MERGED" to sum-count-label
           move records-failed to sum-count-disp
           perform put-summary-count
           move spaces to report-line
           write report-line
           evaluate true
               when merge-rc = 0
                   move "MERGE COMPLETE - CONTROL TOTALS AGREE"
                                                  to result-text
               when records-failed not = 0
                   move "MERGE FAILED - SEE LINES MARKED FAILED"
                                                  to result-text
               when other
                   move "MERGE INCOMPLETE - SEE LINES MARKED LEFT"
                                                  to result-text
           end-evaluate
           perform put-result-line.
      *---------------------------------------------------------*
       put-summary-count section.
           move summary-count-line to report-line
           write report-line.
      *---------------------------------------------------------*
       put-result-line section.
           move result-line to report-line
           write report-line.
      *---------------------------------------------------------*
       shut-down section.
           close MergeReport.
