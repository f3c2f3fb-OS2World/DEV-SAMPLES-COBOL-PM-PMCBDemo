      * file only. On OS/2 the LPT1 device belongs to the spooler,
      * so the P and B routes queue the report the same way
      * PMDEMO2's print-graph queues the graph.
      *
      * F in column 3 reports by fiscal year instead of calendar
      * year, using the start month and year names on the fiscal
      * calendar (fiscal.dat). A code's fiscal year is built from
      * the two calendar-year records it spans and listed under
      * the year's fiscal name; with the archive option, a fiscal
      * year that straddles the archive cutoff takes its opening
      * months from demohist.ism and is listed with the live
      * years. Asked for fiscal years with no usable calendar, the
      * report lists calendar years, notes it on the totals page
      * and ends with return code 4.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
           select optional ParamFile assign "salparm.dat"
           organization is line sequential.

           select optional FiscalFile assign "fiscal.dat"
           organization is line sequential.

      *    Both sales files are dynamic for the fiscal option, which
      *    looks across the archive cutoff at random.
           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is dynamic.

           select optional MasterFile assign "codemast.ism"
           organization is indexed
           select optional HistFile assign "demohist.ism"
           organization is indexed
           record key is hist-record-key
           access is dynamic.

           select SalesReport assign "salesrpt.lst"
           organization is line sequential.
       01  ParamRecord.
           03 prm-include-arch        pic x.
           03 prm-print-route         pic x.
           03 prm-fiscal              pic x.

       fd  FiscalFile.
           copy "PMFISCAL.CPY".

       fd  PmFile.
           copy "PMFILE.CPY".

       01  month-index                pic 99 comp-5.

       01  history-pass-flag          pic x      value 'N'.
           88  history-pass                      value 'Y'.
       01  later-year-live-flag       pic x      value 'N'.
           88  later-year-live                   value 'Y'.

      *    Fiscal-year option: fiscal.dat (PMFISCAL.CPY) gives the
      *    month the fiscal year starts and names the years. The
      *    fold below carries one calendar record until it knows
      *    whether the same code's next year follows, so a fiscal
      *    year can be built from the two records it spans.
       01  fiscal-mode-flag           pic x      value 'N'.
           88  fiscal-mode                       value 'Y'.
       01  calendar-eof-flag          pic x      value 'N'.
           88  calendar-eof                      value 'Y'.
       01  calendar-missing-flag      pic x      value 'N'.
           88  calendar-missing                  value 'Y'.
       01  fiscal-start-month         pic 99     value 0.
       01  fiscal-name-count          pic 99 comp-5 value 0.
       01  fiscal-name-table.
           03  fiscal-name-entry occurs 50.
               05  fiscal-tab-year    pic x(4).
               05  fiscal-tab-name    pic x(8).
       01  fiscal-month-table.
           03  fiscal-month-entry occurs 12.
               05  fiscal-cal-month   pic 99.
               05  fiscal-next-year   pic x.
       01  fiscal-name-year           pic x(4).
       01  fiscal-year-name           pic x(8).
       01  fiscal-name-work.
           03  fnw-start-year         pic 9(4).
           03                         pic x      value "/".
           03  fnw-end-yy             pic 99.
           03                         pic x      value space.
       01  fiscal-end-year            pic 9(4).
       01  name-index                 pic 99 comp-5.
       01  fiscal-month-index         pic 99 comp-5.
       01  calendar-month-index       pic 99 comp-5.

       01  carry-held-flag            pic x      value 'N'.
           88  carry-held                        value 'Y'.
       01  first-half-flag            pic x      value 'N'.
           88  first-half-held                   value 'Y'.
       01  second-half-flag           pic x      value 'N'.
           88  second-half-held                  value 'Y'.
       01  carry-record.
           03  carry-code             pic x(6).
           03  carry-year             pic x(4).
           03  carry-contents         pic x(60).
       01  incoming-record.
           03  incoming-code          pic x(6).
           03  incoming-year          pic x(4).
           03  incoming-contents      pic x(60).
       01  first-half-contents.
           03  first-half-amt         pic 9(7)v99 comp-3 occurs 12.
       01  second-half-contents.
           03  second-half-amt        pic 9(7)v99 comp-3 occurs 12.
       01  fiscal-record.
           03  fiscal-code            pic x(6).
           03  fiscal-year            pic x(4).
           03  fiscal-contents.
               05  fiscal-amt         pic 9(7)v99 comp-3 occurs 12.
       01  carry-year-num             pic 9(4).
       01  incoming-year-num          pic 9(4).
       01  fiscal-year-num            pic 9(4).

       01  page-heading-1.
           03  phd-title     pic x(40) value "ANNUAL SALES SUMMARY".
           03                         pic x(48) value spaces.
           03         pic x(9)  value "RUN DATE ".
           03  phd-run-date.
           03  phd-page-disp          pic zzz9.
           03                         pic x(14) value spaces.
       01  heading-line-2.
           03                         pic x(16) value "KEY".
           03                         pic x(14) value "TOTAL".
           03                         pic x(32) value "DESCRIPTION".
           03                         pic x(20) value "REGION".
           03                         pic x(50) value spaces.
       01  detail-line.
           03  detail-key             pic x(16).
           03  detail-total           pic zzzzzzzz9.99.
           03                         pic x(2)  value spaces.
           03  detail-desc            pic x(30).
           03                         pic x(2)  value spaces.
           03  detail-region          pic x(20).
           03                         pic x(50) value spaces.
       01  total-line.
           03                         pic x(16) value "GRAND TOTAL".
           03  grand-total-disp       pic zzzzzzzz9.99.
       01  archive-separator-line.
           03         pic x(30) value "ARCHIVED YEARS (demohist.ism)".
           03                         pic x(50) value spaces.
       01  calendar-note-line.
           03      pic x(45) value
               "NO FISCAL CALENDAR ON fiscal.dat - CALENDAR Y".
           03      pic x(15) value "EARS REPORTED".
           03                         pic x(20) value spaces.
       01  fiscal-title.
           03      pic x(37) value
               "FISCAL YEAR SALES SUMMARY FROM MONTH ".
           03  fiscal-title-month     pic 99.
           03                         pic x     value space.

      *---------------------------------------------------------*
       procedure division.
           perform start-up
           perform read-parameter-card
           perform start-new-page
           if fiscal-mode and include-archive
               open input HistFile
           end-if
           perform read-first-record
           perform process-all-records until report-eof
           if fiscal-mode
               perform flush-fiscal-fold
               if include-archive
                   close HistFile
               end-if
           end-if
           if include-archive
               perform process-history-file
           end-if
           perform start-new-page
           perform print-summary
           perform shut-down
           perform set-final-return-code
           goback.
      *---------------------------------------------------------*
       start-up section.
               if prm-print-route = 'P' or 'B'
                   move prm-print-route to print-route
               end-if
               if prm-fiscal = 'F' or 'f'
                   set fiscal-mode to true
               end-if
           end-if
           if fiscal-mode
               perform load-fiscal-calendar
           end-if
           if fiscal-mode
               move fiscal-start-month to fiscal-title-month
               move fiscal-title to phd-title
           end-if
           if printer-only or printer-as-well
               open output PrinterFile
           end-read.
      *---------------------------------------------------------*
       process-all-records section.
           if fiscal-mode
               perform fold-fiscal-record
           else
               perform process-one-record
           end-if
           read PmFile next record
               at end
                   set report-eof to true
           move archive-separator-line to report-line
           perform write-report-line
           move 'N' to report-eof-flag
           set history-pass to true
           read HistFile next record
               at end
                   set report-eof to true
           end-read
           perform process-history-record until report-eof
           if fiscal-mode
               perform flush-fiscal-fold
           end-if
           close HistFile.
      *---------------------------------------------------------*
       process-history-record section.
           move HistFileRecord to PmFileRecord
           if fiscal-mode
               perform fold-fiscal-record
           else
               perform process-one-record
           end-if
           read HistFile next record
               at end
                   set report-eof to true
           end-read.
      *---------------------------------------------------------*
      * The fiscal calendar: the S record gives the month the
      * fiscal year starts, N records name the years by the
      * calendar year each one starts in. Without a usable start
      * month the report falls back to calendar years and says so.
      *---------------------------------------------------------*
       load-fiscal-calendar section.
           open input FiscalFile
           read FiscalFile
               at end
                   set calendar-eof to true
           end-read
           perform load-one-calendar-record until calendar-eof
           close FiscalFile
           if fiscal-start-month < 1 or fiscal-start-month > 12
               move 'N' to fiscal-mode-flag
               set calendar-missing to true
           else
               perform set-fiscal-months
           end-if.
      *---------------------------------------------------------*
       load-one-calendar-record section.
           evaluate true
               when fis-start-record
                   if fis-start-month numeric
                       move fis-start-month to fiscal-start-month
                   end-if
               when fis-name-record
                   if fiscal-name-count < 50
                       add 1 to fiscal-name-count
                       move fis-start-year to
                            fiscal-tab-year(fiscal-name-count)
                       move fis-year-name to
                            fiscal-tab-name(fiscal-name-count)
                   end-if
           end-evaluate
           read FiscalFile
               at end
                   set calendar-eof to true
           end-read.
      *---------------------------------------------------------*
      * Fiscal month n is calendar month start + n - 1, taken
      * from the following calendar year once it passes December.
      *---------------------------------------------------------*
       set-fiscal-months section.
           perform varying fiscal-month-index from 1 by 1 until
                   fiscal-month-index > 12
               compute fiscal-cal-month(fiscal-month-index) =
                       fiscal-start-month + fiscal-month-index - 1
               if fiscal-cal-month(fiscal-month-index) > 12
                   subtract 12 from
                            fiscal-cal-month(fiscal-month-index)
                   move 'Y' to fiscal-next-year(fiscal-month-index)
               else
                   move 'N' to fiscal-next-year(fiscal-month-index)
               end-if
           end-perform.
      *---------------------------------------------------------*
      * A fiscal year is shown by its calendar name when it has
      * one, otherwise by the two calendar years it spans.
      *---------------------------------------------------------*
       name-fiscal-year section.
           move spaces to fiscal-year-name
           perform varying name-index from 1 by 1 until
                   name-index > fiscal-name-count
                   or fiscal-year-name not = spaces
               if fiscal-tab-year(name-index) = fiscal-name-year
                   move fiscal-tab-name(name-index) to fiscal-year-name
               end-if
           end-perform
           if fiscal-year-name = spaces
               if fiscal-name-year numeric
                  and fiscal-start-month > 1
                   move fiscal-name-year to fnw-start-year
                   compute fiscal-end-year = fnw-start-year + 1
                   move fiscal-end-year to fnw-end-yy
                   move fiscal-name-work to fiscal-year-name
               else
                   move fiscal-name-year to fiscal-year-name
               end-if
           end-if.
      *---------------------------------------------------------*
      * The fiscal fold turns the code-then-year stream of
      * calendar records into a stream of fiscal-year records. A
      * fiscal year takes its opening months from the record for
      * the year it starts in and its closing months from the
      * same code's next year, whichever of the two is on file,
      * and is handed on keyed on the year it starts in.
      *---------------------------------------------------------*
       fold-fiscal-record section.
           move PmFileRecord to incoming-record
           if incoming-year numeric
               move incoming-year to incoming-year-num
               if carry-held
                   if carry-code = incoming-code
                      and carry-year-num + 1 = incoming-year-num
                       set first-half-held to true
                       move carry-contents to first-half-contents
                       set second-half-held to true
                       move incoming-contents to second-half-contents
                       move carry-code to fiscal-code
                       move carry-year to fiscal-year
                       perform emit-fiscal-record
                   else
                       perform emit-carry-alone
                       perform emit-incoming-alone
                   end-if
               else
                   perform emit-incoming-alone
               end-if
               move incoming-record to carry-record
               move incoming-year-num to carry-year-num
               set carry-held to true
           end-if.
      *---------------------------------------------------------*
       flush-fiscal-fold section.
           if carry-held
               perform emit-carry-alone
               move 'N' to carry-held-flag
           end-if.
      *---------------------------------------------------------*
       emit-carry-alone section.
           set first-half-held to true
           move carry-contents to first-half-contents
           move 'N' to second-half-flag
           move carry-code to fiscal-code
           move carry-year to fiscal-year
      *    In the archive pass a fiscal year whose closing months
      *    are on the live file was listed with the live years.
           move 'N' to later-year-live-flag
           if history-pass and fiscal-start-month > 1
               move carry-code to file-key-code
               compute fiscal-year-num = carry-year-num + 1
               move fiscal-year-num to file-key-year
               read PmFile
                   invalid key
                       continue
                   not invalid key
                       set later-year-live to true
               end-read
           end-if
           if not later-year-live
               perform emit-fiscal-record
           end-if.
      *---------------------------------------------------------*
      * A record with nothing carried for the year before it still
      * closes the fiscal year that started then, unless the
      * fiscal year is the calendar year.
      *---------------------------------------------------------*
       emit-incoming-alone section.
           if fiscal-start-month > 1
               move 'N' to first-half-flag
               set second-half-held to true
               move incoming-contents to second-half-contents
               move incoming-code to fiscal-code
               compute fiscal-year-num = incoming-year-num - 1
               move fiscal-year-num to fiscal-year
      *        the opening months of the oldest live fiscal year
      *        may already be on the archive
               if include-archive and not history-pass
                   move incoming-code to hist-key-code
                   move fiscal-year to hist-key-year
                   read HistFile
                       invalid key
                           continue
                       not invalid key
                           set first-half-held to true
                           move hist-field-contents to
                                first-half-contents
                   end-read
               end-if
               perform emit-fiscal-record
           end-if.
      *---------------------------------------------------------*
       emit-fiscal-record section.
           perform build-fiscal-record
           move fiscal-record to PmFileRecord
           perform process-one-record.
      *---------------------------------------------------------*
       build-fiscal-record section.
           perform varying fiscal-month-index from 1 by 1 until
                   fiscal-month-index > 12
               move 0 to fiscal-amt(fiscal-month-index)
               move fiscal-cal-month(fiscal-month-index)
                 to calendar-month-index
               if fiscal-next-year(fiscal-month-index) = 'Y'
                   if second-half-held
                       move second-half-amt(calendar-month-index)
                         to fiscal-amt(fiscal-month-index)
                   end-if
               else
                   if first-half-held
                       move first-half-amt(calendar-month-index)
                         to fiscal-amt(fiscal-month-index)
                   end-if
               end-if
           end-perform.
      *---------------------------------------------------------*
       unpack-monthly-amounts section.
           move file-field-contents to rec-numeric-values
      *    from either is an orphan worth seeing on the report,
      *    so it is marked rather than left blank.
       print-detail-line section.
           if fiscal-mode
               move spaces to detail-key
               move file-key-code to detail-key(1:6)
               move file-key-year to fiscal-name-year
               perform name-fiscal-year
               move fiscal-year-name to detail-key(8:8)
           else
               move file-record-key to detail-key
           end-if
           move key-total to detail-total
           move file-key-code to master-code
           read MasterFile
           perform write-report-line
           move key-count to key-count-disp
           move count-line to report-line
           perform write-report-line
           if calendar-missing
               move calendar-note-line to report-line
               perform write-report-line
           end-if.
      *---------------------------------------------------------*
       set-final-return-code section.
           if calendar-missing
               move 4 to return-code
           else
               move 0 to return-code
           end-if.
      *---------------------------------------------------------*
      * Print control: every line goes through write-report-line,
      * which breaks to a fresh page with the repeated heading
