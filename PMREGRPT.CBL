      * finished report - P to the print device instead of the
      * .lst file, B to both, anything else to the .lst file only;
      * on OS/2 the LPT1 device belongs to the spooler.
      *
      * F in the column after the print route rolls up fiscal
      * years instead of calendar years, using the start month and
      * year names on the fiscal calendar (fiscal.dat): each
      * code's fiscal year is built from the two calendar-year
      * records it spans, the month subtotals run in fiscal order,
      * and the year on the card is taken as the calendar year the
      * wanted fiscal year starts in. With the archive option, a
      * fiscal year that straddles the archive cutoff takes its
      * opening months from demohist.ism and is rolled up once.
      * Asked for fiscal years with no usable calendar, the report
      * rolls up calendar years, notes it on the totals page and
      * ends with return code 4.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
           select optional ParamFile assign "regparm.dat"
           organization is line sequential.

           select optional FiscalFile assign "fiscal.dat"
           organization is line sequential.

      *    Both sales files are dynamic for the fiscal option, which
      *    looks across the archive cutoff at random.
           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is dynamic.

           select optional HistFile assign "demohist.ism"
           organization is indexed
           record key is hist-record-key
           access is dynamic.

           select optional RegionFile assign "regnmast.ism"
           organization is indexed
           03 prm-year                pic x(4).
           03 prm-include-arch        pic x.
           03 prm-print-route         pic x.
           03 prm-fiscal              pic x.

       fd  FiscalFile.
           copy "PMFISCAL.CPY".

       fd  PmFile.
           copy "PMFILE.CPY".
       01  month-index                pic 99 comp-5.
       01  rank-index                 pic 99 comp-5.

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

       01  month-names.
           03       pic x(10) value "January".
           03       pic x(10) value "February".

       01 redefines month-names.
           03 month-name              pic x(10) occurs 12.
       01  rotated-month-names.
           03  rotated-month-name     pic x(10) occurs 12.

       01  page-heading-1.
           03      pic x(40) value "REGIONAL SALES ROLLUP".
           03  opt-year-disp           pic x(4).
           03         pic x(11) value "   ARCHIVE ".
           03  opt-arch-disp           pic x.
           03  opt-fiscal-label        pic x(16) value spaces.
           03  opt-fiscal-month        pic x(2)  value spaces.
           03                          pic x(6)  value spaces.
       01  region-heading.
           03                          pic x(7)  value "REGION ".
           03  hdr-prefix              pic x(2).
           03                          pic x(2)  value spaces.
           03  rank-amount             pic zzzzzzzzz9.99.
           03                          pic x(51) value spaces.
       01  fiscal-top-detail-line.
           03  frank-disp              pic z9.
           03                          pic x(2)  value spaces.
           03  frank-code              pic x(6).
           03                          pic x     value space.
           03  frank-year-name         pic x(8).
           03                          pic x(2)  value spaces.
           03  frank-amount            pic zzzzzzzzz9.99.
           03                          pic x(46) value spaces.
       01  calendar-note-line.
           03      pic x(45) value
               "NO FISCAL CALENDAR ON fiscal.dat - CALENDAR Y".
           03      pic x(15) value "EARS ROLLED UP".
           03                          pic x(20) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(24).
           03  sum-count-disp          pic zzzz9.
       main section.
           perform start-up
           perform read-parameter-card
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
               move "   FISCAL START " to opt-fiscal-label
               move fiscal-start-month to opt-fiscal-month
           end-if
           move group-len to opt-group-disp
           move rank-depth to opt-depth-disp
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
       process-history-file section.
           open input HistFile
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
               move fiscal-cal-month(fiscal-month-index)
                 to calendar-month-index
               move month-name(calendar-month-index)
                 to rotated-month-name(fiscal-month-index)
           end-perform
           move rotated-month-names to month-names.
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
      *    are on the live file was rolled up with the live years.
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
       roll-up-record section.
           move spaces to this-prefix
           perform write-report-line
           perform varying rank-index from 1 by 1 until
                   rank-index > region-top-count(region-index)
               if fiscal-mode
                   perform put-fiscal-top-line
               else
                   move rank-index to rank-disp
                   move top-key(region-index rank-index) to rank-key
                   move top-amount(region-index rank-index)
                        to rank-amount
                   move top-detail-line to report-line
               end-if
               perform write-report-line
           end-perform.
      *---------------------------------------------------------*
      * A fiscal-year key ranks as code and fiscal year name.
      *---------------------------------------------------------*
       put-fiscal-top-line section.
           move rank-index to frank-disp
           move top-key(region-index rank-index)(1:6) to frank-code
           move top-key(region-index rank-index)(7:4)
             to fiscal-name-year
           perform name-fiscal-year
           move fiscal-year-name to frank-year-name
           move top-amount(region-index rank-index) to frank-amount
           move fiscal-top-detail-line to report-line.
      *---------------------------------------------------------*
       print-summary section.
           move spaces to report-line
               move regions-dropped to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if
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
