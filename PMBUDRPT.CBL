      * device instead of the .lst file, B to both, anything else
      * to the .lst file only; on OS/2 the LPT1 device belongs to
      * the spooler.
      *
      * F in column 2 compares fiscal years instead of calendar
      * years, using the start month and year names on the fiscal
      * calendar (fiscal.dat): each fiscal year's actuals and
      * budget are built from the two calendar-year records it
      * spans, the months are listed in fiscal order and the year
      * by its fiscal name, and the budget-only pass looks for
      * fiscal years with budget but no actuals in either year.
      * Asked for fiscal years with no usable calendar, the report
      * compares calendar years, notes it on the summary page and
      * ends with return code 4.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
           select optional ParamFile assign "budvparm.dat"
           organization is line sequential.

           select optional FiscalFile assign "fiscal.dat"
           organization is line sequential.

      *    Access is dynamic: the main pass reads the actuals in
      *    key order, and the second pass reads them at random to
      *    spot budget records with no matching actual.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-print-route         pic x.
           03 prm-fiscal              pic x.

       fd  FiscalFile.
           copy "PMFISCAL.CPY".

       fd  PmFile.
           copy "PMFILE.CPY".

       01  month-index                pic 99 comp-5.

       01  budget-pass-flag           pic x      value 'N'.
           88  budget-pass                       value 'Y'.
       01  actual-found-flag          pic x      value 'N'.
           88  actual-found                      value 'Y'.

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
           03      pic x(40) value "ACTUAL VS BUDGET VARIANCE".
           03                          pic x(2)  value spaces.
           03  hdr-region              pic x(20).
           03                          pic x(19) value spaces.
       01  fiscal-key-heading.
           03                          pic x(5)  value "CODE ".
           03  fhdr-code               pic x(6).
           03                          pic x(2)  value spaces.
           03  fhdr-year-name          pic x(8).
           03                          pic x(2)  value spaces.
           03  fhdr-note               pic x(20).
           03                          pic x(2)  value spaces.
           03  fhdr-region             pic x(20).
           03                          pic x(15) value spaces.
       01  column-heading.
           03                          pic x(12) value "MONTH".
           03                          pic x(12) value "      ACTUAL".
           03  sum-count-label         pic x(24).
           03  sum-count-disp          pic zzzz9.
           03                          pic x(51) value spaces.
       01  calendar-note-line.
           03      pic x(45) value
               "NO FISCAL CALENDAR ON fiscal.dat - CALENDAR Y".
           03      pic x(15) value "EARS COMPARED".
           03                          pic x(20) value spaces.

      *---------------------------------------------------------*
       procedure division.
           perform start-new-page
           perform read-first-record
           perform process-all-records until report-eof
           if fiscal-mode
               perform flush-fiscal-fold
           end-if
           perform report-unmatched-budgets
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
           if printer-only or printer-as-well
               open output PrinterFile
           end-read.
      *---------------------------------------------------------*
       process-all-records section.
           if fiscal-mode
               perform fold-fiscal-record
           else
               perform process-one-key
           end-if
           read PmFile next record
               at end
                   set report-eof to true
           end-read.
      *---------------------------------------------------------*
       process-one-key section.
           add 1 to keys-read
           if fiscal-mode
               perform fetch-fiscal-budget
           else
               perform fetch-budget-record
           end-if
           perform print-key-variance.
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
           perform emit-fiscal-record.
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
               perform emit-fiscal-record
           end-if.
      *---------------------------------------------------------*
       emit-fiscal-record section.
           perform build-fiscal-record
           if budget-pass
               perform check-fiscal-budget-only
           else
               move fiscal-record to PmFileRecord
               perform process-one-key
           end-if.
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
       fetch-budget-record section.
           move 'N' to budget-found-flag
                   move bud-field-contents to budget-contents
                   add 1 to keys-with-budget
           end-read.
      *---------------------------------------------------------*
      * A fiscal year's budget comes from the budget records for
      * the two calendar years it spans, built the same way as
      * the actuals.
      *---------------------------------------------------------*
       fetch-fiscal-budget section.
           move 'N' to budget-found-flag
           move 'N' to first-half-flag
           move 'N' to second-half-flag
           move fiscal-code to bud-key-code
           move fiscal-year to bud-key-year
           read BudFile
               invalid key
                   continue
               not invalid key
                   set first-half-held to true
                   move bud-field-contents to first-half-contents
           end-read
           if fiscal-start-month > 1
               move fiscal-year to fiscal-year-num
               add 1 to fiscal-year-num
               move fiscal-year-num to bud-key-year
               read BudFile
                   invalid key
                       continue
                   not invalid key
                       set second-half-held to true
                       move bud-field-contents to second-half-contents
               end-read
           end-if
           if first-half-held or second-half-held
               set budget-found to true
               perform build-fiscal-record
               move fiscal-contents to budget-contents
               add 1 to keys-with-budget
           else
               initialize budget-contents
               add 1 to keys-without-budget
           end-if.
      *---------------------------------------------------------*
       print-key-variance section.
           move 16 to need-lines
               move "** NO BUDGET **" to hdr-note
           end-if
           perform fetch-region-name
           perform put-key-heading
           move column-heading to report-line
           perform write-report-line
           move 0 to actual-total
                       set report-eof to true
               end-read
           end-if
           if fiscal-mode
               set budget-pass to true
           end-if
           perform check-one-budget-key until report-eof
           if fiscal-mode
               perform flush-fiscal-fold
           end-if.
      *---------------------------------------------------------*
       check-one-budget-key section.
           if fiscal-mode
               move BudFileRecord to PmFileRecord
               perform fold-fiscal-record
           else
               move bud-record-key to file-record-key
               read PmFile
                   invalid key
                       add 1 to budgets-without-actuals
                       move bud-key-code to hdr-code
                       move bud-key-year to hdr-year
                       move bud-field-contents to budget-contents
                       perform print-budget-only-key
                   not invalid key
                       continue
               end-read
           end-if
           read BudFile next record
               at end
                   set report-eof to true
           perform reserve-block-lines
           move spaces to report-line
           perform write-report-line
           move "** NO ACTUALS **" to hdr-note
           perform fetch-region-name
           perform put-key-heading
           move column-heading to report-line
           perform write-report-line
           move 0 to actual-total
           move 0 to budget-total
           perform varying month-index from 1 by 1 until
                   month-index > 12
               add budget-amt(month-index) to budget-total
               move month-name(month-index) to det-month
               move 0 to det-actual
               move budget-amt(month-index) to det-budget
               compute month-variance =
                       0 - budget-amt(month-index)
               move month-variance to det-variance
               move month-detail-line to report-line
               perform write-report-line
           move annual-variance to ann-variance
           move annual-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
      * A fiscal-year block is headed by the year's fiscal name.
      *---------------------------------------------------------*
       put-key-heading section.
           if fiscal-mode
               move hdr-code to fhdr-code
               move hdr-year to fiscal-name-year
               perform name-fiscal-year
               move fiscal-year-name to fhdr-year-name
               move hdr-note to fhdr-note
               move hdr-region to fhdr-region
               move fiscal-key-heading to report-line
           else
               move key-heading to report-line
           end-if
           perform write-report-line.
      *---------------------------------------------------------*
      * In the budget pass a fiscal year is budget-only when
      * neither calendar year it spans has actuals; any that has
      * was reported with the actuals.
      *---------------------------------------------------------*
       check-fiscal-budget-only section.
           move fiscal-contents to budget-contents
           move 'N' to actual-found-flag
           move fiscal-code to file-key-code
           move fiscal-year to file-key-year
           read PmFile
               invalid key
                   continue
               not invalid key
                   set actual-found to true
           end-read
           if not actual-found and fiscal-start-month > 1
               move fiscal-year to fiscal-year-num
               add 1 to fiscal-year-num
               move fiscal-year-num to file-key-year
               read PmFile
                   invalid key
                       continue
                   not invalid key
                       set actual-found to true
               end-read
           end-if
           if not actual-found
               add 1 to budgets-without-actuals
               move fiscal-code to hdr-code
               move fiscal-year to hdr-year
               perform print-budget-only-key
           end-if.
      *---------------------------------------------------------*
       print-summary section.
           move spaces to report-line
           move "BUDGETS WITHOUT ACTUALS" to sum-count-label
           move budgets-without-actuals to sum-count-disp
           move summary-count-line to report-line
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
      * A code's region is its leading two characters when a
      * two-character region record exists, otherwise its leading
