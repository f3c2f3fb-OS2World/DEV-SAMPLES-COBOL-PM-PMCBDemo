      * The run ends with return code 4 when anything was flagged
      * and 0 when clean, so PMMONEND can surface a warning in
      * monend.log without halting the stream.
      *
      * F in the column after the threshold scans a fiscal year
      * instead, using the start month and year names on the
      * fiscal calendar (fiscal.dat): the year on the card is the
      * calendar year the fiscal year starts in (a missing year
      * takes the current fiscal year), the scanned figures and
      * each prior fiscal year are built from the two
      * calendar-year records they span, and for the current
      * fiscal year only the fiscal months up to the current
      * month are judged. Asked for a fiscal year with no usable
      * calendar, the scan falls back to the calendar year, notes
      * it on the report and ends with return code 4.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
           select optional ParamFile assign "excparm.dat"
           organization is line sequential.

           select optional FiscalFile assign "fiscal.dat"
           organization is line sequential.

           select optional MasterFile assign "codemast.ism"
           organization is indexed
           record key is master-code
       01  ParamRecord.
           03 prm-year                pic x(4).
           03 prm-threshold           pic x(3).
           03 prm-fiscal              pic x.

       fd  FiscalFile.
           copy "PMFISCAL.CPY".

       fd  MasterFile.
           copy "PMMAST.CPY".

       01  month-index                pic 99 comp-5.

       01  card-year-flag             pic x      value 'N'.
           88  card-year-given                   value 'Y'.
       01  target-year-num            pic 9(4).
       01  today-year-num             pic 9(4).
       01  today-month-num            pic 99.

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

       01  heading-line-1.
           03      pic x(28) value "SALES EXCEPTION REPORT      ".
           03  opt-thr-disp            pic zz9.
           03         pic x(17) value "   MONTHS JUDGED ".
           03  opt-month-disp          pic z9.
           03  opt-fiscal-label        pic x(10) value spaces.
           03  opt-fiscal-name         pic x(8)  value spaces.
           03  opt-fiscal-from         pic x(6)  value spaces.
           03  opt-fiscal-month        pic x(2)  value spaces.
           03                          pic x(5)  value spaces.
       01  exception-line.
           03  exc-code                pic x(6).
           03                          pic x     value space.
           03  sum-count-label         pic x(22).
           03  sum-count-disp          pic zzzz9.
           03                          pic x(53) value spaces.
       01  calendar-note-line.
           03      pic x(45) value
               "NO FISCAL CALENDAR ON fiscal.dat - CALENDAR Y".
           03      pic x(15) value "EAR SCANNED".
           03                          pic x(20) value spaces.
       01  clean-line.
           03      pic x(30) value "NO EXCEPTIONS - PERIOD CLEAN  ".
           03                          pic x(50) value spaces.
           end-read
           if not param-eof and prm-year numeric
               move prm-year to target-year
               set card-year-given to true
           else
               move today-date(1:4) to target-year
           end-if
           if not param-eof and prm-threshold numeric
               move prm-threshold to threshold-pct
           end-if
           if not param-eof and (prm-fiscal = 'F' or 'f')
               set fiscal-mode to true
               perform load-fiscal-calendar
           end-if
      *    A scan of the running year stops judging at the current
      *    month; the months that have not happened yet are not
      *    missed extracts.
           if fiscal-mode
               perform set-fiscal-scan-year
           else
               if target-year = today-date(1:4)
                   move today-date(5:2) to limit-month
               end-if
           end-if
           move target-year to opt-year-disp
           move threshold-pct to opt-thr-disp
           write report-line
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
      * The current fiscal year is the one that started in this
      * calendar year once the start month is reached, otherwise
      * the one that started last year; scanned while it runs,
      * only its fiscal months up to this month are judged.
      *---------------------------------------------------------*
       set-fiscal-scan-year section.
           move today-date(1:4) to today-year-num
           move today-date(5:2) to today-month-num
           if today-month-num < fiscal-start-month
               subtract 1 from today-year-num
           end-if
           if not card-year-given
               move today-year-num to target-year
           end-if
           move target-year to target-year-num
           if target-year-num = today-year-num
               if today-month-num < fiscal-start-month
                   compute limit-month =
                           today-month-num + 13 - fiscal-start-month
               else
                   compute limit-month =
                           today-month-num - fiscal-start-month + 1
               end-if
           end-if
           move target-year to fiscal-name-year
           perform name-fiscal-year
           move "   FISCAL " to opt-fiscal-label
           move fiscal-year-name to opt-fiscal-name
           move " FROM " to opt-fiscal-from
           move fiscal-start-month to opt-fiscal-month.
      *---------------------------------------------------------*
       read-first-master section.
           move low-values to master-code
      *---------------------------------------------------------*
       check-one-code section.
           move 'N' to record-found-flag
           if fiscal-mode
               perform fetch-fiscal-current
           else
               move this-code to file-key-code
               move target-year to file-key-year
               read PmFile
                   invalid key
                       continue
                   not invalid key
                       set record-found to true
                       move file-field-contents to current-contents
               end-read
           end-if
           if record-found
               perform gather-prior-years
               perform judge-all-months
               perform write-exception-line
           end-if.
      *---------------------------------------------------------*
      * The scanned fiscal year is built from the records for the
      * calendar year it starts in and the one after; either one
      * on file counts as a sales record for the year.
      *---------------------------------------------------------*
       fetch-fiscal-current section.
           move 'N' to first-half-flag
           move 'N' to second-half-flag
           move this-code to file-key-code
           move target-year to file-key-year
           read PmFile
               invalid key
                   continue
               not invalid key
                   set first-half-held to true
                   move file-field-contents to first-half-contents
           end-read
           if fiscal-start-month > 1
               compute fiscal-year-num = target-year-num + 1
               move fiscal-year-num to file-key-year
               read PmFile
                   invalid key
                       continue
                   not invalid key
                       set second-half-held to true
                       move file-field-contents to
                            second-half-contents
               end-read
           end-if
           if first-half-held or second-half-held
               set record-found to true
               perform build-fiscal-record
               move fiscal-contents to current-contents
           end-if.
      *---------------------------------------------------------*
      * Everything on file for the code before the scanned year
      * is its history: how many prior years there are, each
      * month's total across them, and in how many of those years
                       set prior-eof to true
               end-read
           end-if
           perform tally-one-prior-year until prior-eof
           if fiscal-mode
               perform flush-fiscal-fold
           end-if.
      *---------------------------------------------------------*
       tally-one-prior-year section.
           if fiscal-mode
               perform fold-one-prior-year
           else
               perform tally-one-calendar-year
           end-if.
      *---------------------------------------------------------*
      * In fiscal mode the scanned year's own record still holds
      * the closing months of the fiscal year before it, so the
      * walk runs up to it and only the fiscal years that started
      * before the scanned one are tallied.
      *---------------------------------------------------------*
       fold-one-prior-year section.
           if file-key-code not = this-code
              or file-key-year > target-year
               set prior-eof to true
           else
               perform fold-fiscal-record
               read PmFile next record
                   at end
                       set prior-eof to true
               end-read
           end-if.
      *---------------------------------------------------------*
      * A fiscal year counts as history only when the record for
      * the year it starts in is on file; the closing months of
      * the year before a code's first record are no season.
      *---------------------------------------------------------*
       tally-fiscal-year section.
           if fiscal-year < target-year and first-half-held
               add 1 to prior-year-count
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   if fiscal-amt(month-index) numeric
                       add fiscal-amt(month-index) to
                           prior-month-total(month-index)
                       if fiscal-amt(month-index) not = 0
                           add 1 to prior-nonzero-count(month-index)
                       end-if
                   end-if
               end-perform
           end-if.
      *---------------------------------------------------------*
       tally-one-calendar-year section.
           if file-key-code not = this-code
              or file-key-year >= target-year
               set prior-eof to true
                       set prior-eof to true
               end-read
           end-if.
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
           perform tally-fiscal-year.
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
       judge-all-months section.
           if prior-year-count not = 0
           move "EXCEPTIONS FLAGGED" to sum-count-label
           move exception-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           if calendar-missing
               move calendar-note-line to report-line
               write report-line
           end-if.
      *---------------------------------------------------------*
       set-final-return-code section.
           if exception-count = 0 and not calendar-missing
               move 0 to return-code
           else
               move 4 to return-code
