      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMASPRPT.CBL
      *
      * Stand-alone units and average selling price report. For
      * every code with a sales record on demofile.ism for the
      * report year it lists, month by month, the units sold from
      * qtyfile.ism (PMQTY.CPY), the value, and the average
      * selling price (value over units), beside the same figures
      * for the prior year and the movement in units and value.
      * demofile.ism is read in key order, so a code's prior year
      * is the record read just before the report year; the units
      * records are read by key for both years.
      *
      * Each code's year-on-year value movement is then split into
      * volume and price: the volume effect is the change in units
      * at last year's average price, and the price effect is the
      * rest of the movement. A code without units in either year
      * has no price to split on, and is noted instead. The summary
      * page totals the units, values and both effects over every
      * code that could be split.
      *
      * Parameter card aspparm.dat: the report year (blank for the
      * current year), then the print route - P to the print
      * device instead of the .lst file, B to both, anything else
      * to asprpt.lst only. Laid out at 132 columns the same way
      * as the year-over-year report.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "aspparm.dat"
           organization is line sequential.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is sequential.

           select optional QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is random.

           select optional RegionFile assign "regnmast.ism"
           organization is indexed
           record key is region-prefix
           access is dynamic.

           select AspReport assign "asprpt.lst"
           organization is line sequential.

           select optional PrinterFile assign "LPT1"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-year                pic x(4).
           03 prm-print-route         pic x.

       fd  PmFile.
           copy "PMFILE.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  RegionFile.
           copy "PMREGN.CPY".

       fd  AspReport.
       01  ListRecord                 pic x(132).

       fd  PrinterFile.
       01  PrintRecord                pic x(132).

       working-storage section.

       01  print-route                pic x      value space.
           88  printer-only                      value 'P'.
           88  printer-as-well                   value 'B'.

       78  page-line-limit                       value 58.

       01  report-line                pic x(132).
       01  page-count                 pic 9(4)   value 0.
       01  line-count                 pic 99 comp-5 value 0.
       01  need-lines                 pic 99 comp-5.
       01  today-date                 pic x(8).

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  report-eof-flag            pic x      value 'N'.
           88  report-eof                        value 'Y'.

       01  prior-held-flag            pic x      value 'N'.
           88  prior-held                        value 'Y'.

       01  prior-units-flag           pic x      value 'N'.
           88  prior-units-found                 value 'Y'.
       01  current-units-flag         pic x      value 'N'.
           88  current-units-found               value 'Y'.

       01  report-year                pic x(4).
       01  report-year-num            pic 9(4).
       01  prior-year-num             pic 9(4).

      *    The record read before the current one, which is the
      *    prior year whenever it carries the same code and the
      *    year before the report year.
       01  prior-key.
           03  prior-code             pic x(6).
           03  prior-year             pic x(4).
       01  prior-contents.
           03  prior-amt              pic 9(7)v99 comp-3 occurs 12.
       01  prior-qty-contents.
           03  prior-units            pic 9(7) comp-3 occurs 12.
       01  current-qty-contents.
           03  current-units          pic 9(7) comp-3 occurs 12.

       01  current-value-total        pic 9(9)v99 comp-3.
       01  prior-value-total          pic 9(9)v99 comp-3.
       01  current-units-total        pic 9(9) comp-3.
       01  prior-units-total          pic 9(9) comp-3.
       01  value-change               pic s9(9)v99 comp-3.
       01  units-change               pic s9(9) comp-3.
       01  volume-effect              pic s9(9)v99 comp-3.
       01  price-effect               pic s9(9)v99 comp-3.
       01  asp-work                   pic 9(9)v99 comp-3.
       01  asp-units                  pic 9(9) comp-3.
       01  asp-value                  pic 9(9)v99 comp-3.

       01  codes-reported             pic 9(5)   value 0.
       01  codes-split                pic 9(5)   value 0.
       01  codes-no-units             pic 9(5)   value 0.
       01  codes-no-prior             pic 9(5)   value 0.

       01  all-current-value          pic 9(11)v99 comp-3 value 0.
       01  all-prior-value            pic 9(11)v99 comp-3 value 0.
       01  all-current-units          pic 9(11) comp-3 value 0.
       01  all-prior-units            pic 9(11) comp-3 value 0.
       01  all-volume-effect          pic s9(11)v99 comp-3 value 0.
       01  all-price-effect           pic s9(11)v99 comp-3 value 0.

       01  month-index                pic 99 comp-5.

       01  month-names.
           03       pic x(10) value "January".
           03       pic x(10) value "February".
           03       pic x(10) value "March".
           03       pic x(10) value "April".
           03       pic x(10) value "May".
           03       pic x(10) value "June".
           03       pic x(10) value "July".
           03       pic x(10) value "August".
           03       pic x(10) value "September".
           03       pic x(10) value "October".
           03       pic x(10) value "November".
           03       pic x(10) value "December".

       01 redefines month-names.
           03 month-name              pic x(10) occurs 12.

       01  page-heading-1.
           03      pic x(40) value "UNITS AND AVERAGE SELLING PRICE".
           03                          pic x(48) value spaces.
           03         pic x(9)  value "RUN DATE ".
           03  phd-run-date.
               05  phd-run-yyyy        pic x(4).
               05                      pic x     value "-".
               05  phd-run-mm          pic x(2).
               05                      pic x     value "-".
               05  phd-run-dd          pic x(2).
           03         pic x(7)  value "   PAGE".
           03  phd-page-disp           pic zzz9.
           03                          pic x(14) value spaces.
       01  year-line.
           03         pic x(12) value "REPORT YEAR ".
           03  yrl-year                pic x(4).
           03         pic x(15) value "   PRIOR YEAR  ".
           03  yrl-prior-year          pic x(4).
           03                          pic x(97) value spaces.
       01  code-heading.
           03                          pic x(5)  value "CODE ".
           03  hdr-code                pic x(6).
           03                          pic x(2)  value spaces.
           03  hdr-region              pic x(20).
           03                          pic x(99) value spaces.
       01  column-heading-1.
           03                          pic x(12) value spaces.
           03         pic x(39) value
               "-------------- REPORT YEAR ------------".
           03                          pic x(2)  value spaces.
           03         pic x(39) value
               "-------------- PRIOR YEAR -------------".
           03                          pic x(2)  value spaces.
           03         pic x(23) value "------- CHANGE --------".
           03                          pic x(15) value spaces.
       01  column-heading-2.
           03                          pic x(12) value "MONTH".
           03                          pic x(9)  value "    UNITS".
           03                          pic x(14) value
                                               "         VALUE".
           03                          pic x(16) value
                                               "             ASP".
           03                          pic x(2)  value spaces.
           03                          pic x(9)  value "    UNITS".
           03                          pic x(14) value
                                               "         VALUE".
           03                          pic x(16) value
                                               "             ASP".
           03                          pic x(2)  value spaces.
           03                          pic x(10) value "     UNITS".
           03                          pic x(13) value
                                               "        VALUE".
           03                          pic x(15) value spaces.
       01  month-detail-line.
           03  det-month               pic x(12).
           03  det-units               pic zzzzzzzz9.
           03                          pic x(2)  value spaces.
           03  det-value               pic zzzzzzzz9.99.
           03                          pic x(4)  value spaces.
           03  det-asp                 pic zzzzzzzz9.99.
           03  det-asp-x redefines det-asp pic x(12).
           03                          pic x(2)  value spaces.
           03  det-prior-units         pic zzzzzzzz9.
           03                          pic x(2)  value spaces.
           03  det-prior-value         pic zzzzzzzz9.99.
           03                          pic x(4)  value spaces.
           03  det-prior-asp           pic zzzzzzzz9.99.
           03  det-prior-asp-x redefines det-prior-asp pic x(12).
           03                          pic x(2)  value spaces.
           03  det-units-change        pic zzzzzzzz9-.
           03  det-value-change        pic zzzzzzzz9.99-.
           03                          pic x(15) value spaces.
       01  split-line.
           03         pic x(15) value "VALUE CHANGE   ".
           03  spl-value-change        pic zzzzzzzz9.99-.
           03         pic x(19) value "    VOLUME EFFECT  ".
           03  spl-volume-effect       pic zzzzzzzz9.99-.
           03         pic x(18) value "    PRICE EFFECT  ".
           03  spl-price-effect        pic zzzzzzzz9.99-.
           03                          pic x(41) value spaces.
       01  no-split-line.
           03         pic x(15) value "VALUE CHANGE   ".
           03  nsp-value-change        pic zzzzzzzz9.99-.
           03                          pic x(4)  value spaces.
           03  nsp-reason              pic x(50).
           03                          pic x(50) value spaces.
       01  summary-heading.
           03         pic x(40) value
               "SUMMARY - TOTALS OVER CODES SPLIT".
           03                          pic x(92) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(30).
           03  sum-count-disp          pic zzzz9.
           03                          pic x(97) value spaces.
       01  summary-amount-line.
           03  sum-amount-label        pic x(30).
           03  sum-amount-disp         pic zzzzzzzzzz9.99-.
           03                          pic x(87) value spaces.
       01  summary-units-line.
           03  sum-units-label         pic x(30).
           03  sum-units-disp          pic zzzzzzzzzz9.
           03                          pic x(91) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-card
           perform start-new-page
           perform read-next-sales
           perform process-all-records until report-eof
           perform start-new-page
           perform print-summary
           perform shut-down
           move 0 to return-code
           stop run.
      *---------------------------------------------------------*
       start-up section.
           open input ParamFile
           open input PmFile
           open input QtyFile
           open input RegionFile
           open output AspReport
           accept today-date from date yyyymmdd
           move today-date(1:4) to phd-run-yyyy
           move today-date(5:2) to phd-run-mm
           move today-date(7:2) to phd-run-dd.
      *---------------------------------------------------------*
       read-parameter-card section.
           move today-date(1:4) to report-year
           read ParamFile
               at end
                   set param-eof to true
           end-read
           if not param-eof
               if prm-year numeric
                   move prm-year to report-year
               end-if
               if prm-print-route = 'P' or 'B'
                   move prm-print-route to print-route
               end-if
           end-if
           move report-year to report-year-num
           compute prior-year-num = report-year-num - 1
           move report-year to yrl-year
           move prior-year-num to yrl-prior-year
           if printer-only or printer-as-well
               open output PrinterFile
           end-if.
      *---------------------------------------------------------*
       read-next-sales section.
           read PmFile next record
               at end
                   set report-eof to true
           end-read.
      *---------------------------------------------------------*
      * The file is keyed on code then year, so a code's prior
      * year, when it has one, is the record read just before its
      * report year.
      *---------------------------------------------------------*
       process-all-records section.
           if file-key-year = report-year
               perform print-code-block
           end-if
           move file-record-key to prior-key
           move file-field-contents to prior-contents
           set prior-held to true
           perform read-next-sales.
      *---------------------------------------------------------*
       print-code-block section.
           move 20 to need-lines
           perform reserve-block-lines
           perform fetch-code-units
           perform total-code-figures
           move spaces to report-line
           perform write-report-line
           move file-key-code to hdr-code
           perform fetch-region-name
           move code-heading to report-line
           perform write-report-line
           move column-heading-1 to report-line
           perform write-report-line
           move column-heading-2 to report-line
           perform write-report-line
           perform varying month-index from 1 by 1 until
                   month-index > 12
               perform print-month-line
           end-perform
           perform print-year-line
           perform print-price-volume-split
           add 1 to codes-reported.
      *---------------------------------------------------------*
      * The prior year only counts when the record held is the
      * same code's year before; otherwise it is taken as zero.
      *---------------------------------------------------------*
       fetch-code-units section.
           if not prior-held
              or prior-code not = file-key-code
              or prior-year not = yrl-prior-year
               initialize prior-contents
               move 'N' to prior-held-flag
           end-if
           move 'N' to current-units-flag
           move file-record-key to qty-record-key
           read QtyFile
               invalid key
                   initialize current-qty-contents
               not invalid key
                   move qty-field-contents to current-qty-contents
                   set current-units-found to true
           end-read
           move 'N' to prior-units-flag
           move file-key-code to qty-key-code
           move yrl-prior-year to qty-key-year
           read QtyFile
               invalid key
                   initialize prior-qty-contents
               not invalid key
                   move qty-field-contents to prior-qty-contents
                   set prior-units-found to true
           end-read.
      *---------------------------------------------------------*
       total-code-figures section.
           move 0 to current-value-total
           move 0 to prior-value-total
           move 0 to current-units-total
           move 0 to prior-units-total
           perform varying month-index from 1 by 1 until
                   month-index > 12
               add file-month-amt(month-index) to current-value-total
               add prior-amt(month-index) to prior-value-total
               add current-units(month-index) to current-units-total
               add prior-units(month-index) to prior-units-total
           end-perform
           compute value-change = current-value-total
                                - prior-value-total
           compute units-change = current-units-total
                                - prior-units-total.
      *---------------------------------------------------------*
       print-month-line section.
           move month-name(month-index) to det-month
           move current-units(month-index) to det-units
           move file-month-amt(month-index) to det-value
           move current-units(month-index) to asp-units
           move file-month-amt(month-index) to asp-value
           perform work-out-asp
           if asp-units = 0
               move spaces to det-asp-x
           else
               move asp-work to det-asp
           end-if
           move prior-units(month-index) to det-prior-units
           move prior-amt(month-index) to det-prior-value
           move prior-units(month-index) to asp-units
           move prior-amt(month-index) to asp-value
           perform work-out-asp
           if asp-units = 0
               move spaces to det-prior-asp-x
           else
               move asp-work to det-prior-asp
           end-if
           compute det-units-change = current-units(month-index)
                                    - prior-units(month-index)
           compute det-value-change = file-month-amt(month-index)
                                    - prior-amt(month-index)
           move month-detail-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
       print-year-line section.
           move "YEAR TOTAL" to det-month
           move current-units-total to det-units
           move current-value-total to det-value
           move current-units-total to asp-units
           move current-value-total to asp-value
           perform work-out-asp
           if asp-units = 0
               move spaces to det-asp-x
           else
               move asp-work to det-asp
           end-if
           move prior-units-total to det-prior-units
           move prior-value-total to det-prior-value
           move prior-units-total to asp-units
           move prior-value-total to asp-value
           perform work-out-asp
           if asp-units = 0
               move spaces to det-prior-asp-x
           else
               move asp-work to det-prior-asp
           end-if
           move units-change to det-units-change
           move value-change to det-value-change
           move month-detail-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
      * No units means no price, and the ASP column is left blank.
      *---------------------------------------------------------*
       work-out-asp section.
           move 0 to asp-work
           if asp-units not = 0
               compute asp-work rounded = asp-value / asp-units
                   on size error
                       move 0 to asp-work
               end-compute
           end-if.
      *---------------------------------------------------------*
      * Volume effect is the change in units priced at last
      * year's average price; price effect is what is left of the
      * value change, so the two always add back to it.
      *---------------------------------------------------------*
       print-price-volume-split section.
           evaluate true
               when not prior-held
                   move value-change to nsp-value-change
                   move "NO PRIOR YEAR - NOT SPLIT" to nsp-reason
                   move no-split-line to report-line
                   add 1 to codes-no-prior
               when current-units-total = 0
                 or prior-units-total = 0
                   move value-change to nsp-value-change
                   move "NO UNITS IN ONE OR BOTH YEARS - NOT SPLIT"
                                                    to nsp-reason
                   move no-split-line to report-line
                   add 1 to codes-no-units
               when other
                   compute volume-effect rounded =
                           units-change * prior-value-total
                                        / prior-units-total
                       on size error
                           move 0 to volume-effect
                   end-compute
                   compute price-effect = value-change
                                        - volume-effect
                   move value-change to spl-value-change
                   move volume-effect to spl-volume-effect
                   move price-effect to spl-price-effect
                   move split-line to report-line
                   add 1 to codes-split
                   add current-value-total to all-current-value
                   add prior-value-total to all-prior-value
                   add current-units-total to all-current-units
                   add prior-units-total to all-prior-units
                   add volume-effect to all-volume-effect
                   add price-effect to all-price-effect
           end-evaluate
           perform write-report-line.
      *---------------------------------------------------------*
       print-summary section.
           move summary-heading to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move "CODES WITH A REPORT YEAR" to sum-count-label
           move codes-reported to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES SPLIT" to sum-count-label
           move codes-split to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES WITHOUT UNITS" to sum-count-label
           move codes-no-units to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES WITHOUT A PRIOR YEAR" to sum-count-label
           move codes-no-prior to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move "UNITS - REPORT YEAR" to sum-units-label
           move all-current-units to sum-units-disp
           move summary-units-line to report-line
           perform write-report-line
           move "UNITS - PRIOR YEAR" to sum-units-label
           move all-prior-units to sum-units-disp
           move summary-units-line to report-line
           perform write-report-line
           move "VALUE - REPORT YEAR" to sum-amount-label
           move all-current-value to sum-amount-disp
           move summary-amount-line to report-line
           perform write-report-line
           move "VALUE - PRIOR YEAR" to sum-amount-label
           move all-prior-value to sum-amount-disp
           move summary-amount-line to report-line
           perform write-report-line
           move "VOLUME EFFECT" to sum-amount-label
           move all-volume-effect to sum-amount-disp
           move summary-amount-line to report-line
           perform write-report-line
           move "PRICE EFFECT" to sum-amount-label
           move all-price-effect to sum-amount-disp
           move summary-amount-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
      * A code's region is its leading two characters when a
      * two-character region record exists, otherwise its leading
      * one; a prefix on neither record is flagged so head office
      * can see the coding convention has been broken.
      *---------------------------------------------------------*
       fetch-region-name section.
           move spaces to region-prefix
           move file-key-code(1:2) to region-prefix
           read RegionFile
               invalid key
                   move spaces to region-prefix
                   move file-key-code(1:1) to region-prefix
                   read RegionFile
                       invalid key
                           move "** NO REGION **" to hdr-region
                       not invalid key
                           move region-name to hdr-region
                   end-read
               not invalid key
                   move region-name to hdr-region
           end-read.
      *---------------------------------------------------------*
      * Print control: every line goes through write-report-line,
      * which breaks to a fresh page with the repeated heading
      * block when the page fills; reserve-block-lines breaks
      * early instead when a code's block would not fit, and
      * put-one-line routes the line to the .lst file, the print
      * device, or both as the parameter card asked.
      *---------------------------------------------------------*
       write-report-line section.
           if line-count >= page-line-limit
               perform start-new-page
           end-if
           perform put-one-line
           add 1 to line-count.
      *---------------------------------------------------------*
       reserve-block-lines section.
           if line-count + need-lines > page-line-limit
               perform start-new-page
           end-if.
      *---------------------------------------------------------*
       start-new-page section.
           add 1 to page-count
           move page-count to phd-page-disp
           move page-heading-1 to report-line
           if page-count = 1
               perform put-one-line
           else
               perform put-page-break-line
           end-if
           move year-line to report-line
           perform put-one-line
           move spaces to report-line
           perform put-one-line
           move 3 to line-count.
      *---------------------------------------------------------*
       put-one-line section.
           if not printer-only
               write ListRecord from report-line
           end-if
           if printer-only or printer-as-well
               write PrintRecord from report-line
           end-if.
      *---------------------------------------------------------*
       put-page-break-line section.
           if not printer-only
               write ListRecord from report-line
                   after advancing page
           end-if
           if printer-only or printer-as-well
               write PrintRecord from report-line
                   after advancing page
           end-if.
      *---------------------------------------------------------*
       shut-down section.
           close ParamFile
           close PmFile
           close QtyFile
           close RegionFile
           close AspReport
           if printer-only or printer-as-well
               close PrinterFile
           end-if.
