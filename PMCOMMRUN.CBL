      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMCOMMRUN.CBL
      *
      * Monthly sales commission run. Commission used to be worked
      * out by hand from the salesrpt.lst and regrpt.lst listings;
      * this program works it out from the month's figure in PmFile
      * (demofile.ism) for every code, at the rate on the
      * commission rate file (commrate.ism) for the code's region
      * prefix, or at the code's own rate where the code master
      * carries an override. A code's region is found the way
      * PMDEMO2 finds it: the leading two characters when a
      * two-character region exists on regnmast.ism, otherwise the
      * leading character.
      *
      * One statement is printed per region manager named on
      * regnmast.ism, covering every region that manager runs:
      * each code's sales for the month, the rate applied (marked
      * where it is the code's own override) and the commission,
      * with region and statement totals. A payable extract,
      * commpay.dat, carries one record per manager with
      * commission due, closed by a *TRL trailer with the record
      * count and a hash total of the amounts for payroll to
      * reconcile against.
      *
      * The commparm.dat parameter card names the year (four
      * digits) and month (two digits) to pay, and P or B in the
      * next column routes the statements to the print device
      * instead of, or as well as, commstmt.lst. A period once
      * paid is recorded on commctl.ism and a second run for it
      * is refused before the payable extract is opened, so the
      * extract payroll may not yet have loaded is never
      * overwritten and nobody is paid twice. The run ends with
      * return code 8 when refused, 4 when a region had no rate or
      * a code had no region, and 0 when clean.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "commparm.dat"
           organization is line sequential.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is dynamic.

           select optional MasterFile assign "codemast.ism"
           organization is indexed
           record key is master-code
           access is dynamic.

           select optional RegionFile assign "regnmast.ism"
           organization is indexed
           record key is region-prefix
           access is dynamic.

           select optional CommRateFile assign "commrate.ism"
           organization is indexed
           record key is comm-prefix
           access is dynamic.

           select optional CommCtlFile assign "commctl.ism"
           organization is indexed
           record key is cctl-period
           access is dynamic.

           select PayFile assign "commpay.dat"
           organization is sequential.

           select StatementReport assign "commstmt.lst"
           organization is line sequential.

           select optional PrinterFile assign "LPT1"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-year                pic x(4).
           03 prm-month               pic x(2).
           03 prm-print-route         pic x.

       fd  PmFile.
           copy "PMFILE.CPY".

       fd  MasterFile.
           copy "PMMAST.CPY".

       fd  RegionFile.
           copy "PMREGN.CPY".

       fd  CommRateFile.
           copy "PMCOMRT.CPY".

      *    One record per period paid: when it was paid, how many
      *    payable records went to payroll and their total.
       fd  CommCtlFile.
       01  CommCtlRecord.
           03  cctl-period            pic x(6).
           03  cctl-stamp             pic x(14).
           03  cctl-pay-count         pic 9(5).
           03  cctl-pay-total         pic 9(11)v99.
           03                         pic x(12).

       fd  PayFile.
           copy "PMCOMPAY.CPY".

       fd  StatementReport.
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
       01  need-lines                 pic 99 comp-5 value 0.
       01  today-date                 pic x(8).
       01  time-now                   pic x(8).
       01  stamp-work                 pic x(14).

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  region-eof-flag            pic x      value 'N'.
           88  region-eof                        value 'Y'.

       01  code-eof-flag              pic x      value 'N'.
           88  code-eof                          value 'Y'.

       01  run-allowed-flag           pic x      value 'N'.
           88  run-allowed                       value 'Y'.

       01  pay-year                   pic x(4)   value spaces.
       01  pay-month                  pic 99     value 0.
       01  pay-period-work            pic x(6)   value spaces.

       01  region-count               pic 999 comp-5 value 0.
       01  regions-dropped            pic 9(5)   value 0.

       01  region-table.
           03  region-entry occurs 100.
               05  region-tab-prefix  pic x(2).
               05  region-tab-name    pic x(20).
               05  region-tab-manager pic x(20).
               05  region-tab-rate    pic 99v999.
               05  region-tab-rate-flag pic x.
                   88  region-rate-found         value 'Y'.
               05  region-tab-done-flag pic x.
                   88  region-stated             value 'Y'.

       01  this-manager               pic x(20).
       01  this-prefix                pic x(2).
       01  prefix-len                 pic 9.
       01  this-rate                  pic 99v999.
       01  month-sales                pic 9(7)v99 comp-3.
       01  code-commission            pic 9(7)v99 comp-3.

       01  region-sales               pic 9(11)v99 comp-3.
       01  region-commission          pic 9(9)v99 comp-3.
       01  manager-sales              pic 9(11)v99 comp-3.
       01  manager-commission         pic 9(9)v99 comp-3.
       01  grand-sales                pic 9(13)v99 comp-3 value 0.
       01  grand-commission           pic 9(11)v99 comp-3 value 0.

       01  pay-count                  pic 9(7)   value 0.
       01  pay-hash-total             pic 9(13)v99 comp-3 value 0.

       01  statements-printed         pic 9(5)   value 0.
       01  codes-paid                 pic 9(5)   value 0.
       01  codes-overridden           pic 9(5)   value 0.
       01  regions-without-rate       pic 9(5)   value 0.
       01  codes-without-region       pic 9(5)   value 0.
       01  unpaid-managers            pic 9(5)   value 0.

       01  region-index               pic 999 comp-5.
       01  scan-index                 pic 999 comp-5.
       01  found-index                pic 999 comp-5.
       01  lookup-index               pic 999 comp-5.

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
           03      pic x(40) value "SALES COMMISSION STATEMENT".
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
       01  option-line.
           03         pic x(15) value "PERIOD PAID    ".
           03  opt-year-disp           pic x(4).
           03                          pic x     value "-".
           03  opt-month-disp          pic 99.
           03                          pic x(2)  value spaces.
           03  opt-month-name          pic x(10).
           03                          pic x(98) value spaces.
       01  manager-heading.
           03         pic x(16) value "REGION MANAGER  ".
           03  hdr-manager             pic x(20).
           03                          pic x(96) value spaces.
       01  region-heading.
           03                          pic x(7)  value "REGION ".
           03  hdr-prefix              pic x(2).
           03                          pic x(2)  value spaces.
           03  hdr-region-name         pic x(20).
           03                          pic x(2)  value spaces.
           03  hdr-rate-label          pic x(13).
           03  hdr-rate-disp           pic z9.999.
           03                          pic x(80) value spaces.
       01  column-heading.
           03         pic x(8)  value "CODE    ".
           03         pic x(32) value "DESCRIPTION".
           03         pic x(14) value "   MONTH SALES".
           03         pic x(10) value "    RATE  ".
           03         pic x(14) value "    COMMISSION".
           03                          pic x(54) value spaces.
       01  code-detail-line.
           03  det-code                pic x(6).
           03                          pic x(2)  value spaces.
           03  det-desc                pic x(30).
           03                          pic x(2)  value spaces.
           03  det-sales               pic zzzzzzzzz9.99.
           03                          pic x(3)  value spaces.
           03  det-rate                pic z9.999.
           03  det-override            pic x.
           03                          pic x(2)  value spaces.
           03  det-commission          pic zzzzzzzzz9.99.
           03                          pic x(54) value spaces.
       01  total-line.
           03  tot-label               pic x(40).
           03  tot-sales               pic zzzzzzzzzz9.99.
           03                          pic x(11) value spaces.
           03  tot-commission          pic zzzzzzzzzz9.99.
           03                          pic x(53) value spaces.
       01  override-note-line.
           03      pic x(40) value
                   "* RATE IS THE CODE'S OWN MASTER OVERRIDE".
           03                          pic x(92) value spaces.
       01  no-region-line.
           03                          pic x(8)  value spaces.
           03  nrg-key                 pic x(10).
           03                          pic x(2)  value spaces.
           03  nrg-sales               pic zzzzzzzzz9.99.
           03                          pic x(99) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(28).
           03  sum-count-disp          pic zzzzzz9.
           03                          pic x(97) value spaces.
       01  summary-result-line.
           03  sum-result-text         pic x(60).
           03                          pic x(72) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-card
           if run-allowed
               perform check-period-paid
           end-if
           if run-allowed
               open output PayFile
               perform load-region-table
               perform print-all-statements
               perform list-codes-without-region
               perform write-pay-trailer
               perform record-period-paid
               close PayFile
           end-if
           perform start-new-page
           perform print-summary
           perform shut-down
           perform set-final-return-code
           goback.
      *---------------------------------------------------------*
       start-up section.
           open input ParamFile
           open input PmFile
           open input MasterFile
           open input RegionFile
           open input CommRateFile
           open i-o CommCtlFile
           open output StatementReport
           accept today-date from date yyyymmdd
           move today-date(1:4) to phd-run-yyyy
           move today-date(5:2) to phd-run-mm
           move today-date(7:2) to phd-run-dd.
      *---------------------------------------------------------*
      * Commission is money out of the door, so there is no
      * default period: a missing card, a non-numeric year or a
      * month outside 01-12 stops the run.
      *---------------------------------------------------------*
       read-parameter-card section.
           read ParamFile
               at end
                   set param-eof to true
           end-read
           if not param-eof
               if prm-year numeric and prm-month numeric
                   move prm-year to pay-year
                   move prm-month to pay-month
                   if pay-month >= 1 and pay-month <= 12
                       set run-allowed to true
                   end-if
               end-if
               if prm-print-route = 'P' or 'B'
                   move prm-print-route to print-route
               end-if
           end-if
           move pay-year to opt-year-disp
           move pay-month to opt-month-disp
           if run-allowed
               move month-name(pay-month) to opt-month-name
               move pay-year to pay-period-work(1:4)
               move prm-month to pay-period-work(5:2)
           else
               move spaces to opt-month-name
           end-if
           if printer-only or printer-as-well
               open output PrinterFile
           end-if.
      *---------------------------------------------------------*
       check-period-paid section.
           move pay-period-work to cctl-period
           read CommCtlFile
               invalid key
                   continue
               not invalid key
                   move 'N' to run-allowed-flag
           end-read.
      *---------------------------------------------------------*
      * Every region on regnmast.ism goes into the table with its
      * rate from commrate.ism, if it has one; a region with no
      * rate still gets a statement, at nil unless a code carries
      * its own rate.
      *---------------------------------------------------------*
       load-region-table section.
           move low-values to region-prefix
           start RegionFile key is not less than region-prefix
               invalid key
                   set region-eof to true
           end-start
           if not region-eof
               read RegionFile next record
                   at end
                       set region-eof to true
               end-read
           end-if
           perform load-one-region until region-eof.
      *---------------------------------------------------------*
       load-one-region section.
           if region-count < 100
               add 1 to region-count
               move region-prefix to region-tab-prefix(region-count)
               move region-name to region-tab-name(region-count)
               move region-manager to
                    region-tab-manager(region-count)
               move 'N' to region-tab-done-flag(region-count)
               move region-prefix to comm-prefix
               read CommRateFile
                   invalid key
                       move 0 to region-tab-rate(region-count)
                       move 'N' to region-tab-rate-flag(region-count)
                       add 1 to regions-without-rate
                   not invalid key
                       move comm-rate to region-tab-rate(region-count)
                       move 'Y' to region-tab-rate-flag(region-count)
               end-read
           else
               add 1 to regions-dropped
           end-if
           read RegionFile next record
               at end
                   set region-eof to true
           end-read.
      *---------------------------------------------------------*
      * A manager's statement gathers every region that names the
      * same manager, taking them in prefix order; each region is
      * marked as it is stated so it is never paid twice over.
      *---------------------------------------------------------*
       print-all-statements section.
           perform varying region-index from 1 by 1 until
                   region-index > region-count
               if not region-stated(region-index)
                   perform print-one-statement
               end-if
           end-perform.
      *---------------------------------------------------------*
       print-one-statement section.
           move region-tab-manager(region-index) to this-manager
           move 0 to manager-sales
           move 0 to manager-commission
           perform start-new-page
           if this-manager = spaces
               move "** NO MANAGER ON FILE **" to hdr-manager
           else
               move this-manager to hdr-manager
           end-if
           move manager-heading to report-line
           perform write-report-line
           perform varying scan-index from region-index by 1 until
                   scan-index > region-count
               if region-tab-manager(scan-index) = this-manager
                   perform print-one-region
               end-if
           end-perform
           move spaces to report-line
           perform write-report-line
           move "STATEMENT TOTAL" to tot-label
           move manager-sales to tot-sales
           move manager-commission to tot-commission
           move total-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move override-note-line to report-line
           perform write-report-line
           add 1 to statements-printed
           add manager-sales to grand-sales
           add manager-commission to grand-commission
           if manager-commission not = 0
               if this-manager = spaces
                   add 1 to unpaid-managers
               else
                   perform write-pay-record
               end-if
           end-if.
      *---------------------------------------------------------*
       print-one-region section.
           move 'Y' to region-tab-done-flag(scan-index)
           move 0 to region-sales
           move 0 to region-commission
           move 6 to need-lines
           perform reserve-block-lines
           move spaces to report-line
           perform write-report-line
           move region-tab-prefix(scan-index) to hdr-prefix
           move region-tab-name(scan-index) to hdr-region-name
           if region-rate-found(scan-index)
               move "RATE PCT" to hdr-rate-label
               move region-tab-rate(scan-index) to hdr-rate-disp
           else
               move "NO RATE - PCT" to hdr-rate-label
               move 0 to hdr-rate-disp
           end-if
           move region-heading to report-line
           perform write-report-line
           move column-heading to report-line
           perform write-report-line
           perform pay-region-codes
           move "REGION TOTAL" to tot-label
           move region-sales to tot-sales
           move region-commission to tot-commission
           move total-line to report-line
           perform write-report-line
           add region-sales to manager-sales
           add region-commission to manager-commission.
      *---------------------------------------------------------*
      * The codes of a region sit together on demofile.ism under
      * its prefix, so the file is started at the prefix and read
      * until the prefix changes. Under a one-character prefix a
      * code belongs to the region only when no two-character
      * region claims it first.
      *---------------------------------------------------------*
       pay-region-codes section.
           move region-tab-prefix(scan-index) to this-prefix
           if this-prefix(2:1) = space
               move 1 to prefix-len
           else
               move 2 to prefix-len
           end-if
           move low-values to file-record-key
           move this-prefix(1:prefix-len) to
                file-key-code(1:prefix-len)
           move 'N' to code-eof-flag
           start PmFile key is not less than file-record-key
               invalid key
                   set code-eof to true
           end-start
           if not code-eof
               read PmFile next record
                   at end
                       set code-eof to true
               end-read
           end-if
           perform pay-one-code until code-eof.
      *---------------------------------------------------------*
       pay-one-code section.
           if file-key-code(1:prefix-len) not =
              this-prefix(1:prefix-len)
               set code-eof to true
           else
               if file-key-year = pay-year
                   perform find-code-region
                   if found-index = scan-index
                       perform pay-code-commission
                   end-if
               end-if
               read PmFile next record
                   at end
                       set code-eof to true
               end-read
           end-if.
      *---------------------------------------------------------*
       find-code-region section.
           move 0 to found-index
           perform varying lookup-index from 1 by 1 until
                   lookup-index > region-count
                   or found-index not = 0
               if region-tab-prefix(lookup-index) = file-key-code(1:2)
                   move lookup-index to found-index
               end-if
           end-perform
           if found-index = 0
               perform varying lookup-index from 1 by 1 until
                       lookup-index > region-count
                       or found-index not = 0
                   if region-tab-prefix(lookup-index)(1:1)
                                           = file-key-code(1:1)
                      and region-tab-prefix(lookup-index)(2:1)
                                           = space
                       move lookup-index to found-index
                   end-if
               end-perform
           end-if.
      *---------------------------------------------------------*
       pay-code-commission section.
           if file-month-amt(pay-month) numeric
               move file-month-amt(pay-month) to month-sales
           else
               move 0 to month-sales
           end-if
           move region-tab-rate(scan-index) to this-rate
           move space to det-override
           move file-key-code to master-code
           read MasterFile
               invalid key
                   move "** NOT ON CODE MASTER **" to det-desc
               not invalid key
                   move master-desc to det-desc
                   if master-comm-overridden
                       move master-comm-rate to this-rate
                       move "*" to det-override
                       add 1 to codes-overridden
                   end-if
           end-read
           compute code-commission rounded =
                   month-sales * this-rate / 100
               on size error
                   move 0 to code-commission
           end-compute
           move file-key-code to det-code
           move month-sales to det-sales
           move this-rate to det-rate
           move code-commission to det-commission
           move code-detail-line to report-line
           perform write-report-line
           add month-sales to region-sales
           add code-commission to region-commission
           add 1 to codes-paid.
      *---------------------------------------------------------*
      * Codes whose prefix matches no region are not paid by any
      * statement; they are listed on the summary page so the
      * region gets keyed and the commission paid next time.
      *---------------------------------------------------------*
       list-codes-without-region section.
           move low-values to file-record-key
           move 'N' to code-eof-flag
           start PmFile key is not less than file-record-key
               invalid key
                   set code-eof to true
           end-start
           if not code-eof
               read PmFile next record
                   at end
                       set code-eof to true
               end-read
           end-if
           perform check-one-code-region until code-eof.
      *---------------------------------------------------------*
       check-one-code-region section.
           if file-key-year = pay-year
               perform find-code-region
               if found-index = 0
                   if codes-without-region = 0
                       perform start-new-page
                       move "CODES WITH NO REGION - NO COMMISSION PAID"
                                                   to sum-result-text
                       move summary-result-line to report-line
                       perform write-report-line
                       move spaces to report-line
                       perform write-report-line
                   end-if
                   add 1 to codes-without-region
                   move file-record-key to nrg-key
                   if file-month-amt(pay-month) numeric
                       move file-month-amt(pay-month) to nrg-sales
                   else
                       move 0 to nrg-sales
                   end-if
                   move no-region-line to report-line
                   perform write-report-line
               end-if
           end-if
           read PmFile next record
               at end
                   set code-eof to true
           end-read.
      *---------------------------------------------------------*
       write-pay-record section.
           move spaces to CommPayRecord
           move this-manager to pay-manager
           move pay-period-work to pay-period
           move manager-sales to pay-sales-total
           move manager-commission to pay-comm-amount
           write CommPayRecord
           add 1 to pay-count
           add manager-commission to pay-hash-total.
      *---------------------------------------------------------*
       write-pay-trailer section.
           move spaces to CommPayTrailer
           move "*TRL" to pay-trl-id
           move pay-count to pay-trl-record-count
           move pay-hash-total to pay-trl-hash-total
           write CommPayTrailer.
      *---------------------------------------------------------*
       record-period-paid section.
           perform get-timestamp
           move spaces to CommCtlRecord
           move pay-period-work to cctl-period
           move stamp-work to cctl-stamp
           move pay-count to cctl-pay-count
           move pay-hash-total to cctl-pay-total
           write CommCtlRecord
               invalid key
                   rewrite CommCtlRecord
                   end-rewrite
           end-write.
      *---------------------------------------------------------*
       print-summary section.
           evaluate true
               when param-eof or pay-period-work = spaces
                   move "NO VALID YEAR AND MONTH ON CARD - NOT RUN"
                                                   to sum-result-text
               when not run-allowed
                   move "PERIOD ALREADY PAID - RUN REFUSED"
                                                   to sum-result-text
               when other
                   move "COMMISSION RUN COMPLETE" to sum-result-text
           end-evaluate
           move summary-result-line to report-line
           perform write-report-line
           if run-allowed
               perform print-run-totals
           end-if.
      *---------------------------------------------------------*
       print-run-totals section.
           move spaces to report-line
           perform write-report-line
           move "TOTAL OF ALL STATEMENTS" to tot-label
           move grand-sales to tot-sales
           move grand-commission to tot-commission
           move total-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move "STATEMENTS PRINTED" to sum-count-label
           move statements-printed to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES PAID" to sum-count-label
           move codes-paid to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES AT OVERRIDE RATE" to sum-count-label
           move codes-overridden to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "PAYABLE RECORDS WRITTEN" to sum-count-label
           move pay-count to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "REGIONS WITH NO RATE" to sum-count-label
           move regions-without-rate to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES WITH NO REGION" to sum-count-label
           move codes-without-region to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           if unpaid-managers not = 0
               move "STATEMENTS WITH NO MANAGER" to sum-count-label
               move unpaid-managers to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if
           if regions-dropped not = 0
               move "REGIONS PAST TABLE LIMIT" to sum-count-label
               move regions-dropped to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if.
      *---------------------------------------------------------*
       set-final-return-code section.
           evaluate true
               when not run-allowed
                   move 8 to return-code
               when regions-without-rate not = 0
                 or codes-without-region not = 0
                 or unpaid-managers not = 0
                 or regions-dropped not = 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
      *---------------------------------------------------------*
       get-timestamp section.
           accept today-date from date yyyymmdd
           accept time-now from time
           move today-date to stamp-work(1:8)
           move time-now(1:6) to stamp-work(9:6).
      *---------------------------------------------------------*
      * Print control: every line goes through write-report-line,
      * which breaks to a fresh page with the repeated heading
      * block when the page fills; reserve-block-lines keeps a
      * region's heading with its first codes, and put-one-line
      * routes the line to the .lst file, the print device, or
      * both as the parameter card asked.
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
           move option-line to report-line
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
           close MasterFile
           close RegionFile
           close CommRateFile
           close CommCtlFile
           close StatementReport
           if printer-only or printer-as-well
               close PrinterFile
           end-if.
