      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMMATRPT.CBL
      *
      * Moving annual total trend report. The other reports all cut
      * at the calendar year, so a slowdown that starts late in one
      * year does not show until the next year's PMYOYRPT; this one
      * cuts at a chosen month instead. For each code it shows the
      * moving annual total - the twelve months ending with that
      * month, read across the two file-key-year records they span
      * - with the quarter-to-date and year-to-date totals, each
      * against the same period a year earlier. A code whose moving
      * total has fallen in each of the last three months is
      * flagged *FALL. Codes are listed in key order; the region
      * subtotals follow on their own pages, each region flagged
      * the same way on the sum of its codes, then the totals page.
      *
      * The matparm.dat parameter card gives the month ending the
      * period (yyyymm); a blank month takes the period from
      * monparm.dat, so the card PMMONEND uses can stay the same
      * month after month. Run by PMMONEND, the period always
      * comes from monparm.dat: PMMONEND shares the period it is
      * running in monend-period, and a different month left on
      * the card is ignored and reported. Y in the column after
      * the month merges in the years PMARCHIVE has moved out to
      * demohist.ism, the same way the long-trend option on
      * PMYOYRPT does, so months already archived still count.
      * The column after that routes the finished report - P to
      * the print device instead of the .lst file, B to both,
      * anything else to the .lst file only; on OS/2 the LPT1
      * device belongs to the spooler.
      *
      * Quarters and years are calendar quarters and years. The
      * region and grand totals are too wide for the code columns,
      * so each is printed one line per measure. The report ends
      * with return code 4 when any code is flagged or the card
      * month was ignored, 8 when no valid month was given and
      * nothing was reported, 0 otherwise. PMMONEND runs it after
      * the exception scan.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "matparm.dat"
           organization is line sequential.

           select optional MonParamFile assign "monparm.dat"
           organization is line sequential.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is sequential.

           select optional RegionFile assign "regnmast.ism"
           organization is indexed
           record key is region-prefix
           access is dynamic.

           select optional HistFile assign "demohist.ism"
           organization is indexed
           record key is hist-record-key
           access is sequential.

           select TrendReport assign "matrpt.lst"
           organization is line sequential.

           select optional PrinterFile assign "LPT1"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-period              pic x(6).
           03 prm-include-arch        pic x.
           03 prm-print-route         pic x.

       fd  MonParamFile.
       01  MonParamRecord.
           03 mon-period              pic x(6).

       fd  PmFile.
           copy "PMFILE.CPY".

       fd  RegionFile.
           copy "PMREGN.CPY".

       fd  HistFile.
           copy "PMHIST.CPY".

       fd  TrendReport.
       01  ListRecord                 pic x(132).

       fd  PrinterFile.
       01  PrintRecord                pic x(132).

       working-storage section.

       01  print-route                pic x      value space.
           88  printer-only                      value 'P'.
           88  printer-as-well                   value 'B'.

       78  page-line-limit                       value 58.
       78  max-regions                           value 100.

       01  report-line                pic x(132).
       01  page-count                 pic 9(4)   value 0.
       01  line-count                 pic 99 comp-5 value 0.
       01  need-lines                 pic 99 comp-5.
       01  today-date                 pic x(8).

      *    The heading block under the title changes with the part
      *    of the report being printed.
       01  page-kind                  pic x      value 'C'.
           88  code-pages                        value 'C'.
           88  region-pages                      value 'R'.
           88  totals-pages                      value 'T'.

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  report-eof-flag            pic x      value 'N'.
           88  report-eof                        value 'Y'.

       01  run-allowed-flag           pic x      value 'N'.
           88  run-allowed                       value 'Y'.

       01  card-ignored-flag          pic x      value 'N'.
           88  card-period-ignored               value 'Y'.

      *    Set by PMMONEND to the period it is running; anything
      *    but a numeric period means this is a stand-alone run.
       01  monend-period              pic x(6)   external.

       01  include-arch-flag          pic x      value 'N'.
           88  include-archive                   value 'Y'.

      *    The live and history files are both keyed on code then
      *    year, so the long-trend run merges them as it reads,
      *    exactly as PMYOYRPT does.
       01  live-held-flag             pic x      value 'N'.
           88  live-held                         value 'Y'.
       01  hist-held-flag             pic x      value 'N'.
           88  hist-held                         value 'Y'.

       01  live-hold.
           03  live-hold-key          pic x(10).
           03  live-hold-contents     pic x(60).
       01  hist-hold.
           03  hist-hold-key          pic x(10).
           03  hist-hold-contents     pic x(60).
       01  merge-work                 pic x(70).

       01  end-period                 pic x(6)   value spaces.
       01  card-period                pic x(6)   value spaces.
       01  end-year-num               pic 9(4).
       01  end-month-num              pic 99.
       01  first-window-year          pic 9(4).
       01  record-year-num            pic 9(4).

      *    A code's window holds the 36 months of the ending year
      *    and the two years before it, oldest first, so month n
      *    of the ending year is entry 24 + n. The moving total a
      *    year earlier reaches back 23 months before the ending
      *    month, and the trend test back 14.
       01  window-held-flag           pic x      value 'N'.
           88  window-held                       value 'Y'.
       01  window-data-flag           pic x      value 'N'.
           88  window-has-data                   value 'Y'.
       01  window-code                pic x(6).
       01  window-months.
           03  window-amt             pic 9(7)v99 comp-3 occurs 36.
       01  window-base                pic 99 comp-5.
       01  window-index               pic 99 comp-5.
       01  end-index                  pic 99 comp-5.
       01  quarter-num                pic 9.
       01  quarter-index              pic 99 comp-5.
       01  sum-from                   pic 99 comp-5.
       01  sum-to                     pic 99 comp-5.
       01  window-sum                 pic 9(9)v99 comp-3.

      *    Moving totals ending with the chosen month and with each
      *    of the three months before it, newest first.
       01  code-figures.
           03  code-mat               pic 9(9)v99 comp-3 occurs 4.
           03  code-mat-prior         pic 9(9)v99 comp-3.
           03  code-qtd               pic 9(9)v99 comp-3.
           03  code-qtd-prior         pic 9(9)v99 comp-3.
           03  code-ytd               pic 9(9)v99 comp-3.
           03  code-ytd-prior         pic 9(9)v99 comp-3.
       01  code-falling-flag          pic x      value 'N'.
           88  code-falling                      value 'Y'.

       01  region-count               pic 999 comp-5 value 0.
       01  region-index               pic 999 comp-5.
       01  region-search              pic 999 comp-5.
       01  region-table.
           03  region-entry           occurs 100.
               05  rgt-prefix         pic x(2).
               05  rgt-name           pic x(20).
               05  rgt-codes          pic 9(5).
               05  rgt-falling        pic 9(5).
               05  rgt-mat            pic 9(11)v99 comp-3 occurs 4.
               05  rgt-mat-prior      pic 9(11)v99 comp-3.
               05  rgt-qtd            pic 9(11)v99 comp-3.
               05  rgt-qtd-prior      pic 9(11)v99 comp-3.
               05  rgt-ytd            pic 9(11)v99 comp-3.
               05  rgt-ytd-prior      pic 9(11)v99 comp-3.
       01  region-overflow-flag       pic x      value 'N'.
           88  region-overflow                   value 'Y'.

       01  grand-figures.
           03  grand-mat              pic 9(11)v99 comp-3 occurs 4.
           03  grand-mat-prior        pic 9(11)v99 comp-3.
           03  grand-qtd              pic 9(11)v99 comp-3.
           03  grand-qtd-prior        pic 9(11)v99 comp-3.
           03  grand-ytd              pic 9(11)v99 comp-3.
           03  grand-ytd-prior        pic 9(11)v99 comp-3.

       01  code-region-prefix         pic x(2).
       01  code-region-name           pic x(20).

      *    The figures being printed, from a code, a region or the
      *    grand total.
       01  line-figures.
           03  line-mat               pic 9(11)v99 comp-3 occurs 4.
           03  line-mat-prior         pic 9(11)v99 comp-3.
           03  line-qtd               pic 9(11)v99 comp-3.
           03  line-qtd-prior         pic 9(11)v99 comp-3.
           03  line-ytd               pic 9(11)v99 comp-3.
           03  line-ytd-prior         pic 9(11)v99 comp-3.
       01  line-change                pic s9(11)v99 comp-3.
       01  line-trend                 pic x(5).
       01  mat-index                  pic 9 comp-5.

       01  keys-read                  pic 9(7)   value 0.
       01  codes-reported             pic 9(5)   value 0.
       01  codes-falling              pic 9(5)   value 0.
       01  regions-falling            pic 9(5)   value 0.

       01  page-heading-1.
           03      pic x(40) value "MOVING ANNUAL TOTAL TREND".
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
           03         pic x(13) value "MONTH ENDING ".
           03  opt-year-disp           pic x(4).
           03                          pic x     value "-".
           03  opt-month-disp          pic x(2).
           03         pic x(10) value "  QUARTER ".
           03  opt-quarter-disp        pic 9.
           03         pic x(11) value "   ARCHIVE ".
           03  opt-arch-disp           pic x.
           03                          pic x(89) value spaces.
       01  group-heading.
           03                          pic x(7)  value spaces.
           03      pic x(40) value "MOVING ANNUAL TOTAL".
           03      pic x(40) value "QUARTER TO DATE".
           03      pic x(40) value "YEAR TO DATE".
           03                          pic x(5)  value "TREND".
       01  column-heading.
           03                          pic x(7)  value "CODE".
           03  column-group            occurs 3.
               05                      pic x(13) value "     CURRENT ".
               05                      pic x(13) value " YEAR BEFORE ".
               05                      pic x(14) value
                   "       CHANGE ".
           03                          pic x(5)  value spaces.
       01  figures-line.
           03  fig-code                pic x(6).
           03                          pic x     value space.
           03  fig-group               occurs 3.
               05  fig-current         pic zzzzzzzz9.99.
               05                      pic x     value space.
               05  fig-prior           pic zzzzzzzz9.99.
               05                      pic x     value space.
               05  fig-change          pic zzzzzzzz9.99-.
               05                      pic x     value space.
           03  fig-trend               pic x(5).
       01  total-column-heading.
           03                          pic x(24) value "REGION".
           03                          pic x(14) value
               "       CURRENT".
           03                          pic x(17) value
               "      YEAR BEFORE".
           03                          pic x(18) value
               "            CHANGE".
           03                          pic x(8)  value "   TREND".
           03                          pic x(51) value spaces.
       01  total-figures-line.
           03  tfl-label               pic x(24).
           03  tfl-current             pic z(10)9.99.
           03                          pic x(3)  value spaces.
           03  tfl-prior               pic z(10)9.99.
           03                          pic x(3)  value spaces.
           03  tfl-change              pic z(10)9.99-.
           03                          pic x(3)  value spaces.
           03  tfl-trend               pic x(5).
           03                          pic x(51) value spaces.
       01  region-heading-line.
           03                 pic x(7)  value "REGION ".
           03  rhd-prefix              pic x(2).
           03                          pic x(2)  value spaces.
           03  rhd-name                pic x(20).
           03                 pic x(8)  value "  CODES ".
           03  rhd-codes               pic zzzz9.
           03                 pic x(10) value "  FALLING ".
           03  rhd-falling             pic zzzz9.
           03                          pic x(73) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(20).
           03  sum-count-disp          pic zzzzzz9.
           03                          pic x(105) value spaces.
       01  legend-line.
           03      pic x(44) value
               "*FALL - MOVING ANNUAL TOTAL DOWN IN EACH OF ".
           03      pic x(20) value "THE LAST THREE MONTH".
           03      pic x(68) value "S".
       01  not-run-line.
           03      pic x(44) value
               "NO VALID MONTH ON matparm.dat OR monparm.dat".
           03      pic x(88) value " - NOT RUN".
       01  card-ignored-line.
           03         pic x(12) value "CARD MONTH  ".
           03  cig-period              pic x(6).
           03         pic x(32) value
               " IGNORED - MONTH-END PERIOD USED".
           03                          pic x(82) value spaces.
       01  overflow-line.
           03      pic x(44) value
               "MORE THAN 100 REGIONS - LATER REGIONS NOT SU".
           03      pic x(88) value "BTOTALLED".

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-card
           if run-allowed
               perform start-new-page
               perform prime-merge-input
               perform merge-next-record
               perform process-all-records until report-eof
               if window-held
                   perform finish-code-window
               end-if
               set region-pages to true
               perform start-new-page
               perform print-all-regions
           end-if
           set totals-pages to true
           perform start-new-page
           perform print-summary
           perform shut-down
           perform set-final-return-code
           goback.
      *---------------------------------------------------------*
       start-up section.
           open input ParamFile
           open input PmFile
           open input RegionFile
           open output TrendReport
           accept today-date from date yyyymmdd
           move today-date(1:4) to phd-run-yyyy
           move today-date(5:2) to phd-run-mm
           move today-date(7:2) to phd-run-dd
           initialize region-table
           initialize grand-figures.
      *---------------------------------------------------------*
       read-parameter-card section.
           read ParamFile
               at end
                   set param-eof to true
           end-read
           if not param-eof
               move prm-period to end-period
               if prm-include-arch = 'Y' or 'y'
                   set include-archive to true
               end-if
               if prm-print-route = 'P' or 'B'
                   move prm-print-route to print-route
               end-if
           end-if
           if monend-period numeric
               move end-period to card-period
               move spaces to end-period
               perform read-month-end-period
               if card-period not = spaces
                  and card-period not = end-period
                   set card-period-ignored to true
               end-if
           end-if
           if end-period = spaces
               perform read-month-end-period
           end-if
           if end-period numeric
               move end-period(1:4) to end-year-num
               move end-period(5:2) to end-month-num
               if end-month-num >= 1 and end-month-num <= 12
                  and end-year-num > 2
                   set run-allowed to true
               end-if
           end-if
           if run-allowed
               compute first-window-year = end-year-num - 2
               compute end-index = 24 + end-month-num
               compute quarter-num = (end-month-num - 1) / 3
               compute quarter-index = 24 + quarter-num * 3 + 1
               compute opt-quarter-disp = quarter-num + 1
           else
               move 0 to opt-quarter-disp
           end-if
           move end-period(1:4) to opt-year-disp
           move end-period(5:2) to opt-month-disp
           move include-arch-flag to opt-arch-disp
           if printer-only or printer-as-well
               open output PrinterFile
           end-if.
      *---------------------------------------------------------*
       read-month-end-period section.
           open input MonParamFile
           read MonParamFile
               at end
                   continue
               not at end
                   move mon-period to end-period
           end-read
           close MonParamFile.
      *---------------------------------------------------------*
       prime-merge-input section.
           perform fill-live-hold
           if include-archive
               open input HistFile
               perform fill-hist-hold
           end-if.
      *---------------------------------------------------------*
       fill-live-hold section.
           move 'N' to live-held-flag
           read PmFile next record
               at end
                   continue
               not at end
                   move PmFileRecord to live-hold
                   set live-held to true
           end-read.
      *---------------------------------------------------------*
       fill-hist-hold section.
           move 'N' to hist-held-flag
           read HistFile next record
               at end
                   continue
               not at end
                   move HistFileRecord to hist-hold
                   set hist-held to true
           end-read.
      *---------------------------------------------------------*
      * The chosen hold goes through merge-work because refilling
      * a hold reads its file through the same record buffer the
      * window flow is about to use.
      *---------------------------------------------------------*
       merge-next-record section.
           evaluate true
               when not live-held and not hist-held
                   set report-eof to true
               when not hist-held
                   move live-hold to merge-work
                   perform fill-live-hold
                   move merge-work to PmFileRecord
               when not live-held
                   move hist-hold to merge-work
                   perform fill-hist-hold
                   move merge-work to PmFileRecord
               when hist-hold-key < live-hold-key
                   move hist-hold to merge-work
                   perform fill-hist-hold
                   move merge-work to PmFileRecord
               when other
                   move live-hold to merge-work
                   perform fill-live-hold
                   move merge-work to PmFileRecord
           end-evaluate.
      *---------------------------------------------------------*
      * A code's years arrive together, so the window is finished
      * and reported when the next code's first record arrives.
      *---------------------------------------------------------*
       process-all-records section.
           add 1 to keys-read
           if window-held and file-key-code not = window-code
               perform finish-code-window
           end-if
           if not window-held
               move file-key-code to window-code
               initialize window-months
               move 'N' to window-data-flag
               set window-held to true
           end-if
           perform place-record-in-window
           perform merge-next-record.
      *---------------------------------------------------------*
       place-record-in-window section.
           if file-key-year numeric
               move file-key-year to record-year-num
               if record-year-num >= first-window-year
                  and record-year-num <= end-year-num
                   compute window-base =
                           (record-year-num - first-window-year) * 12
                   perform varying window-index from 1 by 1 until
                           window-index > 12
                       move file-month-amt(window-index) to
                            window-amt(window-base + window-index)
                   end-perform
                   set window-has-data to true
               end-if
           end-if.
      *---------------------------------------------------------*
       finish-code-window section.
           if window-has-data
               perform compute-code-figures
               perform fetch-code-region
               perform print-code-line
               perform add-code-to-region
           end-if
           move 'N' to window-held-flag.
      *---------------------------------------------------------*
      * The moving totals end with the chosen month and each of
      * the three before it; the year-earlier figures are the same
      * spans twelve entries back.
      *---------------------------------------------------------*
       compute-code-figures section.
           perform varying mat-index from 1 by 1 until mat-index > 4
               compute sum-to = end-index - mat-index + 1
               compute sum-from = sum-to - 11
               perform sum-window-months
               move window-sum to code-mat(mat-index)
           end-perform
           compute sum-to = end-index - 12
           compute sum-from = sum-to - 11
           perform sum-window-months
           move window-sum to code-mat-prior
           move quarter-index to sum-from
           move end-index to sum-to
           perform sum-window-months
           move window-sum to code-qtd
           subtract 12 from sum-from
           subtract 12 from sum-to
           perform sum-window-months
           move window-sum to code-qtd-prior
           move 25 to sum-from
           move end-index to sum-to
           perform sum-window-months
           move window-sum to code-ytd
           move 13 to sum-from
           subtract 12 from sum-to
           perform sum-window-months
           move window-sum to code-ytd-prior
           move 'N' to code-falling-flag
           if code-mat(1) < code-mat(2)
              and code-mat(2) < code-mat(3)
              and code-mat(3) < code-mat(4)
               set code-falling to true
               add 1 to codes-falling
           end-if
           add 1 to codes-reported.
      *---------------------------------------------------------*
       sum-window-months section.
           move 0 to window-sum
           perform varying window-index from sum-from by 1 until
                   window-index > sum-to
               add window-amt(window-index) to window-sum
           end-perform.
      *---------------------------------------------------------*
       print-code-line section.
           perform varying mat-index from 1 by 1 until mat-index > 4
               move code-mat(mat-index) to line-mat(mat-index)
           end-perform
           move code-mat-prior to line-mat-prior
           move code-qtd to line-qtd
           move code-qtd-prior to line-qtd-prior
           move code-ytd to line-ytd
           move code-ytd-prior to line-ytd-prior
           move window-code to fig-code
           perform format-figures-line
           move figures-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
       format-figures-line section.
           move line-mat(1) to fig-current(1)
           move line-mat-prior to fig-prior(1)
           compute line-change = line-mat(1) - line-mat-prior
           move line-change to fig-change(1)
           move line-qtd to fig-current(2)
           move line-qtd-prior to fig-prior(2)
           compute line-change = line-qtd - line-qtd-prior
           move line-change to fig-change(2)
           move line-ytd to fig-current(3)
           move line-ytd-prior to fig-prior(3)
           compute line-change = line-ytd - line-ytd-prior
           move line-change to fig-change(3)
           perform test-line-trend
           move line-trend to fig-trend.
      *---------------------------------------------------------*
       test-line-trend section.
           move spaces to line-trend
           if line-mat(1) < line-mat(2)
              and line-mat(2) < line-mat(3)
              and line-mat(3) < line-mat(4)
               move "*FALL" to line-trend
           end-if.
      *---------------------------------------------------------*
      * A region or grand total prints one line per measure, the
      * trend flag on the moving annual total line.
      *---------------------------------------------------------*
       print-total-figures section.
           perform test-line-trend
           move "  MOVING ANNUAL TOTAL" to tfl-label
           move line-mat(1) to tfl-current
           move line-mat-prior to tfl-prior
           compute line-change = line-mat(1) - line-mat-prior
           move line-change to tfl-change
           move line-trend to tfl-trend
           move total-figures-line to report-line
           perform write-report-line
           move "  QUARTER TO DATE" to tfl-label
           move line-qtd to tfl-current
           move line-qtd-prior to tfl-prior
           compute line-change = line-qtd - line-qtd-prior
           move line-change to tfl-change
           move spaces to tfl-trend
           move total-figures-line to report-line
           perform write-report-line
           move "  YEAR TO DATE" to tfl-label
           move line-ytd to tfl-current
           move line-ytd-prior to tfl-prior
           compute line-change = line-ytd - line-ytd-prior
           move line-change to tfl-change
           move total-figures-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
      * A code's region is its leading two characters when a
      * two-character region record exists, otherwise its leading
      * one; codes on neither are subtotalled together.
      *---------------------------------------------------------*
       fetch-code-region section.
           move spaces to region-prefix
           move window-code(1:2) to region-prefix
           read RegionFile
               invalid key
                   move spaces to region-prefix
                   move window-code(1:1) to region-prefix
                   read RegionFile
                       invalid key
                           move "**" to code-region-prefix
                           move "** NO REGION **" to code-region-name
                       not invalid key
                           move region-prefix to code-region-prefix
                           move region-name to code-region-name
                   end-read
               not invalid key
                   move region-prefix to code-region-prefix
                   move region-name to code-region-name
           end-read.
      *---------------------------------------------------------*
       add-code-to-region section.
           perform find-region-entry
           if region-index > 0
               add 1 to rgt-codes(region-index)
               if code-falling
                   add 1 to rgt-falling(region-index)
               end-if
               perform varying mat-index from 1 by 1 until
                       mat-index > 4
                   add code-mat(mat-index)
                    to rgt-mat(region-index mat-index)
               end-perform
               add code-mat-prior to rgt-mat-prior(region-index)
               add code-qtd to rgt-qtd(region-index)
               add code-qtd-prior to rgt-qtd-prior(region-index)
               add code-ytd to rgt-ytd(region-index)
               add code-ytd-prior to rgt-ytd-prior(region-index)
           end-if
           perform varying mat-index from 1 by 1 until mat-index > 4
               add code-mat(mat-index) to grand-mat(mat-index)
           end-perform
           add code-mat-prior to grand-mat-prior
           add code-qtd to grand-qtd
           add code-qtd-prior to grand-qtd-prior
           add code-ytd to grand-ytd
           add code-ytd-prior to grand-ytd-prior.
      *---------------------------------------------------------*
       find-region-entry section.
           move 0 to region-index
           perform varying region-search from 1 by 1 until
                   region-search > region-count
                   or region-index > 0
               if rgt-prefix(region-search) = code-region-prefix
                   move region-search to region-index
               end-if
           end-perform
           if region-index = 0
               if region-count < max-regions
                   add 1 to region-count
                   move region-count to region-index
                   move code-region-prefix to rgt-prefix(region-index)
                   move code-region-name to rgt-name(region-index)
               else
                   set region-overflow to true
               end-if
           end-if.
      *---------------------------------------------------------*
      * Each region's subtotal is flagged on its own moving totals,
      * so a region can be falling while some of its codes grow.
      *---------------------------------------------------------*
       print-all-regions section.
           perform varying region-index from 1 by 1 until
                   region-index > region-count
               perform print-one-region
           end-perform
           move 5 to need-lines
           perform reserve-block-lines
           move spaces to report-line
           perform write-report-line
           move spaces to report-line
           move "ALL REGIONS" to report-line(1:11)
           perform write-report-line
           move grand-figures to line-figures
           perform print-total-figures.
      *---------------------------------------------------------*
       print-one-region section.
           move 5 to need-lines
           perform reserve-block-lines
           move spaces to report-line
           perform write-report-line
           move rgt-prefix(region-index) to rhd-prefix
           move rgt-name(region-index) to rhd-name
           move rgt-codes(region-index) to rhd-codes
           move rgt-falling(region-index) to rhd-falling
           move region-heading-line to report-line
           perform write-report-line
           perform varying mat-index from 1 by 1 until mat-index > 4
               move rgt-mat(region-index mat-index)
                 to line-mat(mat-index)
           end-perform
           move rgt-mat-prior(region-index) to line-mat-prior
           move rgt-qtd(region-index) to line-qtd
           move rgt-qtd-prior(region-index) to line-qtd-prior
           move rgt-ytd(region-index) to line-ytd
           move rgt-ytd-prior(region-index) to line-ytd-prior
           perform print-total-figures
           if line-trend not = spaces
               add 1 to regions-falling
           end-if.
      *---------------------------------------------------------*
       print-summary section.
           if card-period-ignored
               move card-period to cig-period
               move card-ignored-line to report-line
               perform write-report-line
           end-if
           if not run-allowed
               move not-run-line to report-line
               perform write-report-line
           else
               move "KEYS READ" to sum-count-label
               move keys-read to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
               move "CODES REPORTED" to sum-count-label
               move codes-reported to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
               move "CODES FALLING" to sum-count-label
               move codes-falling to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
               move "REGIONS" to sum-count-label
               move region-count to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
               move "REGIONS FALLING" to sum-count-label
               move regions-falling to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               move legend-line to report-line
               perform write-report-line
               if region-overflow
                   move overflow-line to report-line
                   perform write-report-line
               end-if
           end-if.
      *---------------------------------------------------------*
       set-final-return-code section.
           evaluate true
               when not run-allowed
                   move 8 to return-code
               when codes-falling > 0 or regions-falling > 0
                 or card-period-ignored
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
      *---------------------------------------------------------*
      * Print control: every line goes through write-report-line,
      * which breaks to a fresh page with the repeated heading
      * block when the page fills; reserve-block-lines breaks
      * early instead when a region's block would not fit, and
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
           move option-line to report-line
           perform put-one-line
           move spaces to report-line
           perform put-one-line
           move 3 to line-count
           if code-pages
               move group-heading to report-line
               perform put-one-line
               move column-heading to report-line
               perform put-one-line
               add 2 to line-count
           end-if
           if region-pages
               move total-column-heading to report-line
               perform put-one-line
               add 1 to line-count
           end-if.
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
           close RegionFile
           if include-archive
               close HistFile
           end-if
           close TrendReport
           if printer-only or printer-as-well
               close PrinterFile
           end-if.
