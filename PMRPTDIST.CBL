      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMRPTDIST.CBL
      *
      * Month-end report distribution. salesrpt.lst, budvar.lst,
      * regrpt.lst and excrpt.lst each come out as one listing for
      * the whole company; this run bursts them by region so each
      * region manager gets only their own region's figures,
      * instead of the listings being split up by hand.
      *
      * A line belongs to a region by the region prefix on the
      * front of the code it carries, matched against regnmast.ism
      * the same way the reports match it - the two-character
      * prefix first, then the one-character. The annual summary
      * and the exception list carry a code on every detail line
      * (checked against codemast.ism, so a heading is never taken
      * for a code); the budget variance carries it on the CODE
      * line that opens each key's block, and the rollup on the
      * REGION line that opens each region's page. Headings,
      * separators and the company totals belong to no region and
      * are not distributed.
      *
      * Each region gets rgnxx.lst (xx the region prefix): a cover
      * sheet naming the region, its manager and the reports
      * enclosed, then for each report that region's lines under
      * the report's own page heading, paged afresh at the same
      * depth as the original. Which reports a manager gets, and
      * whether each goes to the file, to LPT1 or to both, comes
      * from the distribution list distlist.dat (PMDIST.CPY); a
      * region whose manager is not on the list gets every report
      * in its file, and the log says so. On OS/2 the LPT1 device
      * belongs to the spooler.
      *
      * The distribution log distlog.lst shows what was sent to
      * whom, and for each listing how many of its lines belonged
      * to a region and how many were sent, so nothing goes
      * missing unseen. PMMONEND runs this as its last step. The
      * run ends with return code 4 when a listing was not
      * produced, a code's prefix is on no region, a manager is
      * not on the list or a list entry went unused, 0 when clean.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional DistListFile assign "distlist.dat"
           organization is line sequential.

           select optional RegionFile assign "regnmast.ism"
           organization is indexed
           record key is region-prefix
           access is sequential.

           select optional MasterFile assign "codemast.ism"
           organization is indexed
           record key is master-code
           access is random.

      *    The listing being burst and the region's output file are
      *    named at run time.
           select optional ListingFile assign to dynamic listing-name
           organization is line sequential
           file status is listing-status.

           select RegionOutFile assign to dynamic region-out-name
           organization is line sequential.

           select optional PrinterFile assign "LPT1"
           organization is line sequential.

           select DistLog assign "distlog.lst"
           organization is line sequential.

       file section.
       fd  DistListFile.
           copy "PMDIST.CPY".

       fd  RegionFile.
           copy "PMREGN.CPY".

       fd  MasterFile.
           copy "PMMAST.CPY".

       fd  ListingFile.
       01  listing-line               pic x(132).

       fd  RegionOutFile.
       01  RegionOutRecord            pic x(132).

       fd  PrinterFile.
       01  PrintRecord                pic x(132).

       fd  DistLog.
       01  log-line                   pic x(80).

       working-storage section.

       01  list-eof-flag              pic x      value 'N'.
           88  list-eof                          value 'Y'.

       01  region-eof-flag            pic x      value 'N'.
           88  region-eof                        value 'Y'.

       01  listing-eof-flag           pic x      value 'N'.
           88  listing-eof                       value 'Y'.

       01  listing-status.
           03  listing-status-1       pic x.
           03  listing-status-2       pic x.

      *    survey-pass counts each listing once before anything is
      *    sent; the distribution passes then read it once for
      *    every region that takes it.
       01  scan-pass-flag             pic x      value 'S'.
           88  survey-pass                       value 'S'.
           88  distribute-pass                   value 'D'.

       01  header-mode-flag           pic x      value 'N'.
           88  in-page-header                    value 'Y'.

       01  header-kept-flag           pic x      value 'N'.
           88  header-kept                       value 'Y'.

       01  on-list-flag               pic x      value 'N'.
           88  manager-on-list                   value 'Y'.

       01  to-file-flag               pic x      value 'N'.
           88  region-to-file                    value 'Y'.
       01  to-printer-flag            pic x      value 'N'.
           88  region-to-printer                 value 'Y'.
       01  printer-open-flag          pic x      value 'N'.
           88  printer-open                      value 'Y'.

       01  section-started-flag       pic x      value 'N'.
           88  section-started                   value 'Y'.

       78  max-regions                           value 100.
       78  max-dist-entries                      value 200.
       78  max-header-lines                      value 5.
       78  page-line-limit                       value 58.

       01  region-count               pic 999 comp-5 value 0.
       01  region-table.
           03  region-entry           occurs 100.
               05  rgt-prefix         pic x(2).
               05  rgt-name           pic x(20).
               05  rgt-manager        pic x(20).

       01  dist-count                 pic 999 comp-5 value 0.
       01  dist-table.
           03  dist-entry             occurs 200.
               05  dst-manager        pic x(20).
               05  dst-report         pic x(8).
               05  dst-route          pic x.
               05  dst-used           pic x.

      *    The four listings and how each marks its region: L - a
      *    code at the front of every detail line; B - a block
      *    opened by a CODE line and closed by a blank line; P - a
      *    page opened by a REGION line.
       01  report-values.
           03  pic x(8)  value "SALESRPT".
           03  pic x(12) value "salesrpt.lst".
           03  pic x     value "L".
           03  pic x(8)  value "BUDVAR".
           03  pic x(12) value "budvar.lst".
           03  pic x     value "B".
           03  pic x(8)  value "REGRPT".
           03  pic x(12) value "regrpt.lst".
           03  pic x     value "P".
           03  pic x(8)  value "EXCRPT".
           03  pic x(12) value "excrpt.lst".
           03  pic x     value "L".
       01  report-table redefines report-values.
           03  report-entry           occurs 4.
               05  rpt-id             pic x(8).
               05  rpt-file           pic x(12).
               05  rpt-mode           pic x.
                   88  rpt-code-lines            value "L".
                   88  rpt-code-blocks           value "B".
                   88  rpt-region-pages          value "P".

       01  report-counts.
           03  report-count-entry     occurs 4.
               05  rpt-present        pic x.
                   88  rpt-produced              value 'Y'.
               05  rpt-owned-lines    pic 9(7).
               05  rpt-sent-lines     pic 9(7).
               05  rpt-no-region      pic 9(7).

       01  region-routes.
           03  region-route           pic x occurs 4.

       01  region-index               pic 999 comp-5.
       01  dist-index                 pic 999 comp-5.
       01  resolve-index              pic 999 comp-5.
       01  rpt-index                  pic 9 comp-5.
       01  other-index                pic 9 comp-5.
       01  header-index               pic 9 comp-5.

       01  listing-name               pic x(12).
       01  region-out-name            pic x(12).

       01  header-count               pic 9 comp-5 value 0.
       01  header-table.
           03  header-line            pic x(132) occurs 5.

       01  work-line                  pic x(132).
       01  line-number                pic 9(7) comp-5.
       01  owner-prefix               pic x(2).
       01  line-owner                 pic x(2).
       01  block-start-flag           pic x      value 'N'.
           88  block-start                       value 'Y'.

       01  resolve-code               pic x(6).
       01  resolve-prefix             pic x(2).
       01  resolve-try                pic x(2).

       01  out-line                   pic x(132).
       01  out-line-count             pic 99 comp-5 value 0.
       01  out-page-count             pic 9(4)   value 0.
       01  out-page-disp              pic zzz9.
       01  section-lines              pic 9(7)   value 0.

       01  regions-sent               pic 9(5)   value 0.
       01  dist-rc                    pic 9      value 0.

       01  today-date                 pic x(8).

       01  log-heading.
           03         pic x(34) value
               "REPORT DISTRIBUTION LOG     DATE ".
           03  head-date.
               05  head-yyyy           pic x(4).
               05                      pic x     value "-".
               05  head-mm             pic x(2).
               05                      pic x     value "-".
               05  head-dd             pic x(2).
           03                          pic x(36) value spaces.
       01  log-region-line.
           03                 pic x(7)  value "REGION ".
           03  lrg-prefix              pic x(2).
           03                          pic x(2)  value spaces.
           03  lrg-name                pic x(20).
           03                 pic x(10) value "  MANAGER ".
           03  lrg-manager             pic x(20).
           03                          pic x(19) value spaces.
       01  log-report-line.
           03                          pic x(4)  value spaces.
           03  lrp-report              pic x(8).
           03                          pic x(2)  value spaces.
           03  lrp-route               pic x(22).
           03  lrp-counts.
               05             pic x(6)  value "LINES ".
               05  lrp-lines           pic zzzzzz9.
               05             pic x(8)  value "  PAGES ".
               05  lrp-pages           pic zzz9.
           03  lrp-counts-x redefines lrp-counts pic x(25).
           03                          pic x(19) value spaces.
       01  log-note-line.
           03                          pic x(4)  value spaces.
           03  lnt-text                pic x(60).
           03                          pic x(16) value spaces.
       01  log-entry-line.
           03                 pic x(11) value "LIST ENTRY ".
           03  len-manager             pic x(20).
           03                          pic x     value space.
           03  len-report              pic x(8).
           03                          pic x(2)  value spaces.
           03  len-text                pic x(38).
       01  log-listing-heading.
           03                 pic x(14) value "LISTING".
           03                 pic x(16) value "   REGION LINES".
           03                 pic x(16) value "      LINES SENT".
           03                 pic x(16) value "  NO REGION".
           03                          pic x(18) value spaces.
       01  log-listing-line.
           03  lls-file                pic x(14).
           03  lls-counts.
               05  lls-owned           pic zzzzzzzzzzzzzz9.
               05                      pic x     value space.
               05  lls-sent            pic zzzzzzzzzzzzzz9.
               05                      pic x     value space.
               05  lls-no-region       pic zzzzzzzzz9.
           03  lls-counts-x redefines lls-counts pic x(42).
           03                          pic x(24) value spaces.
       01  log-count-line.
           03  lct-label               pic x(30).
           03  lct-disp                pic zzzz9.
           03                          pic x(45) value spaces.
       01  log-result-line.
           03  lrs-text                pic x(50).
           03                          pic x(30) value spaces.

       01  cover-title-line.
           03         pic x(40) value
               "REPORT DISTRIBUTION - REGIONAL PACK".
           03                          pic x(48) value spaces.
           03         pic x(9)  value "RUN DATE ".
           03  cvt-run-date            pic x(10).
           03                          pic x(25) value spaces.
       01  cover-region-line.
           03                 pic x(12) value "REGION".
           03  cvr-prefix              pic x(2).
           03                          pic x(2)  value spaces.
           03  cvr-name                pic x(20).
           03                          pic x(96) value spaces.
       01  cover-manager-line.
           03                 pic x(12) value "MANAGER".
           03  cvm-manager             pic x(20).
           03                          pic x(100) value spaces.
       01  cover-enclosed-line.
           03                 pic x(20) value "REPORTS ENCLOSED".
           03                          pic x(112) value spaces.
       01  cover-report-line.
           03                          pic x(4)  value spaces.
           03  cvp-report              pic x(8).
           03                          pic x(2)  value spaces.
           03  cvp-file                pic x(12).
           03                          pic x(2)  value spaces.
           03  cvp-route               pic x(22).
           03                          pic x(82) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform load-region-table
           perform load-distribution-list
           set survey-pass to true
           perform varying rpt-index from 1 by 1 until rpt-index > 4
               perform scan-listing
           end-perform
           set distribute-pass to true
           perform varying region-index from 1 by 1 until
                   region-index > region-count
               perform distribute-one-region
           end-perform
           perform check-list-entries
           perform print-listing-counts
           perform shut-down
           move dist-rc to return-code
           goback.
      *---------------------------------------------------------*
       start-up section.
           open input DistListFile
           open input RegionFile
           open input MasterFile
           open output DistLog
           accept today-date from date yyyymmdd
           move today-date(1:4) to head-yyyy
           move today-date(5:2) to head-mm
           move today-date(7:2) to head-dd
           move head-date to cvt-run-date
           initialize report-counts
           move log-heading to log-line
           write log-line
           move spaces to log-line
           write log-line.
      *---------------------------------------------------------*
      * The regions are held in a table, so a line's prefix can be
      * matched without disturbing the pass over the regions.
      *---------------------------------------------------------*
       load-region-table section.
           perform read-next-region
           perform store-region until region-eof
           close RegionFile
           if region-count = 0
               move "NO REGIONS ON regnmast.ism - NOTHING SENT"
                                                    to lnt-text
               perform put-note-line
           end-if.
      *---------------------------------------------------------*
       store-region section.
           if region-count < max-regions
               add 1 to region-count
               move region-prefix to rgt-prefix(region-count)
               move region-name to rgt-name(region-count)
               move region-manager to rgt-manager(region-count)
           end-if
           perform read-next-region.
      *---------------------------------------------------------*
       read-next-region section.
           read RegionFile next record
               at end
                   set region-eof to true
           end-read.
      *---------------------------------------------------------*
       load-distribution-list section.
           perform read-next-entry
           perform store-entry until list-eof
           close DistListFile.
      *---------------------------------------------------------*
       store-entry section.
           if dst-in-manager not = spaces
              and dist-count < max-dist-entries
               add 1 to dist-count
               move dst-in-manager to dst-manager(dist-count)
               move dst-in-report to dst-report(dist-count)
               inspect dst-report(dist-count) converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               if dst-in-route = 'P' or 'p'
                   move 'P' to dst-route(dist-count)
               else
                   if dst-in-route = 'B' or 'b'
                       move 'B' to dst-route(dist-count)
                   else
                       move 'F' to dst-route(dist-count)
                   end-if
               end-if
               move 'N' to dst-used(dist-count)
           end-if
           perform read-next-entry.
      *---------------------------------------------------------*
       read-next-entry section.
           read DistListFile
               at end
                   set list-eof to true
           end-read.
      *---------------------------------------------------------*
      * One region's pack: the reports its manager is listed for,
      * or every report to file when the manager is not listed.
      *---------------------------------------------------------*
       distribute-one-region section.
           perform set-region-routes
           move rgt-prefix(region-index) to lrg-prefix
           move rgt-name(region-index) to lrg-name
           move rgt-manager(region-index) to lrg-manager
           move spaces to log-line
           write log-line
           move log-region-line to log-line
           write log-line
           if not manager-on-list
               move "NOT ON DISTRIBUTION LIST - ALL REPORTS TO FILE"
                                                    to lnt-text
               perform put-note-line
               move 4 to dist-rc
           end-if
           if region-routes = spaces
               move "NO REPORTS LISTED FOR THIS MANAGER" to lnt-text
               perform put-note-line
           else
               perform open-region-output
               perform write-cover-sheet
               perform varying rpt-index from 1 by 1 until
                       rpt-index > 4
                   if region-route(rpt-index) not = space
                       perform send-one-report
                   end-if
               end-perform
               if region-to-file
                   close RegionOutFile
               end-if
               add 1 to regions-sent
           end-if.
      *---------------------------------------------------------*
       set-region-routes section.
           move spaces to region-routes
           move 'N' to on-list-flag
           perform varying dist-index from 1 by 1 until
                   dist-index > dist-count
               if dst-manager(dist-index) = rgt-manager(region-index)
                   set manager-on-list to true
                   perform apply-list-entry
               end-if
           end-perform
           if not manager-on-list
               move "FFFF" to region-routes
           end-if
           move 'N' to to-file-flag
           move 'N' to to-printer-flag
           perform varying rpt-index from 1 by 1 until rpt-index > 4
               evaluate region-route(rpt-index)
                   when 'F'
                       set region-to-file to true
                   when 'P'
                       set region-to-printer to true
                   when 'B'
                       set region-to-file to true
                       set region-to-printer to true
               end-evaluate
           end-perform.
      *---------------------------------------------------------*
       apply-list-entry section.
           perform varying other-index from 1 by 1 until
                   other-index > 4
               if dst-report(dist-index) = "ALL"
                  or dst-report(dist-index) = rpt-id(other-index)
                   move dst-route(dist-index)
                                       to region-route(other-index)
                   move 'Y' to dst-used(dist-index)
               end-if
           end-perform.
      *---------------------------------------------------------*
       open-region-output section.
           if region-to-file
               move spaces to region-out-name
               string "rgn" delimited by size
                      rgt-prefix(region-index) delimited by space
                      ".lst" delimited by size
                   into region-out-name
               end-string
               open output RegionOutFile
           end-if
           if region-to-printer and not printer-open
               open output PrinterFile
               set printer-open to true
           end-if.
      *---------------------------------------------------------*
      * The cover sheet heads the pack wherever any of it goes.
      *---------------------------------------------------------*
       write-cover-sheet section.
           move cover-title-line to out-line
           if region-to-file
               write RegionOutRecord from out-line
           end-if
           if region-to-printer
               write PrintRecord from out-line
                   after advancing page
           end-if
           move spaces to out-line
           perform put-cover-line
           move rgt-prefix(region-index) to cvr-prefix
           move rgt-name(region-index) to cvr-name
           move cover-region-line to out-line
           perform put-cover-line
           move rgt-manager(region-index) to cvm-manager
           move cover-manager-line to out-line
           perform put-cover-line
           move spaces to out-line
           perform put-cover-line
           move cover-enclosed-line to out-line
           perform put-cover-line
           perform varying rpt-index from 1 by 1 until rpt-index > 4
               if region-route(rpt-index) not = space
                   move rpt-id(rpt-index) to cvp-report
                   move rpt-file(rpt-index) to cvp-file
                   perform describe-route
                   move lrp-route to cvp-route
                   move cover-report-line to out-line
                   perform put-cover-line
               end-if
           end-perform.
      *---------------------------------------------------------*
       put-cover-line section.
           if region-to-file
               write RegionOutRecord from out-line
           end-if
           if region-to-printer
               write PrintRecord from out-line
           end-if.
      *---------------------------------------------------------*
       describe-route section.
           evaluate region-route(rpt-index)
               when 'P'
                   move "TO LPT1" to lrp-route
               when 'B'
                   move spaces to lrp-route
                   string "TO " delimited by size
                          region-out-name delimited by space
                          " AND LPT1" delimited by size
                       into lrp-route
                   end-string
               when other
                   move spaces to lrp-route
                   string "TO " delimited by size
                          region-out-name delimited by space
                       into lrp-route
                   end-string
           end-evaluate.
      *---------------------------------------------------------*
       send-one-report section.
           move rpt-id(rpt-index) to lrp-report
           perform describe-route
           if rpt-produced(rpt-index)
               move 0 to section-lines
               move 0 to out-page-count
               move 'N' to section-started-flag
               perform scan-listing
               move section-lines to lrp-lines
               move out-page-count to lrp-pages
               add section-lines to rpt-sent-lines(rpt-index)
           else
               move "NOT PRODUCED THIS RUN" to lrp-counts-x
           end-if
           move log-report-line to log-line
           write log-line.
      *---------------------------------------------------------*
      * One pass over a listing. Page headings are taken from the
      * first page and not otherwise distributed; every other line
      * is given the region it belongs to, if any. The survey pass
      * only counts; a distribution pass sends the current
      * region's lines.
      *---------------------------------------------------------*
       scan-listing section.
           move rpt-file(rpt-index) to listing-name
           open input ListingFile
           if listing-status-1 not = "0"
              or listing-status = "05"
               if survey-pass
                   move 'N' to rpt-present(rpt-index)
               end-if
               if listing-status = "05"
                   close ListingFile
               end-if
           else
               if survey-pass
                   move 'Y' to rpt-present(rpt-index)
               end-if
               move 0 to header-count
               move 'N' to header-kept-flag
               move 0 to line-number
               move spaces to owner-prefix
               move 'N' to header-mode-flag
               move 'N' to listing-eof-flag
               perform read-listing-line
               perform take-listing-line until listing-eof
               close ListingFile
           end-if.
      *---------------------------------------------------------*
       read-listing-line section.
           read ListingFile
               at end
                   set listing-eof to true
               not at end
                   add 1 to line-number
                   if listing-line(1:1) = x"0C"
                       move listing-line(2:131) to work-line
                   else
                       move listing-line to work-line
                   end-if
           end-read.
      *---------------------------------------------------------*
      * A page heading runs from the title line to the first
      * blank line after it; the 132-column reports carry RUN DATE
      * in the same place on every title line.
      *---------------------------------------------------------*
       take-listing-line section.
           evaluate true
               when line-number = 1
                 or work-line(89:9) = "RUN DATE "
                   set in-page-header to true
                   if rpt-region-pages(rpt-index)
                      or rpt-code-blocks(rpt-index)
                       move spaces to owner-prefix
                   end-if
                   perform keep-header-line
               when in-page-header
                   perform keep-header-line
               when other
                   perform find-line-owner
                   if survey-pass
                       perform count-line-owner
                   else
                       if line-owner = rgt-prefix(region-index)
                           perform send-listing-line
                       end-if
                   end-if
           end-evaluate
           perform read-listing-line.
      *---------------------------------------------------------*
       keep-header-line section.
           if not header-kept
              and header-count < max-header-lines
               add 1 to header-count
               move work-line to header-line(header-count)
           end-if
           if work-line = spaces
               move 'N' to header-mode-flag
               set header-kept to true
           end-if.
      *---------------------------------------------------------*
       find-line-owner section.
           move 'N' to block-start-flag
           evaluate true
               when rpt-code-lines(rpt-index)
                   move spaces to line-owner
                   if work-line(1:6) not = spaces
                       move work-line(1:6) to master-code
                       read MasterFile
                           invalid key
                               continue
                           not invalid key
                               set block-start to true
                               move work-line(1:6) to resolve-code
                               perform resolve-region
                               move resolve-prefix to line-owner
                       end-read
                   end-if
               when rpt-code-blocks(rpt-index)
                   if work-line(1:5) = "CODE "
                       set block-start to true
                       move work-line(6:6) to resolve-code
                       perform resolve-region
                       move resolve-prefix to owner-prefix
                   end-if
                   move owner-prefix to line-owner
                   if work-line = spaces
                       move spaces to owner-prefix
                       move spaces to line-owner
                   end-if
               when rpt-region-pages(rpt-index)
                   if work-line(1:7) = "REGION "
                       set block-start to true
                       move spaces to resolve-code
                       move work-line(8:2) to resolve-code(1:2)
                       perform resolve-region
                       move resolve-prefix to owner-prefix
                   end-if
                   move owner-prefix to line-owner
           end-evaluate.
      *---------------------------------------------------------*
       count-line-owner section.
           if line-owner not = spaces
               add 1 to rpt-owned-lines(rpt-index)
           else
               if block-start
                   add 1 to rpt-no-region(rpt-index)
                   move 4 to dist-rc
               end-if
           end-if.
      *---------------------------------------------------------*
      * The prefix rule the reports use: a two-character region
      * when one is on file, otherwise the one-character region.
      *---------------------------------------------------------*
       resolve-region section.
           move spaces to resolve-prefix
           move resolve-code(1:2) to resolve-try
           perform find-region-prefix
           if resolve-prefix = spaces
               move spaces to resolve-try
               move resolve-code(1:1) to resolve-try(1:1)
               perform find-region-prefix
           end-if.
      *---------------------------------------------------------*
       find-region-prefix section.
           perform varying resolve-index from 1 by 1 until
                   resolve-index > region-count
                   or resolve-prefix not = spaces
               if rgt-prefix(resolve-index) = resolve-try
                   move resolve-try to resolve-prefix
               end-if
           end-perform.
      *---------------------------------------------------------*
      * The region's lines go out under the report's own page
      * heading, with the page number its own and a fresh page
      * when the original depth is reached. A budget key's block
      * is set off by a blank line as it is on the original.
      *---------------------------------------------------------*
       send-listing-line section.
           if not section-started
              or out-line-count >= page-line-limit
               perform start-output-page
               set section-started to true
           else
               if block-start and rpt-code-blocks(rpt-index)
                   move spaces to out-line
                   perform put-output-line
               end-if
           end-if
           move work-line to out-line
           perform put-output-line
           add 1 to section-lines.
      *---------------------------------------------------------*
       start-output-page section.
           add 1 to out-page-count
           move 0 to out-line-count
           perform varying header-index from 1 by 1 until
                   header-index > header-count
               move header-line(header-index) to out-line
               if header-index = 1
                   if out-line(108:7) = "   PAGE"
                       move out-page-count to out-page-disp
                       move out-page-disp to out-line(115:4)
                   end-if
                   if region-route(rpt-index) not = 'P'
                       write RegionOutRecord from out-line
                           after advancing page
                   end-if
                   if region-route(rpt-index) = 'P' or 'B'
                       write PrintRecord from out-line
                           after advancing page
                   end-if
                   add 1 to out-line-count
               else
                   perform put-output-line
               end-if
           end-perform.
      *---------------------------------------------------------*
       put-output-line section.
           if region-route(rpt-index) not = 'P'
               write RegionOutRecord from out-line
           end-if
           if region-route(rpt-index) = 'P' or 'B'
               write PrintRecord from out-line
           end-if
           add 1 to out-line-count.
      *---------------------------------------------------------*
      * A list entry that matched no region's manager, or named a
      * report this run does not burst, is reported so the list
      * can be put right.
      *---------------------------------------------------------*
       check-list-entries section.
           move spaces to log-line
           write log-line
           perform varying dist-index from 1 by 1 until
                   dist-index > dist-count
               if dst-used(dist-index) not = 'Y'
                   move dst-manager(dist-index) to len-manager
                   move dst-report(dist-index) to len-report
                   move "NOT USED - NO SUCH MANAGER OR REPORT"
                                                    to len-text
                   move log-entry-line to log-line
                   write log-line
                   move 4 to dist-rc
               end-if
           end-perform.
      *---------------------------------------------------------*
       print-listing-counts section.
           move spaces to log-line
           write log-line
           move log-listing-heading to log-line
           write log-line
           perform varying rpt-index from 1 by 1 until rpt-index > 4
               move rpt-file(rpt-index) to lls-file
               if rpt-produced(rpt-index)
                   move rpt-owned-lines(rpt-index) to lls-owned
                   move rpt-sent-lines(rpt-index) to lls-sent
                   move rpt-no-region(rpt-index) to lls-no-region
               else
                   move "      NOT PRODUCED THIS RUN" to lls-counts-x
                   move 4 to dist-rc
               end-if
               move log-listing-line to log-line
               write log-line
           end-perform
           move spaces to log-line
           write log-line
           move "REGION PACKS SENT" to lct-label
           move regions-sent to lct-disp
           move log-count-line to log-line
           write log-line
           move spaces to log-line
           write log-line
           if dist-rc = 0
               move "DISTRIBUTION COMPLETE" to lrs-text
           else
               move "DISTRIBUTION COMPLETE - WITH WARNINGS" to lrs-text
           end-if
           move log-result-line to log-line
           write log-line.
      *---------------------------------------------------------*
       put-note-line section.
           move log-note-line to log-line
           write log-line.
      *---------------------------------------------------------*
       shut-down section.
           close MasterFile
           if printer-open
               close PrinterFile
           end-if
           close DistLog.
