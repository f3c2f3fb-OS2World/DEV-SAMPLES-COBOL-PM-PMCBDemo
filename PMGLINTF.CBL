      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMGLINTF.CBL
      *
      * General ledger journal interface. Finance used to re-key
      * the month-end sales totals into the ledger from the printed
      * reports; this program reads PmFile (demofile.ism) for one
      * year and month and writes a balanced journal for the
      * ledger to load instead. Each code's month figure is
      * credited to the GL revenue account its region prefix maps
      * to on glmap.dat (PMGLMAP.CPY) and debited to that mapping's
      * control account. A code whose prefix has no mapping is
      * credited to the suspense account named on the parameter
      * card and listed on an exception page, ending with the
      * total credited to suspense for the period, so it is posted
      * rather than lost and the mapping gets added.
      *
      * The journal (PMGLJRN.CPY) is a header, the detail lines
      * and a control trailer carrying the line count and the
      * debit and credit totals. It is built on gljrnl.wrk and the
      * listing printed from there; only when every journal the
      * run built balances is it released, copied to gljrnl.dat
      * for the ledger and appended to gljrnl.his so every journal
      * ever released can be traced. Otherwise gljrnl.dat is left
      * empty and nothing is added to gljrnl.his. Revenue lines
      * are one per code; the control debits are summed to one
      * line per control account.
      *
      * What has been interfaced is remembered per period and code
      * on glhist.ism. A second run for a period already
      * interfaced - after PMADJPOST or anyone else has changed the
      * figures - posts only the movement since, as a CORRECTION
      * journal: an increase is credited and a decrease debited to
      * revenue, a code whose mapping has changed is reversed out
      * of the old account and posted in full to the new one, and
      * a code whose record has gone is reversed out altogether.
      * A rerun with nothing changed releases an empty journal.
      *
      * Every run also checks each earlier period already on
      * glhist.ism against demofile.ism the same way, so a change
      * PMADJPOST or a late load makes to a period the ledger has
      * already been given goes out by itself: each earlier period
      * with any movement gets its own CORRECTION journal, ahead
      * of the current period's journal in the same release. An
      * earlier period with nothing moved gets no journal at all.
      *
      * glhist.ism is not touched while the journal is being
      * built. Each change to it is kept on glhist.wrk, and only
      * once the trailer is written and the journal balances is a
      * completion marker added and the changes applied, so a run
      * that stops short leaves glhist.ism as it was and the rerun
      * posts the same journal again. A run that stopped while
      * applying them leaves the marker behind; the next run
      * finishes those changes before it does anything else.
      *
      * Parameter card on glparm.dat: the period (yyyymm), the
      * suspense account and the default control account (ten
      * characters each), then P or B to route the listing to the
      * print device instead of, or as well as, gljrnl.lst. A card
      * with no period takes the period from monparm.dat. Run by
      * PMMONEND, straight after PMFILECHK, the period always comes
      * from monparm.dat: PMMONEND shares the period it is running
      * in monend-period, and a different period left on the card
      * is ignored and reported. The run ends with return code 8
      * when it cannot run or a journal would not balance, 4 when
      * anything went to suspense or the card period was ignored,
      * and 0 when clean.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "glparm.dat"
           organization is line sequential.

           select optional MonParamFile assign "monparm.dat"
           organization is line sequential.

           select optional MapFile assign "glmap.dat"
           organization is line sequential.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is dynamic.

           select optional GlHistFile assign "glhist.ism"
           organization is indexed
           record key is gh-key
           access is dynamic.

           select optional GlHistWorkFile assign "glhist.wrk"
           organization is sequential.

           select JournalWorkFile assign "gljrnl.wrk"
           organization is sequential.

           select JournalFile assign "gljrnl.dat"
           organization is sequential.

           select optional JournalHistFile assign "gljrnl.his"
           organization is sequential.

           select JournalReport assign "gljrnl.lst"
           organization is line sequential.

           select optional PrinterFile assign "LPT1"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-period              pic x(6).
           03 prm-suspense-acct       pic x(10).
           03 prm-control-acct        pic x(10).
           03 prm-print-route         pic x.

       fd  MonParamFile.
       01  MonParamRecord.
           03 mon-period              pic x(6).

       fd  MapFile.
           copy "PMGLMAP.CPY".

       fd  PmFile.
           copy "PMFILE.CPY".

      *    One record per period and code interfaced: the month
      *    figure the ledger now holds for it and the accounts it
      *    went to, so a later run can post just the difference.
       fd  GlHistFile.
       01  GlHistRecord.
           03  gh-key.
               05  gh-period          pic x(6).
               05  gh-code            pic x(6).
           03  gh-amount              pic 9(7)v99 comp-3.
           03  gh-revenue-acct        pic x(10).
           03  gh-control-acct        pic x(10).
           03  gh-stamp               pic x(14).
           03                         pic x(9).

      *    A glhist.ism record as this run will leave it, or the
      *    marker written once the journal is complete and balanced.
       fd  GlHistWorkFile.
       01  GlHistWorkRecord.
           03  ghw-type               pic x.
               88  ghw-update                    value 'U'.
               88  ghw-complete                  value 'T'.
           03  ghw-hist-image         pic x(60).

      *    The journal is built here and copied to gljrnl.dat and
      *    gljrnl.his only once it is known to balance.
       fd  JournalWorkFile.
           copy "PMGLJRN.CPY".

       fd  JournalFile.
       01  JournalRecord              pic x(80).

       fd  JournalHistFile.
       01  JournalHistRecord          pic x(80).

       fd  JournalReport.
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
       01  today-date                 pic x(8).
       01  time-now                   pic x(8).
       01  run-stamp                  pic x(14).

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  map-eof-flag               pic x      value 'N'.
           88  map-eof                           value 'Y'.

       01  report-eof-flag            pic x      value 'N'.
           88  report-eof                        value 'Y'.

       01  hist-eof-flag              pic x      value 'N'.
           88  hist-eof                          value 'Y'.

       01  run-allowed-flag           pic x      value 'N'.
           88  run-allowed                       value 'Y'.

       01  correction-flag            pic x      value 'N'.
           88  correction-run                    value 'Y'.

       01  hist-found-flag            pic x      value 'N'.
           88  hist-found                        value 'Y'.

       01  work-eof-flag              pic x      value 'N'.
           88  work-eof                          value 'Y'.

       01  work-complete-flag         pic x      value 'N'.
           88  work-complete                     value 'Y'.

       01  suspense-flag              pic x      value 'N'.
           88  posted-to-suspense                value 'Y'.

       01  sweep-flag                 pic x      value 'N'.
           88  sweep-pass                        value 'Y'.

       01  journal-started-flag       pic x      value 'N'.
           88  journal-started                   value 'Y'.

       01  jwork-eof-flag             pic x      value 'N'.
           88  jwork-eof                         value 'Y'.

       01  card-ignored-flag          pic x      value 'N'.
           88  card-period-ignored               value 'Y'.

      *    Set by PMMONEND to the period it is running; anything
      *    but a numeric period means this is a stand-alone run.
       01  monend-period              pic x(6)   external.

       01  gl-period                  pic x(6)   value spaces.
       01  current-period             pic x(6)   value spaces.
       01  card-period                pic x(6)   value spaces.
       01  gl-year                    pic x(4).
       01  gl-month                   pic 99     value 0.
       01  suspense-acct              pic x(10)  value spaces.
       01  default-control-acct       pic x(10)  value spaces.

       01  map-count                  pic 999 comp-5 value 0.
       01  maps-dropped               pic 9(5)   value 0.
       01  map-table.
           03  map-entry occurs 100.
               05  map-tab-prefix     pic x(2).
               05  map-tab-revenue    pic x(10).
               05  map-tab-control    pic x(10).

       01  control-count              pic 999 comp-5 value 0.
       01  control-table.
           03  control-entry occurs 100.
               05  control-tab-acct   pic x(10).
               05  control-tab-net    pic s9(11)v99 comp-3.

       78  exception-limit                       value 500.
       01  exception-count            pic 9(5)   value 0.
       01  exception-table.
           03  exception-entry occurs 500.
               05  exc-tab-code       pic x(6).
               05  exc-tab-amount     pic 9(7)v99 comp-3.
               05  exc-tab-prefix     pic x(2).

      *    The earlier periods glhist.ism holds, oldest first.
       78  held-period-limit                     value 240.
       01  held-period-count          pic 999 comp-5 value 0.
       01  held-period-table.
           03  held-period            pic x(6) occurs 240.

       01  month-amount               pic 9(7)v99 comp-3.
       01  this-revenue-acct          pic x(10).
       01  this-control-acct          pic x(10).

       01  post-account               pic x(10).
       01  post-control-acct          pic x(10).
       01  post-amount                pic s9(7)v99 comp-3.
       01  post-code                  pic x(6).
       01  post-narrative             pic x(30).

       01  debit-total                pic 9(13)v99 comp-3 value 0.
       01  credit-total               pic 9(13)v99 comp-3 value 0.
       01  detail-count               pic 9(7)   value 0.
       01  suspense-total             pic 9(11)v99 comp-3 value 0.

       01  codes-read                 pic 9(5)   value 0.
       01  codes-posted               pic 9(5)   value 0.
       01  codes-remapped             pic 9(5)   value 0.
       01  codes-reversed             pic 9(5)   value 0.
       01  bad-amounts                pic 9(5)   value 0.
       01  controls-dropped           pic 9(5)   value 0.
       01  hist-updates               pic 9(5)   value 0.
       01  earlier-updates            pic 9(5)   value 0.
       01  periods-checked            pic 9(5)   value 0.
       01  periods-corrected          pic 9(5)   value 0.
       01  periods-dropped            pic 9(5)   value 0.
       01  journals-unbalanced        pic 9(5)   value 0.
       01  run-detail-count           pic 9(7)   value 0.

       01  map-index                  pic 999 comp-5.
       01  held-index                 pic 999 comp-5.
       01  found-index                pic 999 comp-5.
       01  control-index              pic 999 comp-5.
       01  exception-index            pic 9(5) comp-5.

       01  page-heading-1.
           03      pic x(40) value "GENERAL LEDGER JOURNAL INTERFACE".
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
           03         pic x(7)  value "PERIOD ".
           03  opt-year-disp           pic x(4).
           03                          pic x     value "-".
           03  opt-month-disp          pic x(2).
           03         pic x(11) value "   JOURNAL ".
           03  opt-kind-disp           pic x(10).
           03         pic x(12) value "   SUSPENSE ".
           03  opt-suspense-disp       pic x(10).
           03                          pic x(75) value spaces.
       01  column-heading.
           03         pic x(12) value "ACCOUNT".
           03         pic x(6)  value "DR/CR ".
           03         pic x(16) value "          AMOUNT".
           03         pic x(2)  value spaces.
           03         pic x(8)  value "CODE".
           03         pic x(30) value "NARRATIVE".
           03                          pic x(58) value spaces.
       01  journal-detail-line.
           03  det-account             pic x(10).
           03                          pic x(4)  value spaces.
           03  det-dr-cr               pic x(2).
           03                          pic x(2)  value spaces.
           03  det-amount              pic zzzzzzzzzzz9.99.
           03                          pic x(3)  value spaces.
           03  det-code                pic x(6).
           03                          pic x(2)  value spaces.
           03  det-narrative           pic x(30).
           03                          pic x(58) value spaces.
       01  journal-total-line.
           03  tot-label               pic x(18).
           03  tot-amount              pic zzzzzzzzzzzzz9.99.
           03                          pic x(97) value spaces.
       01  exception-heading.
           03      pic x(52) value
               "EXCEPTIONS - CODES WITH NO GL MAPPING FOR THEIR PREF".
           03      pic x(28) value "IX - POSTED TO SUSPENSE".
           03                          pic x(52) value spaces.
       01  exception-line.
           03  exl-code                pic x(6).
           03                          pic x(2)  value spaces.
           03         pic x(7)  value "PREFIX ".
           03  exl-prefix              pic x(2).
           03                          pic x(4)  value spaces.
           03  exl-amount              pic zzzzzzzzz9.99.
           03                          pic x(98) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(28).
           03  sum-count-disp          pic zzzzzz9.
           03                          pic x(97) value spaces.
       01  summary-result-line.
           03  sum-result-text         pic x(60).
           03                          pic x(72) value spaces.
       01  card-ignored-line.
           03         pic x(12) value "CARD PERIOD ".
           03  cig-period              pic x(6).
           03         pic x(32) value
               " IGNORED - MONTH-END PERIOD USED".
           03                          pic x(82) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-card
           if run-allowed
               perform load-map-table
               open output JournalWorkFile
               open output GlHistWorkFile
               perform sweep-earlier-periods
               perform interface-current-period
               close JournalWorkFile
               perform release-journal
               perform release-hist-updates
               perform print-exception-page
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
           open i-o GlHistFile
           perform finish-earlier-updates
           open output JournalReport
           accept today-date from date yyyymmdd
           accept time-now from time
           move today-date to run-stamp(1:8)
           move time-now(1:6) to run-stamp(9:6)
           move today-date(1:4) to phd-run-yyyy
           move today-date(5:2) to phd-run-mm
           move today-date(7:2) to phd-run-dd.
      *---------------------------------------------------------*
      * A glhist.wrk that ends with the completion marker belongs
      * to a journal that was released but whose glhist.ism
      * changes did not all get applied, so they are applied now.
      * Without the marker the journal never completed, and the
      * changes are simply dropped with it.
      *---------------------------------------------------------*
       finish-earlier-updates section.
           move 'N' to work-complete-flag
           open input GlHistWorkFile
           move 'N' to work-eof-flag
           perform read-hist-work
           perform note-work-marker until work-eof
           close GlHistWorkFile
           if work-complete
               perform apply-hist-updates
               move hist-updates to earlier-updates
               move 0 to hist-updates
           end-if
           open output GlHistWorkFile
           close GlHistWorkFile.
      *---------------------------------------------------------*
       note-work-marker section.
           if ghw-complete
               set work-complete to true
           end-if
           perform read-hist-work.
      *---------------------------------------------------------*
       read-hist-work section.
           read GlHistWorkFile
               at end
                   set work-eof to true
           end-read.
      *---------------------------------------------------------*
      * Only once the journals are released, every one with its
      * trailer written and its debits equal to its credits, does
      * the marker go on glhist.wrk and its changes get applied to
      * glhist.ism. An unbalanced journal leaves glhist.ism alone.
      *---------------------------------------------------------*
       release-hist-updates section.
           if journals-unbalanced = 0
               move spaces to GlHistWorkRecord
               set ghw-complete to true
               write GlHistWorkRecord
               close GlHistWorkFile
               perform apply-hist-updates
           else
               close GlHistWorkFile
           end-if
           open output GlHistWorkFile
           close GlHistWorkFile.
      *---------------------------------------------------------*
      * Each change is the whole record as it should stand, so
      * applying one twice does no harm.
      *---------------------------------------------------------*
       apply-hist-updates section.
           open input GlHistWorkFile
           move 'N' to work-eof-flag
           perform read-hist-work
           perform apply-one-hist-update until work-eof
           close GlHistWorkFile.
      *---------------------------------------------------------*
       apply-one-hist-update section.
           if ghw-update
               move ghw-hist-image to GlHistRecord
               write GlHistRecord
                   invalid key
                       move ghw-hist-image to GlHistRecord
                       rewrite GlHistRecord
                       end-rewrite
               end-write
               add 1 to hist-updates
           end-if
           perform read-hist-work.
      *---------------------------------------------------------*
      * The accounts must be on the card; the period may come
      * from monparm.dat instead, so the card PMMONEND uses can
      * stay the same month after month. Under PMMONEND it always
      * does, and a card period that differs is set aside.
      *---------------------------------------------------------*
       read-parameter-card section.
           read ParamFile
               at end
                   set param-eof to true
           end-read
           if not param-eof
               move prm-period to gl-period
               move prm-suspense-acct to suspense-acct
               move prm-control-acct to default-control-acct
               if prm-print-route = 'P' or 'B'
                   move prm-print-route to print-route
               end-if
           end-if
           if monend-period numeric
               move gl-period to card-period
               move spaces to gl-period
               perform read-month-end-period
               if card-period not = spaces
                  and card-period not = gl-period
                   set card-period-ignored to true
               end-if
           end-if
           if gl-period = spaces
               perform read-month-end-period
           end-if
           move gl-period to current-period
           if gl-period numeric
               move gl-period(1:4) to gl-year
               move gl-period(5:2) to gl-month
               if gl-month >= 1 and gl-month <= 12
                  and suspense-acct not = spaces
                  and default-control-acct not = spaces
                   set run-allowed to true
               end-if
           end-if
           move gl-period(1:4) to opt-year-disp
           move gl-period(5:2) to opt-month-disp
           move suspense-acct to opt-suspense-disp
           move spaces to opt-kind-disp
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
                   move mon-period to gl-period
           end-read
           close MonParamFile.
      *---------------------------------------------------------*
       load-map-table section.
           open input MapFile
           read MapFile
               at end
                   set map-eof to true
           end-read
           perform load-one-map until map-eof
           close MapFile.
      *---------------------------------------------------------*
       load-one-map section.
           if glm-prefix not = spaces
               if map-count < 100
                   add 1 to map-count
                   move glm-prefix to map-tab-prefix(map-count)
                   move glm-revenue-acct to map-tab-revenue(map-count)
                   move glm-control-acct to map-tab-control(map-count)
               else
                   add 1 to maps-dropped
               end-if
           end-if
           read MapFile
               at end
                   set map-eof to true
           end-read.
      *---------------------------------------------------------*
      * A period with anything on glhist.ism has been interfaced
      * before, so this run's journal is a correction.
      *---------------------------------------------------------*
       check-period-interfaced section.
           move 'N' to correction-flag
           move gl-period to gh-period
           move low-values to gh-code
           start GlHistFile key is not less than gh-key
               invalid key
                   continue
               not invalid key
                   read GlHistFile next record
                       at end
                           continue
                       not at end
                           if gh-period = gl-period
                               set correction-run to true
                           end-if
                   end-read
           end-start
           if correction-run
               move "CORRECTION" to opt-kind-disp
           else
               move "SALES" to opt-kind-disp
           end-if.
      *---------------------------------------------------------*
      * The earlier periods are gathered first - one start per
      * period, skipping over its codes - so the random reads and
      * starts each one's journal makes on glhist.ism do not
      * disturb the gathering.
      *---------------------------------------------------------*
       sweep-earlier-periods section.
           perform collect-held-periods
           set sweep-pass to true
           perform varying held-index from 1 by 1 until
                   held-index > held-period-count
               move held-period(held-index) to gl-period
               perform set-period-fields
               add 1 to periods-checked
               perform interface-one-period
               if journal-started
                   add 1 to periods-corrected
               end-if
           end-perform
           move 'N' to sweep-flag.
      *---------------------------------------------------------*
       collect-held-periods section.
           move 0 to held-period-count
           move low-values to gh-key
           move 'N' to hist-eof-flag
           perform find-next-held-period
           perform store-held-period until hist-eof.
      *---------------------------------------------------------*
       find-next-held-period section.
           start GlHistFile key is greater than gh-key
               invalid key
                   set hist-eof to true
           end-start
           if not hist-eof
               read GlHistFile next record
                   at end
                       set hist-eof to true
               end-read
           end-if
           if not hist-eof
              and gh-period not < current-period
               set hist-eof to true
           end-if.
      *---------------------------------------------------------*
       store-held-period section.
           if gh-period numeric
               if held-period-count < held-period-limit
                   add 1 to held-period-count
                   move gh-period to held-period(held-period-count)
               else
                   add 1 to periods-dropped
               end-if
           end-if
           move high-values to gh-code
           perform find-next-held-period.
      *---------------------------------------------------------*
       interface-current-period section.
           move current-period to gl-period
           perform set-period-fields
           move 0 to codes-read
           perform interface-one-period.
      *---------------------------------------------------------*
       set-period-fields section.
           move gl-period(1:4) to gl-year
           move gl-period(5:2) to gl-month.
      *---------------------------------------------------------*
      * One journal for one period. The current period always
      * gets one, even if empty; an earlier period's is only
      * started when its first movement is posted.
      *---------------------------------------------------------*
       interface-one-period section.
           move 'N' to journal-started-flag
           move 'N' to report-eof-flag
           move 0 to control-count
           move 0 to debit-total
           move 0 to credit-total
           move 0 to detail-count
           perform check-period-interfaced
           if not sweep-pass
               perform start-journal
           end-if
           perform post-all-records
           perform reverse-vanished-codes
           if journal-started
               perform post-control-accounts
               perform write-journal-trailer
               add detail-count to run-detail-count
               if debit-total not = credit-total
                   add 1 to journals-unbalanced
               end-if
           end-if.
      *---------------------------------------------------------*
       start-journal section.
           set journal-started to true
           perform write-journal-header.
      *---------------------------------------------------------*
       write-journal-header section.
           move spaces to GlJournalRecord
           move 'H' to jrn-record-type
           move gl-period to jrn-period
           move opt-kind-disp to jrn-kind
           move run-stamp to jrn-run-stamp
           move "PMGLINTF" to jrn-source
           perform put-journal-record.
      *---------------------------------------------------------*
       post-all-records section.
           move low-values to file-record-key
           start PmFile key is not less than file-record-key
               invalid key
                   set report-eof to true
           end-start
           if not report-eof
               read PmFile next record
                   at end
                       set report-eof to true
               end-read
           end-if
           perform post-one-record until report-eof.
      *---------------------------------------------------------*
       post-one-record section.
           if file-key-year = gl-year
               add 1 to codes-read
               perform post-one-code
           end-if
           read PmFile next record
               at end
                   set report-eof to true
           end-read.
      *---------------------------------------------------------*
      * The code's figure is compared with what the ledger was
      * last given for it. Unchanged accounts post the difference;
      * changed accounts reverse the old posting and post the new
      * figure in full. The change to glhist.ism is then kept on
      * glhist.wrk until the journal is released.
      *---------------------------------------------------------*
       post-one-code section.
           if file-month-amt(gl-month) numeric
               move file-month-amt(gl-month) to month-amount
           else
               move 0 to month-amount
               add 1 to bad-amounts
           end-if
           perform find-code-mapping
           move gl-period to gh-period
           move file-key-code to gh-code
           move 'N' to hist-found-flag
           read GlHistFile
               invalid key
                   move 0 to gh-amount
                   move spaces to gh-revenue-acct
                   move spaces to gh-control-acct
               not invalid key
                   set hist-found to true
           end-read
           if hist-found and gh-amount not = 0
              and (gh-revenue-acct not = this-revenue-acct
                   or gh-control-acct not = this-control-acct)
               add 1 to codes-remapped
               move gh-revenue-acct to post-account
               move gh-control-acct to post-control-acct
               compute post-amount = 0 - gh-amount
               move file-key-code to post-code
               move "REVERSE - ACCOUNT REMAPPED" to post-narrative
               perform post-journal-entry
               move this-revenue-acct to post-account
               move this-control-acct to post-control-acct
               move month-amount to post-amount
               move "REPOST - ACCOUNT REMAPPED" to post-narrative
               perform post-journal-entry
           else
               move this-revenue-acct to post-account
               move this-control-acct to post-control-acct
               compute post-amount = month-amount - gh-amount
               move file-key-code to post-code
               if correction-run
                   move "CORRECTION - MONTH SALES MOVED"
                                             to post-narrative
               else
                   move "MONTH SALES" to post-narrative
               end-if
               perform post-journal-entry
           end-if
           if posted-to-suspense and month-amount not = 0
              and not sweep-pass
               perform note-suspense-code
           end-if
           perform update-hist-record.
      *---------------------------------------------------------*
      * The same prefix rule as regnmast.ism: two characters
      * first, then one. No mapping sends the code to suspense
      * against the card's default control account, as does a
      * mapping with a blank control account.
      *---------------------------------------------------------*
       find-code-mapping section.
           move 0 to found-index
           perform varying map-index from 1 by 1 until
                   map-index > map-count
                   or found-index not = 0
               if map-tab-prefix(map-index) = file-key-code(1:2)
                   move map-index to found-index
               end-if
           end-perform
           if found-index = 0
               perform varying map-index from 1 by 1 until
                       map-index > map-count
                       or found-index not = 0
                   if map-tab-prefix(map-index)(1:1)
                                           = file-key-code(1:1)
                      and map-tab-prefix(map-index)(2:1) = space
                       move map-index to found-index
                   end-if
               end-perform
           end-if
           if found-index = 0
               set posted-to-suspense to true
               move suspense-acct to this-revenue-acct
               move default-control-acct to this-control-acct
           else
               move 'N' to suspense-flag
               move map-tab-revenue(found-index) to this-revenue-acct
               move map-tab-control(found-index) to this-control-acct
               if this-control-acct = spaces
                   move default-control-acct to this-control-acct
               end-if
               if this-revenue-acct = spaces
                   set posted-to-suspense to true
                   move suspense-acct to this-revenue-acct
               end-if
           end-if.
      *---------------------------------------------------------*
      * Only a code whose figure or accounts have moved is kept,
      * so an earlier period with nothing changed leaves glhist.ism
      * exactly as it was.
      *---------------------------------------------------------*
       update-hist-record section.
           if gh-amount not = month-amount
              or (month-amount not = 0
                  and (gh-revenue-acct not = this-revenue-acct
                       or gh-control-acct not = this-control-acct))
               move gl-period to gh-period
               move file-key-code to gh-code
               move month-amount to gh-amount
               move this-revenue-acct to gh-revenue-acct
               move this-control-acct to gh-control-acct
               move run-stamp to gh-stamp
               perform keep-hist-update
           end-if.
      *---------------------------------------------------------*
       keep-hist-update section.
           move spaces to GlHistWorkRecord
           set ghw-update to true
           move GlHistRecord to ghw-hist-image
           write GlHistWorkRecord.
      *---------------------------------------------------------*
      * A code interfaced earlier whose record for the year is no
      * longer on demofile.ism (deleted, or merged into another
      * code) has its posting reversed out, so the ledger never
      * keeps a figure the sales file has dropped.
      *---------------------------------------------------------*
       reverse-vanished-codes section.
           move gl-period to gh-period
           move low-values to gh-code
           move 'N' to hist-eof-flag
           start GlHistFile key is not less than gh-key
               invalid key
                   set hist-eof to true
           end-start
           if not hist-eof
               read GlHistFile next record
                   at end
                       set hist-eof to true
               end-read
           end-if
           perform check-one-hist-code until hist-eof.
      *---------------------------------------------------------*
       check-one-hist-code section.
           if gh-period not = gl-period
               set hist-eof to true
           else
               if gh-amount not = 0
                   move gh-code to file-key-code
                   move gl-year to file-key-year
                   read PmFile
                       invalid key
                           perform reverse-hist-code
                   end-read
               end-if
               read GlHistFile next record
                   at end
                       set hist-eof to true
               end-read
           end-if.
      *---------------------------------------------------------*
       reverse-hist-code section.
           add 1 to codes-reversed
           move gh-revenue-acct to post-account
           move gh-control-acct to post-control-acct
           compute post-amount = 0 - gh-amount
           move gh-code to post-code
           move "REVERSE - RECORD NO LONGER ON FILE" to post-narrative
           perform post-journal-entry
           move 0 to gh-amount
           move run-stamp to gh-stamp
           perform keep-hist-update.
      *---------------------------------------------------------*
      * One revenue line per movement: a rise is a credit, a fall
      * a debit. The offsetting control-account side is netted
      * per account and written after the last code.
      *---------------------------------------------------------*
       post-journal-entry section.
           if post-amount not = 0
               if not journal-started
                   perform start-journal
               end-if
               move spaces to GlJournalRecord
               move 'D' to jrn-record-type
               move gl-period to jrn-period
               move post-account to jrn-account
               move post-code to jrn-code
               move post-narrative to jrn-narrative
               if post-amount > 0
                   move 'C' to jrn-dr-cr
                   move post-amount to jrn-amount
                   add post-amount to credit-total
               else
                   move 'D' to jrn-dr-cr
                   compute jrn-amount = 0 - post-amount
                   subtract post-amount from debit-total
               end-if
               if post-account = suspense-acct
                  and not sweep-pass
                   if post-amount > 0
                       add post-amount to suspense-total
                   end-if
               end-if
               perform put-journal-record
               add 1 to detail-count
               add 1 to codes-posted
               perform add-to-control-account
           end-if.
      *---------------------------------------------------------*
       add-to-control-account section.
           move 0 to found-index
           perform varying control-index from 1 by 1 until
                   control-index > control-count
                   or found-index not = 0
               if control-tab-acct(control-index) = post-control-acct
                   move control-index to found-index
               end-if
           end-perform
           if found-index = 0
               if control-count < 100
                   add 1 to control-count
                   move post-control-acct to
                        control-tab-acct(control-count)
                   move 0 to control-tab-net(control-count)
                   move control-count to found-index
               else
                   add 1 to controls-dropped
               end-if
           end-if
           if found-index not = 0
               add post-amount to control-tab-net(found-index)
           end-if.
      *---------------------------------------------------------*
      * A net credit to revenue is a debit to control, and the
      * other way about.
      *---------------------------------------------------------*
       post-control-accounts section.
           perform varying control-index from 1 by 1 until
                   control-index > control-count
               if control-tab-net(control-index) not = 0
                   perform post-one-control-line
               end-if
           end-perform.
      *---------------------------------------------------------*
       post-one-control-line section.
           move spaces to GlJournalRecord
           move 'D' to jrn-record-type
           move gl-period to jrn-period
           move control-tab-acct(control-index) to jrn-account
           move spaces to jrn-code
           move "SALES CONTROL" to jrn-narrative
           if control-tab-net(control-index) > 0
               move 'D' to jrn-dr-cr
               move control-tab-net(control-index) to jrn-amount
               add control-tab-net(control-index) to debit-total
           else
               move 'C' to jrn-dr-cr
               compute jrn-amount = 0 - control-tab-net(control-index)
               subtract control-tab-net(control-index)
                   from credit-total
           end-if
           perform put-journal-record
           add 1 to detail-count.
      *---------------------------------------------------------*
       write-journal-trailer section.
           move spaces to GlJournalRecord
           move 'T' to jrn-record-type
           move gl-period to jrn-period
           move detail-count to jrn-detail-count
           move debit-total to jrn-debit-total
           move credit-total to jrn-credit-total
           perform put-journal-record.
      *---------------------------------------------------------*
       put-journal-record section.
           write GlJournalRecord.
      *---------------------------------------------------------*
      * The listing is printed from gljrnl.wrk, a page to each
      * journal. Only when every journal on it balances are its
      * records copied to gljrnl.dat and added to gljrnl.his;
      * otherwise gljrnl.dat is left empty, so the ledger is never
      * handed a journal that does not balance.
      *---------------------------------------------------------*
       release-journal section.
           open input JournalWorkFile
           open output JournalFile
           if journals-unbalanced = 0
               open extend JournalHistFile
           end-if
           move 'N' to jwork-eof-flag
           perform read-journal-work
           perform list-journal-record until jwork-eof
           if journals-unbalanced = 0
               close JournalHistFile
           end-if
           close JournalFile
           close JournalWorkFile.
      *---------------------------------------------------------*
       list-journal-record section.
           evaluate true
               when jrn-header
                   perform list-journal-header
               when jrn-trailer
                   perform list-journal-trailer
               when other
                   perform print-journal-line
           end-evaluate
           if journals-unbalanced = 0
               write JournalRecord from GlJournalRecord
               write JournalHistRecord from GlJournalRecord
           end-if
           perform read-journal-work.
      *---------------------------------------------------------*
       read-journal-work section.
           read JournalWorkFile
               at end
                   set jwork-eof to true
           end-read.
      *---------------------------------------------------------*
       list-journal-header section.
           move jrn-period(1:4) to opt-year-disp
           move jrn-period(5:2) to opt-month-disp
           move jrn-kind to opt-kind-disp
           perform start-new-page
           move column-heading to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line.
      *---------------------------------------------------------*
       list-journal-trailer section.
           move spaces to report-line
           perform write-report-line
           move "TOTAL DEBITS" to tot-label
           move jrn-debit-total to tot-amount
           move journal-total-line to report-line
           perform write-report-line
           move "TOTAL CREDITS" to tot-label
           move jrn-credit-total to tot-amount
           move journal-total-line to report-line
           perform write-report-line
           if jrn-debit-total not = jrn-credit-total
               move "JOURNAL OUT OF BALANCE" to sum-result-text
               move summary-result-line to report-line
               perform write-report-line
           end-if.
      *---------------------------------------------------------*
       print-journal-line section.
           move jrn-account to det-account
           if jrn-debit
               move "DR" to det-dr-cr
           else
               move "CR" to det-dr-cr
           end-if
           move jrn-amount to det-amount
           move jrn-code to det-code
           move jrn-narrative to det-narrative
           move journal-detail-line to report-line
           perform write-report-line.
      *---------------------------------------------------------*
       note-suspense-code section.
           add 1 to exception-count
           if exception-count <= exception-limit
               move file-key-code to exc-tab-code(exception-count)
               move month-amount to exc-tab-amount(exception-count)
               move file-key-code(1:2) to
                    exc-tab-prefix(exception-count)
           end-if.
      *---------------------------------------------------------*
       print-exception-page section.
           if exception-count not = 0
               perform start-new-page
               move exception-heading to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
               perform varying exception-index from 1 by 1 until
                       exception-index > exception-count
                       or exception-index > exception-limit
                   move exc-tab-code(exception-index) to exl-code
                   move exc-tab-prefix(exception-index) to exl-prefix
                   move exc-tab-amount(exception-index) to exl-amount
                   move exception-line to report-line
                   perform write-report-line
               end-perform
               move spaces to report-line
               perform write-report-line
               move "SUSPENSE CREDITS" to tot-label
               move suspense-total to tot-amount
               move journal-total-line to report-line
               perform write-report-line
           end-if.
      *---------------------------------------------------------*
       print-summary section.
           evaluate true
               when not run-allowed
                   move "NO VALID PERIOD OR ACCOUNTS ON CARD - NOT RUN"
                                                   to sum-result-text
               when journals-unbalanced not = 0
                   move "JOURNAL OUT OF BALANCE - NOTHING RELEASED"
                                                   to sum-result-text
               when run-detail-count = 0
                   move "NOTHING TO INTERFACE - EMPTY JOURNAL RELEASED"
                                                   to sum-result-text
               when other
                   move "JOURNAL BALANCED - RELEASED" to sum-result-text
           end-evaluate
           move summary-result-line to report-line
           perform write-report-line
           if card-period-ignored
               move card-period to cig-period
               move card-ignored-line to report-line
               perform write-report-line
           end-if
           if earlier-updates not = 0
               move "EARLIER RUN GLHIST FINISHED" to sum-count-label
               move earlier-updates to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if
           if run-allowed
               perform print-run-counts
           end-if.
      *---------------------------------------------------------*
       print-run-counts section.
           move spaces to report-line
           perform write-report-line
           move "CODES READ FOR PERIOD" to sum-count-label
           move codes-read to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "JOURNAL DETAIL LINES" to sum-count-label
           move run-detail-count to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "EARLIER PERIODS CHECKED" to sum-count-label
           move periods-checked to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "EARLIER PERIODS CORRECTED" to sum-count-label
           move periods-corrected to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES POSTED TO SUSPENSE" to sum-count-label
           move exception-count to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES REMAPPED" to sum-count-label
           move codes-remapped to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "CODES REVERSED OUT" to sum-count-label
           move codes-reversed to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           move "GLHIST RECORDS UPDATED" to sum-count-label
           move hist-updates to sum-count-disp
           move summary-count-line to report-line
           perform write-report-line
           if bad-amounts not = 0
               move "AMOUNTS NOT NUMERIC - ZERO" to sum-count-label
               move bad-amounts to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if
           if maps-dropped not = 0
               move "MAPPINGS PAST TABLE LIMIT" to sum-count-label
               move maps-dropped to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if
           if controls-dropped not = 0
               move "CONTROL ACCOUNTS PAST LIMIT" to sum-count-label
               move controls-dropped to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if
           if periods-dropped not = 0
               move "EARLIER PERIODS PAST LIMIT" to sum-count-label
               move periods-dropped to sum-count-disp
               move summary-count-line to report-line
               perform write-report-line
           end-if.
      *---------------------------------------------------------*
       set-final-return-code section.
           evaluate true
               when not run-allowed
                   move 8 to return-code
               when journals-unbalanced not = 0
                 or controls-dropped not = 0
                   move 8 to return-code
               when exception-count not = 0
                 or bad-amounts not = 0
                 or maps-dropped not = 0
                 or periods-dropped not = 0
                 or card-period-ignored
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
      *---------------------------------------------------------*
      * Print control: every line goes through write-report-line,
      * which breaks to a fresh page with the repeated heading
      * block when the page fills, and put-one-line routes the
      * line to the .lst file, the print device, or both as the
      * parameter card asked.
      *---------------------------------------------------------*
       write-report-line section.
           if line-count >= page-line-limit
               perform start-new-page
           end-if
           perform put-one-line
           add 1 to line-count.
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
           close GlHistFile
           close JournalReport
           if printer-only or printer-as-well
               close PrinterFile
           end-if.
