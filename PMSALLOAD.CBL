      * summary says plainly whether the run was a fresh apply or
      * a restart and from which record it resumed. A completed
      * run clears the checkpoint so the next period starts fresh.
      *
      * Rejects repaired through PMDEMO2's reject repair dialog
      * come back on salesrsb.dat, in extract layout with their
      * own *TRL trailer. They are validated exactly like the
      * extract, reconciled against their own trailer, applied
      * ahead of the extract and the file then emptied, so a
      * figure held back since an earlier run never overwrites the
      * fresher one this extract carries for the same code and
      * year; one that does not reconcile is left in place and does
      * not hold up the extract. Before salesrej.dat is replaced,
      * the rejects left on it that were neither repaired nor
      * written off are counted onto the summary and kept aside on
      * salesrej.prv, then written back at the head of the new
      * salesrej.dat, so they stay in front of the repair dialog
      * until they are cleared.
      *
      * A feeder that also knows the units sold sends them on a
      * separate extract, salesqty.dat: one fixed record per code
      * and year, keyed like salesext.dat, with twelve packed
      * monthly unit counts, closed by its own *TRL trailer whose
      * hash is the sum of the units. It is staged on salesqty.wrk
      * and reconciled against that trailer before the extract is
      * validated; a units file that does not reconcile is not
      * used at all, but the values still load. A record's units
      * go to qtyfile.ism (PMQTY.CPY) once its values are applied,
      * and travel with it onto salesrej.dat when it is rejected,
      * so a repaired reject comes back on salesrsb.dat with its
      * units after the amounts. Units with no extract record to
      * go with, invalid units and duplicate keys are counted on
      * the summary and not loaded.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
           record key is ctl-key
           access is dynamic.

           select optional RejectFile assign "salesrej.dat"
           organization is sequential.

           select optional QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is dynamic.

           select optional ResubFile assign "salesrsb.dat"
           organization is sequential.

           select optional UnitsFile assign "salesqty.dat"
           organization is sequential.

           select UnitsWorkFile assign "salesqty.wrk"
           organization is indexed
           record key is uwk-record-key
           access is dynamic.

           select optional PriorRejectFile assign "salesrej.prv"
           organization is sequential.

           select SummaryFile assign "loadsumm.lst"
       fd  CtlFile.
           copy "PMCTL.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  RejectFile.
           copy "PMSALREJ.CPY".

      *    A repaired record in extract layout, followed by its
      *    units - spaces when it had none. The trailer is the
      *    extract's, padded out to the same length.
       fd  ResubFile.
       01  ResubRecord.
           03 rsb-contents            pic x(70).
           03 rsb-units-contents.
               05 rsb-month-units     pic 9(7) comp-3 occurs 12.

      *    The units extract's trailer carries the record count and
      *    the sum of every monthly unit count written.
       fd  UnitsFile.
       01  UnitsRecord.
           03 unt-record-key.
               05 unt-key-code        pic x(6).
               05 unt-key-year        pic x(4).
           03 unt-units-contents.
               05 unt-month-units     pic 9(7) comp-3 occurs 12.
       01  UnitsTrailer.
           03 utrl-id                 pic x(6).
           03 utrl-record-count       pic 9(7).
           03 utrl-hash-total         pic 9(13)v99 comp-3.
           03                         pic x(37).

      *    uwk-matched is set once an extract record has claimed the
      *    units, so those left unclaimed can be counted.
       fd  UnitsWorkFile.
       01  UnitsWorkRecord.
           03 uwk-record-key          pic x(10).
           03 uwk-units-contents      pic x(48).
           03 uwk-matched             pic x.

       fd  PriorRejectFile.
       01  PriorRejectRecord          pic x(121).

       fd  SummaryFile.
       01  summary-line               pic x(80).
       01  locked-count               pic 9(5)   value 0.
       01  apply-fail-count           pic 9(5)   value 0.

       01  resub-eof-flag             pic x      value 'N'.
           88  resub-eof                         value 'Y'.
       01  resub-trailer-flag         pic x      value 'N'.
           88  resub-trailer-found               value 'Y'.
       01  resub-reconciled-flag      pic x      value 'N'.
           88  resub-reconciled                  value 'Y'.
       01  resub-count                pic 9(7)   value 0.
       01  resub-hash                 pic 9(13)v99 comp-3 value 0.
       01  resub-trailer-count        pic 9(7)   value 0.
       01  resub-trailer-hash         pic 9(13)v99 comp-3 value 0.

       01  prior-eof-flag             pic x      value 'N'.
           88  prior-eof                         value 'Y'.
       01  prior-reject-count         pic 9(5)   value 0.

       01  units-valid-flag           pic x      value 'N'.
           88  units-valid                       value 'Y'.
           88  units-absent                      value 'N'.
       01  units-load-count           pic 9(5)   value 0.
       01  units-bad-count            pic 9(5)   value 0.
       01  units-dup-count            pic 9(5)   value 0.
       01  units-unmatched-count      pic 9(7)   value 0.

      *    The units belonging to the record in hand, from
      *    salesqty.wrk for an extract record or from the back of
      *    a resubmitted one.
       01  record-units.
           03 rec-units-contents.
               05 rec-month-units     pic 9(7) comp-3 occurs 12.

       01  units-eof-flag             pic x      value 'N'.
           88  units-eof                         value 'Y'.
       01  units-trailer-flag         pic x      value 'N'.
           88  units-trailer-found               value 'Y'.
       01  units-reconciled-flag      pic x      value 'N'.
           88  units-reconciled                  value 'Y'.
       01  units-read-count           pic 9(7)   value 0.
       01  units-hash                 pic 9(13)v99 comp-3 value 0.
       01  units-trailer-count        pic 9(7)   value 0.
       01  units-trailer-hash         pic 9(13)v99 comp-3 value 0.

       01  pm-open-flag               pic x      value 'Y'.
           88  pm-open-ok                        value 'Y'.
           88  pm-open-failed                    value 'N'.
       procedure division.
       main section.
           perform start-up
           perform stage-units-extract
           perform read-first-record
           perform validate-all-records until extract-eof
           perform count-unmatched-units
           perform validate-resubmissions
           perform check-reconciliation
           if run-reconciled
               perform apply-extract-file
           open input ExtractFile
           open input MasterFile
           open input CtlFile
           perform count-prior-rejects
           open output RejectFile
           perform carry-prior-rejects
           open output SummaryFile.
      *---------------------------------------------------------*
      * salesrej.dat still holds the last run's rejects. Those not
      * yet marked repaired or written off are counted for the
      * summary and copied aside to salesrej.prv before the file
      * is replaced; carry-prior-rejects puts them back.
      *---------------------------------------------------------*
       count-prior-rejects section.
           open input RejectFile
           open output PriorRejectFile
           perform read-prior-reject
           perform tally-prior-reject until prior-eof
           close PriorRejectFile
           close RejectFile.
      *---------------------------------------------------------*
       tally-prior-reject section.
           if srej-outstanding
               add 1 to prior-reject-count
               write PriorRejectRecord from SalesRejectRecord
           end-if
           perform read-prior-reject.
      *---------------------------------------------------------*
       carry-prior-rejects section.
           open input PriorRejectFile
           move 'N' to prior-eof-flag
           perform read-carried-reject
           perform write-carried-reject until prior-eof
           close PriorRejectFile.
      *---------------------------------------------------------*
       write-carried-reject section.
           write SalesRejectRecord from PriorRejectRecord
           perform read-carried-reject.
      *---------------------------------------------------------*
       read-carried-reject section.
           read PriorRejectFile
               at end
                   set prior-eof to true
           end-read.
      *---------------------------------------------------------*
       read-prior-reject section.
           read RejectFile
               at end
                   set prior-eof to true
           end-read.
      *---------------------------------------------------------*
       read-first-record section.
           read ExtractFile
           else
               add 1 to extract-count
               perform add-amounts-to-hash
               perform find-record-units
               if units-valid
                   perform mark-units-matched
               end-if
               perform validate-one-record
               if record-invalid
                   perform write-reject-record
           end-if.
      *---------------------------------------------------------*
       write-reject-record section.
           move reject-reason to srej-reason
           move ExtractRecord to srej-contents
           if units-valid
               move rec-units-contents to srej-units-contents
           else
               move spaces to srej-units-contents
           end-if
           set srej-outstanding to true
           write SalesRejectRecord
           add 1 to reject-count.
      *---------------------------------------------------------*
      * Resubmitted records are read into the extract record area
      * so the same validation and apply sections serve both; they
      * keep their own count and hash for their own trailer.
      *---------------------------------------------------------*
       validate-resubmissions section.
           open input ResubFile
           move 'N' to resub-eof-flag
           perform read-resub-record
           perform validate-resub-record until resub-eof
           close ResubFile
           if resub-trailer-found
              and resub-count > 0
              and resub-trailer-count = resub-count
              and resub-trailer-hash = resub-hash
               set resub-reconciled to true
           end-if.
      *---------------------------------------------------------*
       validate-resub-record section.
           if trl-id = "*TRL"
               set resub-trailer-found to true
               move trl-record-count to resub-trailer-count
               move trl-hash-total to resub-trailer-hash
           else
               add 1 to resub-count
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   if ext-month-amt(month-index) numeric
                       add ext-month-amt(month-index) to resub-hash
                   end-if
               end-perform
               if units-absent
                  and rsb-units-contents not = spaces
                   add 1 to units-bad-count
               end-if
               perform validate-one-record
               if record-invalid
                   perform write-reject-record
               end-if
           end-if
           perform read-resub-record.
      *---------------------------------------------------------*
       read-resub-record section.
           read ResubFile
               at end
                   set resub-eof to true
               not at end
                   move rsb-contents to ExtractRecord
                   perform take-resub-units
           end-read.
      *---------------------------------------------------------*
      * A resubmitted record brings its own units, if it had any
      * when it was rejected.
      *---------------------------------------------------------*
       take-resub-units section.
           set units-absent to true
           if rsb-units-contents not = spaces
               move rsb-units-contents to rec-units-contents
               perform check-record-units
           end-if.
      *---------------------------------------------------------*
      * Units count only when all twelve are valid packed decimal.
      *---------------------------------------------------------*
       check-record-units section.
           set units-valid to true
           perform varying month-index from 1 by 1 until
                   month-index > 12
               if rec-month-units(month-index) not numeric
                   set units-absent to true
               end-if
           end-perform.
      *---------------------------------------------------------*
      * salesqty.dat is staged on salesqty.wrk, keyed by code and
      * year, so each extract record can find its units whatever
      * order the two files were written in. Only a units file
      * that reconciles against its own trailer is used.
      *---------------------------------------------------------*
       stage-units-extract section.
           open input UnitsFile
           open output UnitsWorkFile
           perform read-units-record
           perform stage-units-record until units-eof
           close UnitsWorkFile
           close UnitsFile
           if units-trailer-found
              and units-read-count > 0
              and units-trailer-count = units-read-count
              and units-trailer-hash = units-hash
               set units-reconciled to true
           end-if
           open i-o UnitsWorkFile.
      *---------------------------------------------------------*
      * As with the extract, a units field that is not valid packed
      * decimal is left out of the hash, so a corrupt units file
      * can never reconcile.
      *---------------------------------------------------------*
       stage-units-record section.
           if utrl-id = "*TRL"
               set units-trailer-found to true
               move utrl-record-count to units-trailer-count
               move utrl-hash-total to units-trailer-hash
           else
               add 1 to units-read-count
               set units-valid to true
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   if unt-month-units(month-index) numeric
                       add unt-month-units(month-index) to units-hash
                   else
                       set units-absent to true
                   end-if
               end-perform
               if units-absent
                   add 1 to units-bad-count
               else
                   move unt-record-key to uwk-record-key
                   move unt-units-contents to uwk-units-contents
                   move 'N' to uwk-matched
                   write UnitsWorkRecord
                       invalid key
                           add 1 to units-dup-count
                   end-write
               end-if
           end-if
           perform read-units-record.
      *---------------------------------------------------------*
       read-units-record section.
           read UnitsFile
               at end
                   set units-eof to true
           end-read.
      *---------------------------------------------------------*
       find-record-units section.
           set units-absent to true
           if units-reconciled
               move ext-record-key to uwk-record-key
               read UnitsWorkFile
                   invalid key
                       continue
                   not invalid key
                       move uwk-units-contents to rec-units-contents
                       set units-valid to true
               end-read
           end-if.
      *---------------------------------------------------------*
       mark-units-matched section.
           if uwk-matched not = 'Y'
               move 'Y' to uwk-matched
               rewrite UnitsWorkRecord
               end-rewrite
           end-if.
      *---------------------------------------------------------*
      * Units no extract record claimed have nowhere to go: they
      * are counted on the summary and left off qtyfile.ism.
      *---------------------------------------------------------*
       count-unmatched-units section.
           if units-reconciled
               move 'N' to units-eof-flag
               move low-values to uwk-record-key
               start UnitsWorkFile key is not less than uwk-record-key
                   invalid key
                       set units-eof to true
               end-start
               perform read-next-units-work
               perform tally-unmatched-units until units-eof
           end-if.
      *---------------------------------------------------------*
       tally-unmatched-units section.
           if uwk-matched not = 'Y'
               add 1 to units-unmatched-count
           end-if
           perform read-next-units-work.
      *---------------------------------------------------------*
       read-next-units-work section.
           if not units-eof
               read UnitsWorkFile next record
                   at end
                       set units-eof to true
               end-read
           end-if.
      *---------------------------------------------------------*
      * Every readable amount on the extract goes into the computed
      * hash, even on records rejected for a bad key, because the
      * feeder hashed everything it wrote: a file whose only
      * Pass 2: re-read the extract and apply every record that
      * passes the same validation as pass 1. Rejects were already
      * written on pass 1, so failures are simply skipped here.
      * Resubmitted repairs go first: they may have waited since
      * an earlier run, and the extract's figures are the newer.
      *---------------------------------------------------------*
      * The open is proved good before anything is applied: with a
      * file status declared a failed open no longer aborts, and
           if pmfile-status not = "00"
               set pm-open-failed to true
           else
               open i-o QtyFile
               if resub-reconciled
                   perform apply-resubmissions
               end-if
               perform read-checkpoint-record
               move 'N' to extract-eof-flag
               perform read-first-record
               perform apply-all-records until extract-eof
               perform clear-checkpoint-record
               close QtyFile
               close PmFile
           end-if.
      *---------------------------------------------------------*
           if trl-id not = "*TRL"
               add 1 to records-consumed
               if records-consumed > resume-from-record
                   perform find-record-units
                   perform validate-one-record
                   if record-valid
                       perform apply-one-record
                   set extract-eof to true
           end-read.
      *---------------------------------------------------------*
      * Once applied the resubmission file is emptied, so the
      * same corrections are never loaded twice.
      *---------------------------------------------------------*
       apply-resubmissions section.
           open input ResubFile
           move 'N' to resub-eof-flag
           perform read-resub-record
           perform apply-resub-record until resub-eof
           close ResubFile
           open output ResubFile
           close ResubFile.
      *---------------------------------------------------------*
       apply-resub-record section.
           if trl-id not = "*TRL"
               perform validate-one-record
               if record-valid
                   perform apply-one-record
               end-if
           end-if
           perform read-resub-record.
      *---------------------------------------------------------*
      * A checkpoint left by an earlier run only counts when it
      * carries this extract's own trailer count and hash: a
      * checkpoint from some other period's extract, or one
                   add 1 to apply-fail-count
               when other
                   add 1 to load-count
                   if units-valid
                       perform apply-record-units
                   end-if
           end-evaluate.
      *---------------------------------------------------------*
       apply-record-units section.
           move ext-record-key to qty-record-key
           move rec-units-contents to qty-field-contents
           write QtyFileRecord
               invalid key
                   rewrite QtyFileRecord
                   end-rewrite
           end-write
           add 1 to units-load-count.
      *---------------------------------------------------------*
       print-summary section.
           move summary-heading to summary-line
           move reject-count to sum-count-disp
           move summary-count-line to summary-line
           write summary-line
           if resub-count not = 0 or resub-trailer-found
               move "RESUBMITTED RECORDS READ" to sum-count-label
               move resub-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-read-count not = 0 or units-trailer-found
               move "UNITS RECORDS READ" to sum-count-label
               move units-read-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-load-count not = 0
               move "RECORDS WITH UNITS LOADED" to sum-count-label
               move units-load-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-bad-count not = 0
               move "UNITS NOT VALID-NOT LOADED" to sum-count-label
               move units-bad-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-dup-count not = 0
               move "UNITS DUPLICATE-NOT LOADED" to sum-count-label
               move units-dup-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-unmatched-count not = 0
               move "UNITS WITH NO SALES RECORD" to sum-count-label
               move units-unmatched-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           move "PRIOR REJECTS NOT CLEARED" to sum-count-label
           move prior-reject-count to sum-count-disp
           move summary-count-line to summary-line
           write summary-line
           if locked-count not = 0
               move "RECORDS LOCKED - SKIPPED" to sum-count-label
               move locked-count to sum-count-disp
           end-if
           move spaces to summary-line
           write summary-line
           if (resub-count not = 0 or resub-trailer-found)
              and not resub-reconciled
               move "RESUBMISSIONS NOT LOADED - DO NOT RECONCILE"
                                                    to sum-result-text
               move summary-result-line to summary-line
               write summary-line
           end-if
           if (units-read-count not = 0 or units-trailer-found)
              and not units-reconciled
               move "UNITS NOT LOADED - UNITS FILE DOES NOT RECONCILE"
                                                    to sum-result-text
               move summary-result-line to summary-line
               write summary-line
           end-if
           evaluate true
               when not trailer-found
                   move "RUN ABANDONED - NO TRAILER RECORD ON EXTRACT"
                   move 8 to return-code
               when reject-count not = 0
                   move 4 to return-code
               when prior-reject-count not = 0
                   move 4 to return-code
               when units-bad-count not = 0
                   move 4 to return-code
               when units-dup-count not = 0
                   move 4 to return-code
               when units-unmatched-count not = 0
                   move 4 to return-code
               when (units-read-count not = 0 or units-trailer-found)
                    and not units-reconciled
                   move 4 to return-code
               when (resub-count not = 0 or resub-trailer-found)
                    and not resub-reconciled
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           close ExtractFile
           close MasterFile
           close CtlFile
           close UnitsWorkFile
           close RejectFile
           close SummaryFile.
