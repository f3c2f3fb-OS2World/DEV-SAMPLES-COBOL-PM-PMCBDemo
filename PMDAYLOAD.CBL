      * entry on demoaud.log, action DAYPOST, with the bucket
      * contents before and after. A run summary goes to
      * daysumm.lst on every run.
      *
      * Transactions repaired through PMDEMO2's reject repair
      * dialog come back on dayrsb.dat with their own *TRL
      * trailer, and are validated, reconciled and posted ahead
      * of the day's file the same way PMSALLOAD takes
      * salesrsb.dat; the file is emptied once posted, because a
      * daily amount posted twice would be added twice. The last
      * run's rejects on dayrej.dat that were neither repaired nor
      * written off are counted onto the summary and kept aside on
      * dayrej.prv, then written back at the head of the new
      * dayrej.dat, so they stay in front of the repair dialog
      * until they are cleared.
      *
      * A branch may also send the units sold, packed in four
      * bytes after the amount; left as spaces or low-values they
      * are not supplied. Supplied units are added to the month
      * on qtyfile.ism (PMQTY.CPY) beside the amount, and go onto
      * salesday.his with the day's detail. Units that are not
      * valid packed decimal are counted on the summary and left
      * off; the amount still posts. The hash stays on amounts.
      * Units that would overflow the month's count on qtyfile.ism
      * send the whole transaction to dayrej.dat, amount and all,
      * so the value and the units never part company; a units
      * record that cannot be written is counted as a failure.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
           select AuditFile assign "demoaud.log"
           organization is sequential.

           select optional QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is dynamic.

           select optional DetailFile assign "salesday.his"
           organization is sequential.

           select optional RejectFile assign "dayrej.dat"
           organization is sequential.

           select optional ResubFile assign "dayrsb.dat"
           organization is sequential.

           select optional PriorRejectFile assign "dayrej.prv"
           organization is sequential.

           select SummaryFile assign "daysumm.lst"
               05 trn-month           pic 99.
               05 trn-day             pic 99.
           03 trn-amount              pic 9(7)v99 comp-3.
           03 trn-units               pic 9(7) comp-3.
           03 trn-units-x redefines trn-units pic x(4).
           03                         pic x(17).

      *    The feeder writes this as the last record of the file:
      *    trl-id holds "*TRL", trl-record-count the number of data
       fd  AuditFile.
           copy "PMAUDIT.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  DetailFile.
           copy "PMDAYTX.CPY".

       fd  RejectFile.
           copy "PMDAYREJ.CPY".

       fd  ResubFile.
       01  ResubRecord                pic x(40).

       fd  PriorRejectFile.
       01  PriorRejectRecord          pic x(43).

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
       01  units-post-count           pic 9(5)   value 0.
       01  units-bad-count            pic 9(5)   value 0.
       01  units-overflow-count       pic 9(5)   value 0.
       01  units-fail-count           pic 9(5)   value 0.
       01  units-overflow-flag        pic x      value 'N'.
           88  units-overflow                    value 'Y'.
       01  qty-found-flag             pic x      value 'N'.
           88  qty-record-found                  value 'Y'.
           88  qty-record-new                    value 'N'.

       01  pm-open-flag               pic x      value 'Y'.
           88  pm-open-ok                        value 'Y'.
           88  pm-open-failed                    value 'N'.
      *        06  record held under lock by an operator
      *        07  file error applying the record to demofile.ism
      *        08  transaction date not a valid month and day
      *        09  units would overflow the month on qtyfile.ism
       78  reason-blank-code                     value "01".
       78  reason-bad-year                       value "02".
       78  reason-bad-amount                     value "03".
       78  reason-record-locked                  value "06".
       78  reason-apply-error                    value "07".
       78  reason-bad-date                       value "08".
       78  reason-units-overflow                 value "09".

       01  month-day-limits.
           03  pic 99 value 31.
           perform start-up
           perform read-first-record
           perform validate-all-records until trans-eof
           perform validate-resubmissions
           perform check-reconciliation
           if run-reconciled
               perform apply-trans-file
           open input TransFile
           open input MasterFile
           open input CtlFile
           perform count-prior-rejects
           open output RejectFile
           perform carry-prior-rejects
           open output SummaryFile
           accept today-date from date yyyymmdd
           accept time-now from time
           move today-date to posting-stamp(1:8)
           move time-now(1:6) to posting-stamp(9:6).
      *---------------------------------------------------------*
      * dayrej.dat still holds the last run's rejects. Those not
      * yet marked repaired or written off are counted for the
      * summary and copied aside to dayrej.prv before the file is
      * replaced; carry-prior-rejects puts them back.
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
           if drej-outstanding
               add 1 to prior-reject-count
               write PriorRejectRecord from DayRejectRecord
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
           write DayRejectRecord from PriorRejectRecord
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
           read TransFile
               perform validate-one-record
               if record-invalid
                   perform write-reject-record
               else
                   perform check-trans-units
                   if units-absent
                      and trn-units-x not = spaces
                      and trn-units-x not = low-values
                       add 1 to units-bad-count
                   end-if
               end-if
           end-if
           read TransFile
           end-if.
      *---------------------------------------------------------*
       write-reject-record section.
           move reject-reason to drej-reason
           move TransRecord to drej-contents
           set drej-outstanding to true
           write DayRejectRecord
           add 1 to reject-count.
      *---------------------------------------------------------*
      * Resubmitted transactions are read into the transaction
      * record area so the same validation and posting sections
      * serve both; they keep their own count and hash for their
      * own trailer.
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
               if trn-amount numeric
                   add trn-amount to resub-hash
               end-if
               perform validate-one-record
               if record-invalid
                   perform write-reject-record
               else
                   perform check-trans-units
                   if units-absent
                      and trn-units-x not = spaces
                      and trn-units-x not = low-values
                       add 1 to units-bad-count
                   end-if
               end-if
           end-if
           perform read-resub-record.
      *---------------------------------------------------------*
       read-resub-record section.
           read ResubFile into TransRecord
               at end
                   set resub-eof to true
           end-read.
      *---------------------------------------------------------*
       check-trans-units section.
           if trn-units-x = spaces or low-values
              or trn-units not numeric
               set units-absent to true
           else
               set units-valid to true
           end-if.
      *---------------------------------------------------------*
      * The run reconciles only when the feeder's trailer was
      * present and both its record count and its hash total agree
      * with what pass 1 actually read; an unreadable amount stays
      * passes the same validation as pass 1. Rejects were already
      * written on pass 1, so failures are simply skipped here.
      * The open is proved good before anything is applied, the
      * same way PMSALLOAD proves its apply pass, and resubmitted
      * repairs are posted ahead of the day's file as they are
      * there.
      *---------------------------------------------------------*
       apply-trans-file section.
           close TransFile
           else
               open extend AuditFile
               open extend DetailFile
               open i-o QtyFile
               if resub-reconciled
                   perform apply-resubmissions
               end-if
               move 'N' to trans-eof-flag
               perform read-first-record
               perform apply-all-records until trans-eof
               close PmFile
               close AuditFile
               close DetailFile
               close QtyFile
           end-if.
      *---------------------------------------------------------*
       apply-all-records section.
               at end
                   set trans-eof to true
           end-read.
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
                   perform post-one-transaction
               end-if
           end-if
           perform read-resub-record.
      *---------------------------------------------------------*
      * Each transaction re-reads its record under lock, takes the
      * before image for the audit entry, adds the day's amount to
               perform write-reject-record
               add 1 to locked-count
           else
               move 'N' to units-overflow-flag
               perform check-trans-units
               if units-valid
                   perform add-trans-units
               end-if
               if units-overflow
                   move reason-units-overflow to reject-reason
                   perform write-reject-record
                   add 1 to units-overflow-count
                   unlock PmFile
               else
                   perform apply-amount-to-bucket
               end-if
           end-if.
      *---------------------------------------------------------*
       start-new-pm-record section.
           else
               unlock PmFile
               perform write-audit-entry
               if units-valid
                   perform post-trans-units
               end-if
               perform write-detail-record
               add 1 to post-count
           end-if.
           move file-field-contents to audit-new-contents
           move "DAYLOAD" to audit-operator
           write AuditRecord.
      *---------------------------------------------------------*
      * The units are added to the month before anything is posted,
      * so a month that would overflow can turn the whole
      * transaction away while the sales record is still as it
      * was. The units record needs no lock of its own: the sales
      * record's lock keeps the key away from PMDEMO2.
      *---------------------------------------------------------*
       add-trans-units section.
           move trn-code to qty-key-code
           move trn-year to qty-key-year
           read QtyFile
               invalid key
                   initialize qty-field-contents
                   set qty-record-new to true
               not invalid key
                   set qty-record-found to true
           end-read
           add trn-units to qty-month-units(trn-month)
               on size error
                   set units-overflow to true
           end-add.
      *---------------------------------------------------------*
      * The amount is already posted when the units record is
      * written, so a failure here cannot reject the transaction;
      * it is counted, the detail goes to salesday.his without the
      * units, and the run fails.
      *---------------------------------------------------------*
       post-trans-units section.
           if qty-record-new
               write QtyFileRecord
                   invalid key
                       set units-absent to true
               end-write
           else
               rewrite QtyFileRecord
                   invalid key
                       set units-absent to true
               end-rewrite
           end-if
           if units-valid
               add 1 to units-post-count
           else
               add 1 to units-fail-count
           end-if.
      *---------------------------------------------------------*
       write-detail-record section.
           move spaces to DayDetailRecord
           move trn-year to day-year
           move trn-date to day-date
           move trn-amount to day-amount
           if units-valid
               move trn-units to day-units
           else
               move 0 to day-units
           end-if
           move posting-stamp to day-posted-stamp
           write DayDetailRecord.
      *---------------------------------------------------------*
           move reject-count to sum-count-disp
           move summary-count-line to summary-line
           write summary-line
           if resub-count not = 0 or resub-trailer-found
               move "RESUBMITTED TRANSACTIONS" to sum-count-label
               move resub-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-post-count not = 0
               move "TRANSACTIONS WITH UNITS" to sum-count-label
               move units-post-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-bad-count not = 0
               move "UNITS NOT VALID-NOT POSTED" to sum-count-label
               move units-bad-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-overflow-count not = 0
               move "UNITS OVERFLOW - REJECTED" to sum-count-label
               move units-overflow-count to sum-count-disp
               move summary-count-line to summary-line
               write summary-line
           end-if
           if units-fail-count not = 0
               move "UNITS FAILED ON POST" to sum-count-label
               move units-fail-count to sum-count-disp
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
               move "RESUBMISSIONS NOT POSTED - DO NOT RECONCILE"
                                                    to sum-result-text
               move summary-result-line to summary-line
               write summary-line
           end-if
           evaluate true
               when not trailer-found
                   move "RUN ABANDONED - NO TRAILER RECORD ON FILE"
               when apply-fail-count not = 0
                   move "RUN FAILED - ERRORS POSTING TRANSACTIONS"
                                                    to sum-result-text
               when units-fail-count not = 0
                   move "RUN FAILED - ERRORS POSTING UNITS"
                                                    to sum-result-text
               when reject-count not = 0
                   move "RUN COMPLETE - WITH REJECTS" to sum-result-text
               when other
                   move 8 to return-code
               when apply-fail-count not = 0
                   move 8 to return-code
               when units-fail-count not = 0
                   move 8 to return-code
               when reject-count not = 0
                   move 4 to return-code
               when prior-reject-count not = 0
                   move 4 to return-code
               when units-bad-count not = 0
                   move 4 to return-code
               when (resub-count not = 0 or resub-trailer-found)
                    and not resub-reconciled
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
