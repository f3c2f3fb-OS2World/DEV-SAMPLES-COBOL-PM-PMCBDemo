           record key is bud-record-key
           access is dynamic.

      *    qtyfile.ism carries the units sold behind each sales
      *    record, keyed in the data dialog's second column.
           select optional QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is dynamic.

           select optional MasterFile assign "codemast.ism"
           organization is indexed
           record key is master-code
           record key is region-prefix
           access is dynamic.

           select optional CommRateFile assign "commrate.ism"
           organization is indexed
           record key is comm-prefix
           access is dynamic.

      *    Sales changes over the region's hold threshold, and all
      *    sales deletes, wait on pendchg.ism for a second operator
      *    instead of going straight to demofile.ism. The alternate
      *    key finds a record's changes directly.
           select optional PendFile assign "pendchg.ism"
           organization is indexed
           record key is pend-key
           alternate record key is pend-record-key with duplicates
           access is dynamic.

      *    The reject repair dialog marks rejects where they lie on
      *    the loaders' reject files, writes corrections to their
      *    resubmission files - rebuilt through rejresub.tmp so
      *    the *TRL trailer stays last - and logs every repair and
      *    write-off on rejlog.dat.
           select optional SalesRejFile assign "salesrej.dat"
           organization is sequential.

           select optional DayRejFile assign "dayrej.dat"
           organization is sequential.

           select optional SalesResubFile assign "salesrsb.dat"
           organization is sequential.

           select optional DayResubFile assign "dayrsb.dat"
           organization is sequential.

           select ResubWorkFile assign "rejresub.tmp"
           organization is sequential.

           select optional RejLogFile assign "rejlog.dat"
           organization is sequential.

      *    A keying batch opened in the batch dialog is kept on
      *    batchctl.ism, and every save the data dialog makes while
      *    it is open is tagged to it on batchsav.ism.
           select optional BatchFile assign "batchctl.ism"
           organization is indexed
           record key is batch-key
           access is dynamic.

           select optional BatchSaveFile assign "batchsav.ism"
           organization is indexed
           record key is bsav-key
           access is dynamic.

       file section.
       fd  PmFile.
           copy "PMFILE.CPY".
       fd  BudFile.
           copy "PMBUDGT.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  MasterFile.
           copy "PMMAST.CPY".

       fd  RegionFile.
           copy "PMREGN.CPY".

       fd  CommRateFile.
           copy "PMCOMRT.CPY".

       fd  PendFile.
           copy "PMPEND.CPY".

       fd  SalesRejFile.
           copy "PMSALREJ.CPY".

       fd  DayRejFile.
           copy "PMDAYREJ.CPY".

      *    salesrsb.dat is in salesext.dat's layout followed by
      *    the reject's units from salesqty.dat (spaces when it had
      *    none), and dayrsb.dat in salesday.dat's, each closed by
      *    the same *TRL trailer the feeders write.
       fd  SalesResubFile.
       01  SalesResubRecord.
           03  srsb-key-code          pic x(6).
           03  srsb-key-year          pic x(4).
           03  srsb-month-amt         pic 9(7)v99 comp-3 occurs 12.
           03  srsb-units-contents    pic x(48).
       01  SalesResubTrailer.
           03  srsb-trl-id            pic x(6).
           03                         pic x(112).

       fd  DayResubFile.
       01  DayResubRecord.
           03  drsb-code              pic x(6).
           03  drsb-year              pic x(4).
           03  drsb-date              pic x(4).
           03  drsb-amount            pic 9(7)v99 comp-3.
           03                         pic x(21).
       01  DayResubTrailer.
           03  drsb-trl-id            pic x(6).
           03                         pic x(34).

       fd  ResubWorkFile.
       01  ResubWorkRecord            pic x(118).

       fd  RejLogFile.
           copy "PMREJLOG.CPY".

       fd  BatchFile.
           copy "PMBATCH.CPY".

       fd  BatchSaveFile.
           copy "PMBATSAV.CPY".

       working-storage section.

      *---------------------------------------------------------*
           03  CodeDlgProc         procedure-pointer.
           03  SignOnDlgProc       procedure-pointer.
           03  RegionDlgProc       procedure-pointer.
           03  ApprovalDlgProc     procedure-pointer.
           03  RejectDlgProc       procedure-pointer.
           03  BatchDlgProc        procedure-pointer.
        01 numeric-message.
           03  pic x(30) value "WARNING: Non numeric value in ".
           03  month-msg pic x(10).
           03                      pic x      value x"00".
        01 units-message.
           03  pic x(10) value "Units for ".
           03  units-month-msg pic x(10).
           03  pic x(25) value " must be a whole number.".
           03                      pic x      value x"00".
        01 units-head-text.
           03  pic x(5) value "Units".
           03                      pic x      value x"00".
        01 save-message.
           03  pic x(30) value "Do you wish to save the data".
           03                      pic x      value x"00".
       01  saved-contents.
           03 saved-month-data       pic x(11) occurs 12.

      *    The units column of the data dialog, in sales mode only:
      *    a whole number of up to seven digits beside each month,
      *    held as text the same way as the amounts. A blank field
      *    is no units for that month.
       01  units-field-contents.
           03 units-field-data       pic x(8) occurs 12.
       01  saved-units-contents.
           03 saved-units-data       pic x(8) occurs 12.
       01  units-values.
           03 units-val              pic 9(7) comp-3 occurs 12.
       01  units-flag                pic 99 comp-5.
           88  units-fail                        value 0.
           88  units-pass                        value 1.
       01  units-keyed-flag          pic x.
           88  units-keyed                       value 'Y'.
           88  no-units-keyed                    value 'N'.
       01  units-fail-index          pic 9(4) comp-5.
       01  units-edit                pic zzzzzz9.
       01  units-col-x               pic s9(9) comp-5.
       01  units-row-y               pic s9(9) comp-5.
       01  units-row-cy              pic s9(9) comp-5.
       01  units-head-y              pic s9(9) comp-5.
       01  units-ctl-id              pic 9(9) comp-5.
       01  units-index               pic 99 comp-5.

       01  test-char                 pic x.
       01  test-num redefines test-char pic 99 comp.
       01  i                       pic 99 comp-5.

       01 entry-field-handles.
           03  hwndEntryField      pic 9(9) comp-5 occurs 12.
       01 units-field-handles.
           03  hwndUnitsField      pic 9(9) comp-5 occurs 12.
       01  hwndUnitsHead           pic 9(9) comp-5.
       01  hwndKeyField            pic 9(9) comp-5.
       01  hwndYearField           pic 9(9) comp-5.
       01  hwndKeyField2           pic 9(9) comp-5.

       01  hwndDescField           pic 9(9) comp-5.
       01  hwndStatusField         pic 9(9) comp-5.
       01  hwndCommRateField       pic 9(9) comp-5.
       01  hwndFetchBtn            pic 9(9) comp-5.
       01  hwndMBrowseBtn          pic 9(9) comp-5.


       01  hwndRegnNameField       pic 9(9) comp-5.
       01  hwndRegnMgrField        pic 9(9) comp-5.
       01  hwndRegnRateField       pic 9(9) comp-5.
       01  hwndRFetchBtn           pic 9(9) comp-5.
       01  hwndRBrowseBtn          pic 9(9) comp-5.

           03  pic x(34) value "Code prefix is not a known region.".
           03                      pic x    value x"00".

      *    A region's hold thresholds are keyed as whole numbers:
      *    an amount of up to seven digits and a percentage of up
      *    to three. A blank field means that test is not applied.
       01  hold-field-contents.
           03  hold-field-data     pic x(7).
           03                      pic x    value x"00".
       01  hold-field-text         pic x(7).
       01  hold-field-rest         pic x(7).
       01  hold-field-digits       pic x(7).
       01  hold-field-num redefines hold-field-digits pic 9(7).
       01  hold-field-len          pic 99 comp-5.
       01  hold-lead-count         pic 99 comp-5.
       01  hold-field-state        pic 99 comp-5.
           88  hold-field-blank    value 0.
           88  hold-field-valid    value 1.
           88  hold-field-invalid  value 2.
       01  hold-entry-flag         pic 99 comp-5.
           88  hold-entry-good     value 0.
           88  hold-entry-bad      value 1.
       01  hold-amount-value       pic 9(7).
       01  hold-percent-value      pic 999.
       01  hold-edit               pic z(6)9.
       01  hold-limit-amount       pic 9(7).
       01  hold-limit-percent      pic 999.
       01  hwndRegnHoldField       pic 9(9) comp-5.
       01  hwndRegnPctField        pic 9(9) comp-5.
       01  bad-hold-message.
           03  pic x(40) value
               "Hold amount and percentage must be whole".
           03  pic x(9)  value " numbers.".
           03                      pic x    value x"00".

      *    hold-old-values is the record on file as the save found
      *    it, zero when there was none; a month's movement is
      *    measured against it for the hold test.
       01  hold-old-values.
           03  hold-old-amt        pic 9(7)v99 comp-3 occurs 12.
       01  hold-movement           pic 9(7)v99 comp-3.
       01  hold-percent-moved      pic 9(9)v99 comp-3.
       01  change-hold-flag        pic 99 comp-5.
           88  change-not-held     value 0.
           88  change-held         value 1.

       01  current-stamp.
           03  cur-year            pic 9(4).
           03  cur-month           pic 99.
           03  cur-day             pic 99.
           03  cur-hour            pic 99.
           03  cur-minute          pic 99.
           03  cur-second          pic 99.

       01  pending-found-flag      pic 99 comp-5.
           88  pending-absent      value 0.
           88  pending-found       value 1.
       01  pend-write-flag         pic 99 comp-5.
           88  pend-written        value 0.
           88  pend-not-written    value 1.
       01  pend-shown-flag         pic 99 comp-5.
           88  no-pend-shown       value 0.
           88  pend-shown          value 1.
       01  pend-eof-flag           pic x value 'N'.
           88  pend-eof                       value 'Y'.
       01  pend-browse-key         pic x(22).
       01  pend-row-y              pic s9(9) comp-5.
       01  pend-line-id            pic 9(9) comp-5.

       01  approvals-menu-text.
           03                      pic x(9) value "Approvals".
           03                      pic x    value x"00".
       01  approval-title.
           03  pic x(15) value "Change approval".
           03                      pic x    value x"00".
       01  approve-btn-text.
           03                      pic x(7) value "Approve".
           03                      pic x    value x"00".
       01  reject-btn-text.
           03                      pic x(6) value "Reject".
           03                      pic x    value x"00".
       01  next-btn-text.
           03                      pic x(4) value "Next".
           03                      pic x    value x"00".

       01  hwndApproveBtn          pic 9(9) comp-5.
       01  hwndRejectBtn           pic 9(9) comp-5.
       01  hwndNextBtn             pic 9(9) comp-5.
       01  hwndPendInfo            pic 9(9) comp-5.
       01  hwndPendHead            pic 9(9) comp-5.
       01  pend-line-handles.
           03  hwndPendLine        pic 9(9) comp-5 occurs 12.

       01  reason-field-contents.
           03  reason-field-data   pic x(40).
           03                      pic x    value x"00".

       01  pend-info-text.
           03  pinfo-type          pic x(7).
           03                      pic x(4) value "for ".
           03  pinfo-code          pic x(6).
           03                      pic x    value space.
           03  pinfo-year          pic x(4).
           03                      pic x(4) value " by ".
           03  pinfo-maker         pic x(8).
           03                      pic x(4) value " on ".
           03  pinfo-date.
               05  pinfo-yyyy      pic x(4).
               05                  pic x    value "-".
               05  pinfo-mm        pic x(2).
               05                  pic x    value "-".
               05  pinfo-dd        pic x(2).
               05                  pic x    value space.
               05  pinfo-hh        pic x(2).
               05                  pic x    value ":".
               05  pinfo-mi        pic x(2).
           03                      pic x    value x"00".
       01  pend-head-text.
           03  pic x(12) value "Month".
           03  pic x(13) value "   On file".
           03  pic x(10) value "   Keyed".
           03                      pic x    value x"00".
       01  pend-line-text.
           03  pline-month         pic x(10).
           03                      pic x(2) value spaces.
           03  pline-old           pic zzzzzz9.99.
           03  pline-old-x redefines pline-old pic x(10).
           03                      pic x(3) value spaces.
           03  pline-new           pic zzzzzz9.99.
           03  pline-new-x redefines pline-new pic x(10).
           03                      pic x(2) value spaces.
           03  pline-mark          pic x.
           03                      pic x    value x"00".

       01  change-held-message.
           03  pic x(40) value
               "Change held for approval by a second    ".
           03  pic x(9)  value "operator.".
           03                      pic x    value x"00".
       01  delete-held-message.
           03  pic x(40) value
               "Delete held for approval by a second    ".
           03  pic x(9)  value "operator.".
           03                      pic x    value x"00".
       01  hold-failed-message.
           03  pic x(40) value
               "Change could not be held for approval - ".
           03  pic x(30) value "nothing saved. Try again.     ".
           03                      pic x    value x"00".
       01  change-pending-message.
           03  pic x(40) value
               "A change to this record is already      ".
           03  pic x(21) value "awaiting approval.   ".
           03                      pic x    value x"00".
       01  no-pending-message.
           03  pic x(40) value
               "No changes by other operators are       ".
           03  pic x(19) value "awaiting approval. ".
           03                      pic x    value x"00".
       01  pend-approved-message.
           03  pic x(30) value "Change approved and applied.  ".
           03                      pic x    value x"00".
       01  pend-rejected-message.
           03  pic x(30) value "Change rejected.              ".
           03                      pic x    value x"00".
       01  need-reason-message.
           03  pic x(40) value
               "Key the reason for rejecting in the top ".
           03  pic x(6)  value "field.".
           03                      pic x    value x"00".
       01  pend-stale-message.
           03  pic x(40) value
               "Record has changed since this was keyed ".
           03  pic x(26) value "- reject it and re-key it.".
           03                      pic x    value x"00".
       01  pend-decided-message.
           03  pic x(40) value
               "Already approved or rejected by another ".
           03  pic x(9)  value "operator.".
           03                      pic x    value x"00".

      *    Reject repair dialog. The reject file on show is held
      *    open I-O while the dialog is up so the reject being
      *    shown can be marked where it lies; the amounts keyed are
      *    taken through the data dialog's own entry-field table
      *    and numeric checks, with the graph's figures put back
      *    straight afterwards.
       01  rej-source-flag         pic x value 'S'.
           88  rej-sales-source               value 'S'.
           88  rej-daily-source               value 'D'.
       01  rej-eof-flag            pic x value 'N'.
           88  rej-eof                        value 'Y'.
       01  rej-shown-flag          pic 99 comp-5.
           88  no-rej-shown        value 0.
           88  rej-shown           value 1.
       01  rej-open-flag           pic 99 comp-5 value 0.
           88  rej-file-closed     value 0.
           88  rej-file-open       value 1.
       01  rej-valid-flag          pic 99 comp-5.
           88  rej-valid           value 0.
           88  rej-invalid         value 1.
       01  rej-date-flag           pic 99 comp-5.
           88  rej-date-good       value 0.
           88  rej-date-bad        value 1.
       01  rej-status-work         pic x.
           88  rej-is-outstanding             value space.
           88  rej-is-repaired                value 'R'.
           88  rej-is-written-off             value 'W'.
       01  rej-total-count         pic 9(5).
       01  rej-outstanding-count   pic 9(5).
       01  rej-repaired-count      pic 9(5).
       01  rej-written-off-count   pic 9(5).
       01  rej-position            pic 9(5).
       01  rej-month-index         pic 99 comp-5.
       01  rej-row-y               pic s9(9) comp-5.
       01  rej-col-x               pic s9(9) comp-5.
       01  rej-ctl-id              pic 9(9) comp-5.
       01  rej-saved-values.
           03  rej-saved-amt       pic 9(7)v99 comp-3 occurs 12.
       01  rej-amounts.
           03  rej-amt             pic 9(7)v99 comp-3 occurs 12.
       01  rej-corrected-contents  pic x(70).

       01  rej-day-limits.
           03  pic 99 value 31.
           03  pic 99 value 29.
           03  pic 99 value 31.
           03  pic 99 value 30.
           03  pic 99 value 31.
           03  pic 99 value 30.
           03  pic 99 value 31.
           03  pic 99 value 31.
           03  pic 99 value 30.
           03  pic 99 value 31.
           03  pic 99 value 30.
           03  pic 99 value 31.
       01  redefines rej-day-limits.
           03  rej-day-limit       pic 99 occurs 12.

      *    The reason codes PMSALLOAD and PMDAYLOAD write; 08 and
      *    09 are only ever written by PMDAYLOAD.
       01  rej-reason-texts.
           03  pic x(30) value "Code blank".
           03  pic x(30) value "Year not a four-digit year".
           03  pic x(30) value "Amount not a valid figure".
           03  pic x(30) value "Code not on the master file".
           03  pic x(30) value "Year closed".
           03  pic x(30) value "Record in use by an operator".
           03  pic x(30) value "File error applying record".
           03  pic x(30) value "Date not a valid month and day".
           03  pic x(30) value "Units would overflow the month".
       01  redefines rej-reason-texts.
           03  rej-reason-text     pic x(30) occurs 9.
       01  rej-reason-num          pic 99.

       01  resub-eof-flag          pic x value 'N'.
           88  resub-eof                      value 'Y'.
       01  resub-count             pic 9(7).
       01  resub-hash              pic 9(13)v99 comp-3.
       01  resub-sales-record.
           03  rsub-key-code       pic x(6).
           03  rsub-key-year       pic x(4).
           03  rsub-amounts.
               05  rsub-amt        pic 9(7)v99 comp-3 occurs 12.
           03  rsub-units          pic x(48).
       01  resub-day-record.
           03  rsub-day-code       pic x(6).
           03  rsub-day-year       pic x(4).
           03  rsub-day-date       pic x(4).
           03  rsub-day-amount     pic 9(7)v99 comp-3.
           03  rsub-day-units      pic x(4).
           03                      pic x(17).
      *    One trailer shape serves both files: the daily file's
      *    trailer is the first forty bytes of it.
       01  resub-trailer.
           03  rsub-trl-id         pic x(6).
           03  rsub-trl-count      pic 9(7).
           03  rsub-trl-hash       pic 9(13)v99 comp-3.
           03                      pic x(49).

       01  rej-code-text.
           03  rej-code-data       pic x(6).
           03                      pic x    value x"00".
       01  rej-year-text.
           03  rej-year-data       pic x(4).
           03                      pic x    value x"00".
       01  rej-date-text.
           03  rej-date-data.
               05  rej-date-month  pic 99.
               05  rej-date-day    pic 99.
           03                      pic x    value x"00".
       01  rej-label-text.
           03  rej-label-data      pic x(10).
           03                      pic x    value x"00".

       01  hwndSalesRejBtn         pic 9(9) comp-5.
       01  hwndDailyRejBtn         pic 9(9) comp-5.
       01  hwndRepairBtn           pic 9(9) comp-5.
       01  hwndWriteOffBtn         pic 9(9) comp-5.
       01  hwndRejInfo             pic 9(9) comp-5.
       01  hwndRejCounts           pic 9(9) comp-5.
       01  hwndRejDateField        pic 9(9) comp-5.
       01  rej-label-handles.
           03  hwndRejLabel        pic 9(9) comp-5 occurs 12.

       01  rejects-menu-text.
           03                      pic x(7) value "Rejects".
           03                      pic x    value x"00".
       01  reject-title.
           03  pic x(13) value "Reject repair".
           03                      pic x    value x"00".
       01  sales-rej-btn-text.
           03                      pic x(5) value "Sales".
           03                      pic x    value x"00".
       01  daily-rej-btn-text.
           03                      pic x(5) value "Daily".
           03                      pic x    value x"00".
       01  repair-btn-text.
           03                      pic x(6) value "Repair".
           03                      pic x    value x"00".
       01  write-off-btn-text.
           03                      pic x(9) value "Write off".
           03                      pic x    value x"00".

       01  rej-info-text.
           03  rinfo-source        pic x(6).
           03                      pic x(7) value "reject ".
           03  rinfo-number        pic zzzz9.
           03                      pic x(4) value " of ".
           03  rinfo-total         pic zzzz9.
           03                      pic x(9) value "  reason ".
           03  rinfo-reason        pic x(2).
           03                      pic x(3) value " - ".
           03  rinfo-reason-text   pic x(30).
           03                      pic x    value x"00".
       01  rej-none-text.
           03  pic x(34) value "No outstanding rejects on file.   ".
           03                      pic x    value x"00".
       01  rej-counts-text.
           03                      pic x(12) value "Outstanding ".
           03  rcount-outstanding  pic zzzz9.
           03                      pic x(11) value "  Repaired ".
           03  rcount-repaired     pic zzzz9.
           03                      pic x(14) value "  Written off ".
           03  rcount-written-off  pic zzzz9.
           03                      pic x    value x"00".

       01  rej-need-code-message.
           03  pic x(30) value "Enter a code first.           ".
           03                      pic x    value x"00".
       01  rej-bad-date-message.
           03  pic x(40) value
               "Date must be a valid month and day, as  ".
           03  pic x(5)  value "MMDD.".
           03                      pic x    value x"00".
       01  rej-bad-amount-message.
           03  pic x(24) value "Figure is not valid for ".
           03  rej-amount-month    pic x(10).
           03                      pic x    value x"00".
       01  rej-repaired-message.
           03  pic x(40) value
               "Corrected record written for            ".
           03  pic x(14) value "resubmission. ".
           03                      pic x    value x"00".
       01  rej-write-off-query.
           03  pic x(30) value "Write off this reject?        ".
           03                      pic x    value x"00".
       01  rej-written-off-message.
           03  pic x(30) value "Reject written off.           ".
           03                      pic x    value x"00".

      *    Keying batch. The operator's open batch, if any, is found
      *    at sign-on and stays current until it is closed, so a
      *    batch left open carries over to the next session; each
      *    save through the data dialog adds to it while it is.
       01  batch-current-flag      pic 99 comp-5 value 0.
           88  no-batch-current    value 0.
           88  batch-current       value 1.
       01  batch-current-key       pic x(22).
       01  batch-eof-flag          pic x value 'N'.
           88  batch-eof                      value 'Y'.
       01  batch-entry-flag        pic 99 comp-5.
           88  batch-entry-good    value 0.
           88  batch-entry-bad     value 1.
       01  batch-doc-value         pic 9(5).
       01  batch-total-value       pic 9(7)v99.
       01  batch-old-total         pic 9(9)v99 comp-3.
       01  batch-new-total         pic 9(9)v99 comp-3.
       01  batch-difference        pic s9(9)v99 comp-3.
       01  batch-save-action       pic x(7).
       01  batch-month-index       pic 99 comp-5.
       01  batch-saved-values.
           03  batch-saved-amt     pic 9(7)v99 comp-3 occurs 12.
       01  batch-saved-fields      pic x(132).
       01  hwndBatchTotalField     pic 9(9) comp-5.
       01  hwndBatchInfo           pic 9(9) comp-5.
       01  hwndBatchStat           pic 9(9) comp-5.
       01  hwndBOpenBtn            pic 9(9) comp-5.
       01  hwndBCloseBtn           pic 9(9) comp-5.

       01  batch-menu-text.
           03                      pic x(5) value "Batch".
           03                      pic x    value x"00".
       01  batch-title.
           03  pic x(12) value "Keying batch".
           03                      pic x    value x"00".
       01  batch-open-btn-text.
           03                      pic x(4) value "Open".
           03                      pic x    value x"00".
       01  batch-close-btn-text.
           03                      pic x(5) value "Close".
           03                      pic x    value x"00".
       01  batch-total-field-contents.
           03  batch-total-data    pic x(10).
           03                      pic x    value x"00".

       01  batch-info-text.
           03                      pic x(13) value "Batch opened ".
           03  binfo-date.
               05  binfo-yyyy      pic x(4).
               05                  pic x    value "-".
               05  binfo-mm        pic x(2).
               05                  pic x    value "-".
               05  binfo-dd        pic x(2).
               05                  pic x    value space.
               05  binfo-hh        pic x(2).
               05                  pic x    value ":".
               05  binfo-mi        pic x(2).
           03                      pic x(12) value "  Documents ".
           03  binfo-docs          pic zzzz9.
           03                      pic x(10) value "  Control ".
           03  binfo-control       pic zzzzzzzz9.99.
           03                      pic x    value x"00".
       01  batch-stat-text.
           03                      pic x(6)  value "Saves ".
           03  bstat-saves         pic zzzz9.
           03                      pic x(8)  value "  Keyed ".
           03  bstat-keyed         pic zzzzzzzz9.99-.
           03                      pic x(13) value "  Difference ".
           03  bstat-difference    pic zzzzzzzz9.99-.
           03                      pic x    value x"00".
       01  batch-none-text.
           03  pic x(40) value
               "No batch open. Key the document count an".
           03  pic x(32) value "d the control total, then Open. ".
           03                      pic x    value x"00".

       01  batch-opened-message.
           03  pic x(30) value "Batch opened.                 ".
           03                      pic x    value x"00".
       01  batch-closed-message.
           03  pic x(30) value "Batch closed in balance.      ".
           03                      pic x    value x"00".
       01  batch-already-open-message.
           03  pic x(40) value
               "A batch is already open - close it      ".
           03  pic x(6)  value "first.".
           03                      pic x    value x"00".
       01  batch-none-open-message.
           03  pic x(30) value "No batch is open.             ".
           03                      pic x    value x"00".
       01  batch-bad-count-message.
           03  pic x(40) value
               "Document count must be a whole number   ".
           03  pic x(15) value "greater than 0.".
           03                      pic x    value x"00".
       01  batch-bad-total-message.
           03  pic x(40) value
               "Control total must be a figure, e.g.    ".
           03  pic x(7)  value "1234.56".
           03                      pic x    value x"00".
       01  batch-unbalanced-message.
           03  pic x(24) value "Batch out of balance by ".
           03  bunb-difference     pic zzzzzzzz9.99-.
           03  pic x(16) value " - not closed.  ".
           03                      pic x    value x"00".
       01  batch-count-query.
           03  pic x(10) value "Saves of  ".
           03  bcq-saves           pic zzzz9.
           03  pic x(24) value " against a document cou".
           03  pic x(4)  value "nt: ".
           03  bcq-docs            pic zzzz9.
           03  pic x(16) value " - close anyway?".
           03                      pic x    value x"00".

      *    Commission rates are keyed as percentages with up to two
      *    whole and three decimal places (2.5, 12.125); the code
      *    dialog's rate field overrides the region's rate for that
      *    code alone, and a blank field means no override (on the
      *    code dialog) or no rate (on the region dialog).
       01  rate-field-contents.
           03  rate-field-data     pic x(6).
           03                      pic x    value x"00".
       01  rate-whole-text         pic x(2).
       01  rate-frac-text          pic x(3).
       01  rate-whole-len          pic 99 comp-5.
       01  rate-frac-len           pic 99 comp-5.
       01  rate-lead-count         pic 99 comp-5.
       01  rate-value              pic 99v999.
       01  rate-value-parts redefines rate-value.
           03  rate-whole-num      pic 99.
           03  rate-frac-num       pic 999.
       01  rate-edit               pic z9.999.
       01  rate-state-flag         pic 99 comp-5.
           88  rate-blank          value 0.
           88  rate-valid          value 1.
           88  rate-invalid        value 2.
       01  bad-rate-message.
           03  pic x(40) value
               "Commission rate must be a percentage,   ".
           03  pic x(18) value "e.g. 2.5 or 12.125".
           03                      pic x    value x"00".

       01  close-btn-text.
           03                      pic x(5) value "Close".
           03                      pic x    value x"00".
           88  save-done           value 0.
           88  save-stale          value 1.
           88  save-busy           value 2.
      *    save-units-bad refuses the save over a units entry that
      *    is not a whole number, keeping the dialog and the lock
      *    the same way a busy save does.
           88  save-units-bad      value 3.
      *    save-hold-failed: a change that had to be held could not
      *    be written to pendchg.ism, so nothing was saved; the
      *    operator's figures stay up for the save to be retried.
           88  save-hold-failed    value 4.

       01  pm-open-flag            pic x value 'Y'.
           88  pm-open-ok          value 'Y'.
                    perform create-budget-menu-item
                    perform create-codes-menu-item
                    perform create-regions-menu-item
                    perform create-approvals-menu-item
                    perform create-rejects-menu-item
                    perform create-batch-menu-item
                    perform sign-on-operator
                    if signed-on
                        perform find-open-batch
                        perform message-loop until loop-end
                    end-if
               end-if
               set pm-open-failed to true
           end-if
           open i-o BudFile
           open i-o QtyFile
           open i-o MasterFile
           open i-o CtlFile
           open i-o OperFile
           open i-o RegionFile
           open i-o CommRateFile
           open i-o PendFile
           open extend RejLogFile
           open extend AuditFile
           open i-o BatchFile
           open i-o BatchSaveFile
           perform find-resource-handle
           perform set-procedure-entry-point
           call OS2API 'WinInitialize'
           set CodeDlgProc    to ENTRY 'CodeDlgProc'.
           set SignOnDlgProc  to ENTRY 'SignOnDlgProc'.
           set RegionDlgProc  to ENTRY 'RegionDlgProc'.
           set ApprovalDlgProc to ENTRY 'ApprovalDlgProc'.
           set RejectDlgProc  to ENTRY 'RejectDlgProc'.
           set BatchDlgProc   to ENTRY 'BatchDlgProc'.
      *---------------------------------------------------------*
       register-classes section.
           call OS2API 'WinRegisterClass'
           call OS2API 'WinTerminate'       using by value hab
           close PmFile
           close BudFile
           close QtyFile
           close MasterFile
           close CtlFile
           close OperFile
           close RegionFile
           close CommRateFile
           close PendFile
           close RejLogFile
           close AuditFile
           close BatchFile
           close BatchSaveFile.
      *---------------------------------------------------------*
       create-client-window section.
           compute flFrameFlags = FCF-TITLEBAR      + FCF-SYSMENU
                   by reference MenuItemRec
                   by reference regions-menu-text
               returning bool.
      *---------------------------------------------------------*
       create-approvals-menu-item section.
           move MIT-END to mi-iPosition
           move MIS-TEXT to mi-afStyle
           move 0 to mi-afAttribute
           move IDM-APPROVALS to mi-id
           move 0 to mi-hwndSubMenu
           move 0 to mi-hItem

           call OS2API 'WinSendMsg' using
                   by value     hwndMenu
                   by value     MM-INSERTITEM size 4
                   by reference MenuItemRec
                   by reference approvals-menu-text
               returning bool.
      *---------------------------------------------------------*
       create-rejects-menu-item section.
           move MIT-END to mi-iPosition
           move MIS-TEXT to mi-afStyle
           move 0 to mi-afAttribute
           move IDM-REJECTS to mi-id
           move 0 to mi-hwndSubMenu
           move 0 to mi-hItem

           call OS2API 'WinSendMsg' using
                   by value     hwndMenu
                   by value     MM-INSERTITEM size 4
                   by reference MenuItemRec
                   by reference rejects-menu-text
               returning bool.
      *---------------------------------------------------------*
       create-batch-menu-item section.
           move MIT-END to mi-iPosition
           move MIS-TEXT to mi-afStyle
           move 0 to mi-afAttribute
           move IDM-BATCH to mi-id
           move 0 to mi-hwndSubMenu
           move 0 to mi-hItem

           call OS2API 'WinSendMsg' using
                   by value     hwndMenu
                   by value     MM-INSERTITEM size 4
                   by reference MenuItemRec
                   by reference batch-menu-text
               returning bool.
      *---------------------------------------------------------*
       sign-on-operator section.
           set not-signed-on to true
                            by value IDD-KEY size 2
                            by value 0 size 4

      *        Approving is a level-3 duty, like deletes and the
      *        period close.
               when IDM-APPROVALS
                   if signed-on-level < 3
                       perform say-not-authorised
                   else
                       call OS2API 'WinDlgBox'
                          using by value HWND-DESKTOP size 4
                                by value hwnd
                                by value ApprovalDlgProc
                                by value modHandle
                                by value IDD-KEY size 2
                                by value 0 size 4
                   end-if

      *        Repairing a reject is keying, like a save; writing
      *        one off is checked again at level 3 in the dialog.
               when IDM-REJECTS
                   if signed-on-level < 2
                       perform say-not-authorised
                   else
                       call OS2API 'WinDlgBox'
                          using by value HWND-DESKTOP size 4
                                by value hwnd
                                by value RejectDlgProc
                                by value modHandle
                                by value IDD-KEY size 2
                                by value 0 size 4
                   end-if

      *        A keying batch is opened by whoever does the keying.
               when IDM-BATCH
                   if signed-on-level < 2
                       perform say-not-authorised
                   else
                       call OS2API 'WinDlgBox'
                          using by value HWND-DESKTOP size 4
                                by value hwnd
                                by value BatchDlgProc
                                by value modHandle
                                by value IDD-KEY size 2
                                by value 0 size 4
                   end-if

               when IDM-ABOUT
                   call OS2API 'WinDlgBox'
                      using by value HWND-DESKTOP size 4
                  perform create-total-display
                  perform create-avg-display
                  perform show-totals
                  if sales-mode
                      perform create-units-column
                  end-if

                  call OS2API 'WinSetFocus' using
                        by value HWND-DESKTOP size 4
                  perform fill-key-field
                  perform create-desc-field
                  perform create-status-field
                  perform create-comm-rate-field
                  perform create-fetch-button
                  perform create-master-browse-button

                  perform fill-key-field
                  perform create-regn-name-field
                  perform create-regn-mgr-field
                  perform create-regn-rate-field
                  perform create-regn-hold-field
                  perform create-regn-pct-field
                  perform create-regn-fetch-button
                  perform create-regn-browse-button

                   by value temp-mp1
                   by value 0            size 4.

       create-regn-rate-field section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     216    size 4
                   by value     72     size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-ENTRYFLDRRATE size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRegnRateField
           move 6 to temp-mp1w1
           move 0 to temp-mp1w2
           call OS2API 'WinSendMsg'using
                   by value hwndRegnRateField
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4.

      *    The hold amount and percentage sit on a row of their
      *    own below the manager field.
       create-regn-hold-field section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     8      size 4
                   by value     136    size 4
                   by value     90     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-ENTRYFLDRHOLD size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRegnHoldField
           move 7 to temp-mp1w1
           move 0 to temp-mp1w2
           call OS2API 'WinSendMsg'using
                   by value hwndRegnHoldField
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4.

       create-regn-pct-field section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     104    size 4
                   by value     136    size 4
                   by value     40     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-ENTRYFLDRPCT size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRegnPctField
           move 3 to temp-mp1w1
           move 0 to temp-mp1w2
           call OS2API 'WinSendMsg'using
                   by value hwndRegnPctField
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4.

       create-regn-fetch-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference    regn-mgr-field-contents
               returning bool.

       get-regn-rate-field-value section.
           move low-values to rate-field-contents
           call OS2API 'WinQueryWindowText' using
                   by value        hwndRegnRateField
                   by value        7               size 2
                   by reference    rate-field-contents
               returning bool.

       get-regn-hold-field-value section.
           move low-values to hold-field-contents
           call OS2API 'WinQueryWindowText' using
                   by value        hwndRegnHoldField
                   by value        8               size 2
                   by reference    hold-field-contents
               returning bool.

       get-regn-pct-field-value section.
           move low-values to hold-field-contents
           call OS2API 'WinQueryWindowText' using
                   by value        hwndRegnPctField
                   by value        4               size 2
                   by reference    hold-field-contents
               returning bool.

      *    A one-character prefix comes out of the window text with
      *    its null terminator in the second byte; scrub it to a
      *    space (as capitalize-oper-id does) so the record key
                   call OS2API 'WinSetWindowText' using
                          by value hwndRegnMgrField
                          by reference regn-mgr-field-contents
                   move region-prefix to comm-prefix
                   move spaces to rate-field-data
                   read CommRateFile
                       invalid key
                           continue
                       not invalid key
                           move comm-rate to rate-edit
                           perform left-justify-rate-edit
                   end-read
                   call OS2API 'WinSetWindowText' using
                          by value hwndRegnRateField
                          by reference rate-field-contents
                   perform show-region-thresholds
           end-read.

      *    A zero threshold shows as a blank field, the way it is
      *    keyed.
       show-region-thresholds section.
           perform load-hold-thresholds
           move spaces to hold-field-data
           if hold-limit-amount > 0
               move hold-limit-amount to hold-edit
               perform left-justify-hold-edit
           end-if
           call OS2API 'WinSetWindowText' using
                  by value hwndRegnHoldField
                  by reference hold-field-contents
           move spaces to hold-field-data
           if hold-limit-percent > 0
               move hold-limit-percent to hold-edit
               perform left-justify-hold-edit
           end-if
           call OS2API 'WinSetWindowText' using
                  by value hwndRegnPctField
                  by reference hold-field-contents.

       left-justify-hold-edit section.
           move 0 to hold-lead-count
           inspect hold-edit tallying hold-lead-count
               for leading space
           move hold-edit(hold-lead-count + 1:) to hold-field-data.

      *    Records written before the thresholds existed carry
      *    spaces in those bytes, which read as no threshold.
       load-hold-thresholds section.
           move 0 to hold-limit-amount
           move 0 to hold-limit-percent
           if region-hold-amount numeric
               move region-hold-amount to hold-limit-amount
           end-if
           if region-hold-percent numeric
               move region-hold-percent to hold-limit-percent
           end-if.

      *    region-present is left set only when the entry went to
      *    disk, which is what lets DID-OK know the dialog can be
      *    dismissed - the same contract as save-master-entry.
               perform save-region-entry-body
           end-if.

      *    The region's commission rate lives on commrate.ism under
      *    the same prefix; a blank rate field removes it, so the
      *    region is paid nothing until a rate is keyed.
       save-region-entry-body section.
           perform get-regn-name-field-value
           perform get-regn-mgr-field-value
           perform get-regn-rate-field-value
           perform extract-rate-value
           perform extract-region-thresholds
           evaluate true
           when rate-invalid
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference bad-rate-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           when hold-entry-bad
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference bad-hold-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           when other
               perform write-region-entry
           end-evaluate.

       extract-region-thresholds section.
           set hold-entry-good to true
           perform get-regn-hold-field-value
           perform extract-hold-value
           if hold-field-invalid
               set hold-entry-bad to true
           end-if
           move hold-field-num to hold-amount-value
           perform get-regn-pct-field-value
           perform extract-hold-value
           if hold-field-invalid or hold-field-num > 999
               set hold-entry-bad to true
           else
               move hold-field-num to hold-percent-value
           end-if.

      *    Turns the text in hold-field-data into hold-field-num: a
      *    run of up to seven digits, spaces either side. A field
      *    of spaces is hold-field-blank and gives zero; anything
      *    else that will not parse is hold-field-invalid.
       extract-hold-value section.
           inspect hold-field-data replacing all low-values by space
           move zeros to hold-field-digits
           if hold-field-data = spaces
               set hold-field-blank to true
           else
               set hold-field-valid to true
               move spaces to hold-field-text
               move spaces to hold-field-rest
               move 0 to hold-field-len
               move 0 to hold-lead-count
               inspect hold-field-data tallying hold-lead-count
                   for leading space
               unstring hold-field-data(hold-lead-count + 1:)
                   delimited by all space
                   into hold-field-text count in hold-field-len
                        hold-field-rest
               end-unstring
               if hold-field-rest not = spaces
                   set hold-field-invalid to true
               else
                   move hold-field-text(1:hold-field-len) to
                        hold-field-digits(8 - hold-field-len:
                                                     hold-field-len)
                   if hold-field-digits not numeric
                       set hold-field-invalid to true
                       move zeros to hold-field-digits
                   end-if
               end-if
           end-if.

       write-region-entry section.
           perform capitalize-key
           inspect key-data replacing all low-values by space
           inspect regn-name-data replacing all low-values by space
           inspect regn-mgr-data replacing all low-values by space
           move spaces to region-prefix
           move key-data(1:2) to region-prefix
           move regn-name-data to region-name
           move regn-mgr-data to region-manager
           move hold-amount-value to region-hold-amount
           move hold-percent-value to region-hold-percent
           write RegionMasterRecord
               invalid key
                   rewrite RegionMasterRecord
                   end-rewrite
           end-write
           move spaces to CommRateRecord
           move region-prefix to comm-prefix
           if rate-blank
               delete CommRateFile record
                   invalid key
                       continue
               end-delete
           else
               move rate-value to comm-rate
               write CommRateRecord
                   invalid key
                       rewrite CommRateRecord
                       end-rewrite
               end-write
           end-if
           set region-present to true
           call OS2API 'WinMessageBox'
               using by value HWND-DESKTOP size 4
                     by value MB-OK
               returning temp-short.

      *    Turns the text in rate-field-data into rate-value: an
      *    optional whole part of up to two digits, an optional
      *    point and up to three decimals. A field of spaces is
      *    rate-blank; anything else that will not parse is
      *    rate-invalid.
       left-justify-rate-edit section.
           if rate-edit(1:1) = space
               move rate-edit(2:5) to rate-field-data
           else
               move rate-edit to rate-field-data
           end-if.

       extract-rate-value section.
           inspect rate-field-data replacing all low-values by space
           move 0 to rate-value
           if rate-field-data = spaces
               set rate-blank to true
           else
               set rate-valid to true
               move spaces to rate-whole-text
               move spaces to rate-frac-text
               move 0 to rate-whole-len
               move 0 to rate-frac-len
               move 0 to rate-lead-count
               inspect rate-field-data tallying rate-lead-count
                   for leading space
               unstring rate-field-data(rate-lead-count + 1:)
                   delimited by "." or all space
                   into rate-whole-text count in rate-whole-len
                        rate-frac-text  count in rate-frac-len
               end-unstring
               if rate-whole-len > 2 or rate-frac-len > 3
                   set rate-invalid to true
               else
                   if rate-whole-len = 1
                       move rate-whole-text(1:1) to rate-whole-text(2:1)
                       move "0" to rate-whole-text(1:1)
                   end-if
                   if rate-whole-len = 0
                       move "00" to rate-whole-text
                   end-if
                   inspect rate-frac-text replacing all space by "0"
                   if rate-whole-text numeric and rate-frac-text numeric
                       move rate-whole-text to rate-whole-num
                       move rate-frac-text to rate-frac-num
                   else
                       set rate-invalid to true
                   end-if
               end-if
           end-if.

       browse-region-prefixes section.
           move low-values to region-prefix
           start RegionFile key is not less than region-prefix
               end-read
           end-if.

      *    A code's region is its leading two characters when a
      *    two-character region record exists, otherwise its
      *    leading character against a one-character record - the
      *    same prefixes PMREGRPT has always grouped on, now
      *    checked against real data.
       look-up-region-prefix section.
           set region-absent to true
           move spaces to region-prefix
           move region-lookup-code(1:2) to region-prefix
           read RegionFile
               invalid key
                   move spaces to region-prefix
                   move region-lookup-code(1:1) to region-prefix
                   read RegionFile
                       invalid key
                           continue
                       not invalid key
                           set region-present to true
                   end-read
               not invalid key
                   set region-present to true
           end-read.

      *    The approval dialog reuses the IDD-KEY template: its key
      *    entry field becomes the rejection reason (limit 40), and
      *    the change on show is laid out as the figures on file
      *    beside the figures keyed, a "*" marking each month that
      *    moves. Only changes keyed by another operator are shown,
      *    so nobody approves their own work; Next steps through
      *    them in the order they were keyed and wraps round.
       MyApprovalDialogProc section.

       entry 'ApprovalDlgProc' using
                              by value hwnd
                              by value msg
                              by value mp1
                              by value mp2.
          evaluate msg
              when WM-INITDLG
                  move hwnd to hwndDialog
                  call OS2API 'WinSetWindowText' using
                         by value hwnd
                         by reference approval-title
                  call OS2API 'WinPostMsg' using
                        by value hwnd
                        by value WM-MYMESSAGE size 2
                        by value 0 size 4
                        by value 0 size 4

                  move 1 to mresult

              when WM-MYMESSAGE
                  perform find-key-handle
                  move 40 to temp-mp1w1
                  move 0 to temp-mp1w2
                  call OS2API 'WinSendMsg'using
                          by value hwndKeyField
                          by value EM-SETTEXTLIMIT   size 2
                          by value temp-mp1
                          by value 0            size 4
                  call OS2API 'WinSetWindowText' using
                         by value hwndKeyField
                         by reference nullText
                  perform create-pend-info
                  perform create-pend-head
                  perform create-pend-lines
                  perform create-approve-button
                  perform create-reject-button
                  perform create-next-button

                  move low-values to pend-browse-key
                  perform advance-to-next-pending

                  call OS2API 'WinSetFocus' using
                        by value HWND-DESKTOP size 4
                        by value hwndKeyField

                  move 0 to mresult

              when WM-COMMAND
                  evaluate mp1w1
                      when IDD-APPROVEBTN
                          perform approve-pending-change
                      when IDD-REJECTBTN
                          perform reject-pending-change
                      when IDD-NEXTBTN
                          perform advance-to-next-pending
                      when DID-OK
                          call OS2API 'WinDismissDlg' using
                                       by value hwnd
                                       by value 0 size 2
                      when DID-CANCEL
                          call OS2API 'WinDismissDlg' using
                                       by value hwnd
                                       by value 0 size 2
                  end-evaluate

                  move 0 to mresult

              when other

                  call OS2API 'WinDefDlgProc' using
                         by value hwnd
                         by value msg
                         by value mp1
                         by value mp2
                   returning mresult
          end-evaluate
          exit program returning mresult.

       create-pend-info section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     300    size 4
                   by value     320    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-PENDINFO size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndPendInfo.

       create-pend-head section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference pend-head-text
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     282    size 4
                   by value     320    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-PENDHEAD size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndPendHead.

      *    One static per month, ids IDD-PENDLINE upwards, stepping
      *    down the dialog from under the heading.
       create-pend-lines section.
           move 264 to pend-row-y
           perform varying entry-field-index from 1 by 1 until
                   entry-field-index > 12
               compute pend-line-id = IDD-PENDLINE + entry-field-index
                                    - 1
               call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     pend-row-y
                   by value     320    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     pend-line-id
                   by value     0      size 4
                   by value     0      size 4
               returning hwndPendLine(entry-field-index)
               subtract 18 from pend-row-y
           end-perform.

       create-approve-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference approve-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     8      size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-APPROVEBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndApproveBtn.

       create-reject-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference reject-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     72     size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-REJECTBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRejectBtn.

       create-next-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference next-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     136    size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-NEXTBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndNextBtn.

      *    Shows the next waiting change after the one on show, or
      *    says there are none left and closes the dialog.
       advance-to-next-pending section.
           perform show-next-pending
           if no-pend-shown
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference no-pending-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
               call OS2API 'WinDismissDlg' using
                       by value hwndDialog
                       by value 0 size 2
           end-if.

       show-next-pending section.
           set no-pend-shown to true
           perform find-next-pending
           if no-pend-shown and pend-browse-key not = low-values
               move low-values to pend-browse-key
               perform find-next-pending
           end-if
           if pend-shown
               move pend-key to pend-browse-key
               perform display-pending-change
           end-if.

       find-next-pending section.
           move 'N' to pend-eof-flag
           move pend-browse-key to pend-key
           start PendFile key is greater than pend-key
               invalid key
                   set pend-eof to true
           end-start
           perform scan-for-pending until pend-eof or pend-shown.

       scan-for-pending section.
           read PendFile next record
               at end
                   set pend-eof to true
               not at end
                   if pend-waiting and pend-maker not = signed-on-id
                       set pend-shown to true
                   end-if
           end-read.

       display-pending-change section.
           if pend-delete
               move "Delete " to pinfo-type
           else
               move "Change " to pinfo-type
           end-if
           move pend-code to pinfo-code
           move pend-year to pinfo-year
           move pend-maker to pinfo-maker
           move pend-stamp(1:4) to pinfo-yyyy
           move pend-stamp(5:2) to pinfo-mm
           move pend-stamp(7:2) to pinfo-dd
           move pend-stamp(9:2) to pinfo-hh
           move pend-stamp(11:2) to pinfo-mi
           call OS2API 'WinSetWindowText' using
                  by value hwndPendInfo
                  by reference pend-info-text
           perform varying entry-field-index from 1 by 1 until
                   entry-field-index > 12
               perform show-pending-line
           end-perform.

      *    A change to a record that was not on file has no "on
      *    file" side, and a delete has no "keyed" side.
       show-pending-line section.
           move month-name(entry-field-index) to pline-month
           move space to pline-mark
           evaluate true
               when pend-delete
                   move pend-old-amt(entry-field-index) to pline-old
                   move spaces to pline-new-x
                   if pend-old-amt(entry-field-index) not = 0
                       move "*" to pline-mark
                   end-if
               when pend-old-contents = low-values
                   move spaces to pline-old-x
                   move pend-new-amt(entry-field-index) to pline-new
                   if pend-new-amt(entry-field-index) not = 0
                       move "*" to pline-mark
                   end-if
               when other
                   move pend-old-amt(entry-field-index) to pline-old
                   move pend-new-amt(entry-field-index) to pline-new
                   if pend-old-amt(entry-field-index) not =
                                       pend-new-amt(entry-field-index)
                       move "*" to pline-mark
                   end-if
           end-evaluate
           call OS2API 'WinSetWindowText' using
                  by value hwndPendLine(entry-field-index)
                  by reference pend-line-text.

      *    Approval applies the change exactly as a save or delete
      *    from the key dialog would - period check, record read
      *    WITH LOCK, audit entry - and only when the record still
      *    holds the figures the maker saw; otherwise the change
      *    is left waiting for the checker to reject. The audit
      *    entry carries the checker's id, the maker's stays on
      *    pendchg.ism.
       approve-pending-change section.
           move pend-browse-key to pend-key
           read PendFile
               invalid key
                   move 'R' to pend-status
           end-read
           if not pend-waiting
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference pend-decided-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
               perform advance-to-next-pending
           else
               move pend-code to key-data
               move pend-year to key-year
               perform check-period-closed
               if year-locked
                   perform say-year-closed
               else
                   perform approve-pending-body
               end-if
           end-if.

       approve-pending-body section.
           move pend-record-key to file-record-key
           perform read-old-contents-for-audit
           evaluate true
               when pmfile-status = "51" or pmfile-status-1 = "9"
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference record-busy-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               when audit-old-contents not = pend-old-contents
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference pend-stale-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               when other
                   perform apply-pending-change
                   set pend-approved to true
                   perform record-pending-decision
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference pend-approved-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
           end-evaluate
           unlock PmFile
           if pend-approved
               perform advance-to-next-pending
           end-if.

       apply-pending-change section.
           if pend-delete
               delete PmFile record
                   invalid key
                       continue
                   not invalid key
                       move 'DELETE' to audit-action
                       move low-values to file-field-contents
                       perform write-audit-record
               end-delete
               move pend-record-key to qty-record-key
               delete QtyFile record
                   invalid key
                       continue
               end-delete
           else
               move pend-new-contents to file-field-contents
               move 'WRITE' to audit-action
               write PmFileRecord
                   invalid key
                       move 'REWRITE' to audit-action
                       rewrite PmFileRecord
                       end-rewrite
               end-write
               perform write-audit-record
           end-if.

       record-pending-decision section.
           perform take-current-stamp
           move signed-on-id to pend-checker
           move current-stamp to pend-decided-stamp
           rewrite PendingChangeRecord
               invalid key
                   continue
           end-rewrite.

      *    A rejection must say why; the reason stays on
      *    pendchg.ism for the maker and for PMPENDRPT.
       reject-pending-change section.
           move low-values to reason-field-contents
           call OS2API 'WinQueryWindowText' using
                   by value        hwndKeyField
                   by value        41              size 2
                   by reference    reason-field-contents
               returning bool
           inspect reason-field-data replacing all low-values by space
           if reason-field-data = spaces
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference need-reason-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           else
               perform reject-pending-body
           end-if.

       reject-pending-body section.
           move pend-browse-key to pend-key
           read PendFile
               invalid key
                   move 'R' to pend-status
           end-read
           if pend-waiting
               set pend-rejected to true
               move reason-field-data to pend-reason
               perform record-pending-decision
               call OS2API 'WinSetWindowText' using
                      by value hwndKeyField
                      by reference nullText
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference pend-rejected-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           else
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference pend-decided-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           end-if
           perform advance-to-next-pending.

      *    The reject repair dialog reuses the IDD-KEY template:
      *    its key entry field takes the code, and the year, date
      *    and twelve amount fields are created beneath it. Sales
      *    and Daily choose the reject file; each outstanding
      *    reject is shown in turn, with its reason, to be
      *    corrected and repaired or written off. A repair goes
      *    through the same code master, region and period-close
      *    checks as the entry dialogs, and the amounts through
      *    the data dialog's own numeric checks.
       MyRejectDialogProc section.

       entry 'RejectDlgProc' using
                              by value hwnd
                              by value msg
                              by value mp1
                              by value mp2.
          evaluate msg
              when WM-INITDLG
                  move hwnd to hwndDialog
                  call OS2API 'WinSetWindowText' using
                         by value hwnd
                         by reference reject-title
                  call OS2API 'WinPostMsg' using
                        by value hwnd
                        by value WM-MYMESSAGE size 2
                        by value 0 size 4
                        by value 0 size 4

                  move 1 to mresult

              when WM-MYMESSAGE
                  perform find-key-handle
                  perform set-key-field-size
                  perform create-year-field
                  perform set-year-field-size
                  perform create-rej-date-field
                  perform create-rej-amount-grid
                  perform set-entry-field-sizes
                  perform create-rej-info
                  perform create-rej-counts
                  perform create-repair-button
                  perform create-write-off-button
                  perform create-next-button
                  perform create-sales-rej-button
                  perform create-daily-rej-button

                  set rej-sales-source to true
                  perform open-reject-source

                  call OS2API 'WinSetFocus' using
                        by value HWND-DESKTOP size 4
                        by value hwndKeyField

                  move 0 to mresult

              when WM-COMMAND
                  evaluate mp1w1
                      when IDD-SALESREJBTN
                          perform close-reject-source
                          set rej-sales-source to true
                          perform open-reject-source
                      when IDD-DAILYREJBTN
                          perform close-reject-source
                          set rej-daily-source to true
                          perform open-reject-source
                      when IDD-NEXTBTN
                          perform show-next-reject
                      when IDD-REPAIRBTN
                          if rej-shown
                              perform repair-reject
                          end-if
                      when IDD-WRITEOFFBTN
                          if signed-on-level < 3
                              perform say-not-authorised
                          else
                              if rej-shown
                                  perform write-off-reject
                              end-if
                          end-if
                      when DID-OK
                          perform close-reject-source
                          call OS2API 'WinDismissDlg' using
                                       by value hwnd
                                       by value 0 size 2
                      when DID-CANCEL
                          perform close-reject-source
                          call OS2API 'WinDismissDlg' using
                                       by value hwnd
                                       by value 0 size 2
                  end-evaluate

                  move 0 to mresult

              when other

                  call OS2API 'WinDefDlgProc' using
                         by value hwnd
                         by value msg
                         by value mp1
                         by value mp2
                   returning mresult
          end-evaluate
          exit program returning mresult.

       create-rej-date-field section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     200    size 4
                   by value     40     size 4
                   by value     50     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-ENTRYFLDDATE size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRejDateField
           move 4 to temp-mp1w1
           move 0 to temp-mp1w2
           call OS2API 'WinSendMsg'using
                   by value hwndRejDateField
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4.

      *    Two columns of six, January to June down the left and
      *    July to December down the right, each a label and an
      *    amount field. The amount fields go into hwndEntryField
      *    so the data dialog's sections can read and check them.
       create-rej-amount-grid section.
           perform varying rej-month-index from 1 by 1 until
                   rej-month-index > 12
               if rej-month-index > 6
                   move 180 to rej-col-x
                   compute rej-row-y = 236 - 28 * (rej-month-index - 7)
               else
                   move 8 to rej-col-x
                   compute rej-row-y = 236 - 28 * (rej-month-index - 1)
               end-if
               compute rej-ctl-id = IDD-REJLABEL + rej-month-index - 1
               call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     rej-col-x
                   by value     rej-row-y
                   by value     70     size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     rej-ctl-id
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRejLabel(rej-month-index)
               add 72 to rej-col-x
               compute rej-ctl-id = IDD-REJAMT + rej-month-index - 1
               call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     rej-col-x
                   by value     rej-row-y
                   by value     90     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     rej-ctl-id
                   by value     0      size 4
                   by value     0      size 4
               returning hwndEntryField(rej-month-index)
           end-perform.

       create-rej-info section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     296    size 4
                   by value     360    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-REJINFO size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRejInfo.

       create-rej-counts section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     274    size 4
                   by value     360    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-REJCOUNTS size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRejCounts.

       create-repair-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference repair-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     8      size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-REPAIRBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndRepairBtn.

       create-write-off-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference write-off-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     72     size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-WRITEOFFBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndWriteOffBtn.

       create-sales-rej-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference sales-rej-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     200    size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-SALESREJBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndSalesRejBtn.

       create-daily-rej-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference daily-rej-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     264    size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-DAILYREJBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndDailyRejBtn.

      *    The file is counted through first for the totals line,
      *    then held open I-O from the top for the browse.
       open-reject-source section.
           perform set-rej-labels
           perform count-reject-file
           perform show-reject-counts
           if rej-total-count > 0
               perform open-reject-file
           end-if
           perform show-next-reject.

       count-reject-file section.
           move 0 to rej-total-count
           move 0 to rej-outstanding-count
           move 0 to rej-repaired-count
           move 0 to rej-written-off-count
           move 0 to rej-position
           move 'N' to rej-eof-flag
           if rej-sales-source
               open input SalesRejFile
           else
               open input DayRejFile
           end-if
           perform read-reject-record
           perform tally-reject-record until rej-eof
           if rej-sales-source
               close SalesRejFile
           else
               close DayRejFile
           end-if.

       tally-reject-record section.
           add 1 to rej-total-count
           evaluate true
               when rej-is-repaired
                   add 1 to rej-repaired-count
               when rej-is-written-off
                   add 1 to rej-written-off-count
               when other
                   add 1 to rej-outstanding-count
           end-evaluate
           perform read-reject-record.

       read-reject-record section.
           if rej-sales-source
               read SalesRejFile
                   at end
                       set rej-eof to true
                   not at end
                       move srej-status to rej-status-work
                       add 1 to rej-position
               end-read
           else
               read DayRejFile
                   at end
                       set rej-eof to true
                   not at end
                       move drej-status to rej-status-work
                       add 1 to rej-position
               end-read
           end-if.

       open-reject-file section.
           move 0 to rej-position
           if rej-sales-source
               open i-o SalesRejFile
           else
               open i-o DayRejFile
           end-if
           set rej-file-open to true.

       close-reject-source section.
           if rej-file-open
               if rej-sales-source
                   close SalesRejFile
               else
                   close DayRejFile
               end-if
               set rej-file-closed to true
           end-if.

      *    Reading on from the reject on show, then round from the
      *    top once; a pass that finds nothing leaves the file
      *    reopened at the top rather than at end of file.
       show-next-reject section.
           set no-rej-shown to true
           if rej-outstanding-count > 0
               perform find-next-outstanding
               if no-rej-shown
                   perform close-reject-source
                   perform open-reject-file
                   perform find-next-outstanding
                   if no-rej-shown
                       perform close-reject-source
                       perform open-reject-file
                   end-if
               end-if
           end-if
           if rej-shown
               perform display-reject
           else
               perform clear-reject-display
           end-if.

       find-next-outstanding section.
           move 'N' to rej-eof-flag
           perform scan-for-outstanding until rej-eof or rej-shown.

       scan-for-outstanding section.
           perform read-reject-record
           if not rej-eof and rej-is-outstanding
               set rej-shown to true
           end-if.

      *    A sales reject uses all twelve amount fields; a daily
      *    reject has one amount, keyed in the first, and the date
      *    field says which month it belongs to.
       set-rej-labels section.
           perform varying rej-month-index from 1 by 1 until
                   rej-month-index > 12
               evaluate true
                   when rej-sales-source
                       move month-name(rej-month-index)
                                                 to rej-label-data
                       call OS2API 'WinEnableWindow' using
                           by value hwndEntryField(rej-month-index)
                           by value 1 size 4
                         returning bool
                   when rej-month-index = 1
                       move "Amount" to rej-label-data
                       call OS2API 'WinEnableWindow' using
                           by value hwndEntryField(rej-month-index)
                           by value 1 size 4
                         returning bool
                   when other
                       move spaces to rej-label-data
                       call OS2API 'WinEnableWindow' using
                           by value hwndEntryField(rej-month-index)
                           by value 0 size 4
                         returning bool
               end-evaluate
               call OS2API 'WinSetWindowText' using
                      by value hwndRejLabel(rej-month-index)
                      by reference rej-label-text
           end-perform.

       show-reject-counts section.
           move rej-outstanding-count to rcount-outstanding
           move rej-repaired-count to rcount-repaired
           move rej-written-off-count to rcount-written-off
           call OS2API 'WinSetWindowText' using
                  by value hwndRejCounts
                  by reference rej-counts-text.

      *    An amount that is not valid packed decimal cannot be
      *    shown; a "?" in its place fails the numeric check until
      *    the right figure is keyed over it.
       display-reject section.
           move low-values to entry-field-contents
           if rej-sales-source
               move "Sales " to rinfo-source
               move srej-reason to rinfo-reason
               move srej-key-code to rej-code-data
               move srej-key-year to rej-year-data
               move spaces to rej-date-data
               perform varying rej-month-index from 1 by 1 until
                       rej-month-index > 12
                   if srej-month-amt(rej-month-index) numeric
                       move srej-month-amt(rej-month-index)
                                                 to temp-edit-amt
                       perform show-reject-amount
                   else
                       move "?" to
                                entry-field-data(rej-month-index)(1:1)
                   end-if
               end-perform
           else
               move "Daily " to rinfo-source
               move drej-reason to rinfo-reason
               move drej-code to rej-code-data
               move drej-year to rej-year-data
               move drej-date to rej-date-data
               move 1 to rej-month-index
               if drej-amount numeric
                   move drej-amount to temp-edit-amt
                   perform show-reject-amount
               else
                   move "?" to entry-field-data(1)(1:1)
               end-if
           end-if
           move rej-position to rinfo-number
           move rej-total-count to rinfo-total
           move spaces to rinfo-reason-text
           if rinfo-reason numeric
               move rinfo-reason to rej-reason-num
               if rej-reason-num > 0 and rej-reason-num < 10
                   move rej-reason-text(rej-reason-num)
                                              to rinfo-reason-text
               end-if
           end-if
           call OS2API 'WinSetWindowText' using
                  by value hwndRejInfo
                  by reference rej-info-text
           call OS2API 'WinSetWindowText' using
                  by value hwndKeyField
                  by reference rej-code-text
           call OS2API 'WinSetWindowText' using
                  by value hwndYearField
                  by reference rej-year-text
           call OS2API 'WinSetWindowText' using
                  by value hwndRejDateField
                  by reference rej-date-text
           perform fill-entry-fields.

       show-reject-amount section.
           perform left-justify-edit-amt
           move temp-bytes1(1:temp-sig-len) to
                 entry-field-data(rej-month-index)(1:temp-sig-len).

       clear-reject-display section.
           move low-values to entry-field-contents
           call OS2API 'WinSetWindowText' using
                  by value hwndRejInfo
                  by reference rej-none-text
           call OS2API 'WinSetWindowText' using
                  by value hwndKeyField
                  by reference nullText
           call OS2API 'WinSetWindowText' using
                  by value hwndYearField
                  by reference nullText
           call OS2API 'WinSetWindowText' using
                  by value hwndRejDateField
                  by reference nullText
           perform fill-entry-fields.

      *    A repair writes the corrected record to the resubmission
      *    file, marks the reject repaired where it lies and logs
      *    both the reject and the correction under the operator.
       repair-reject section.
           perform get-key-field-value
           perform get-year-field-value
           inspect key-data replacing all low-values by space
           perform capitalize-key
           perform check-for-empty-key
           move low-values to rej-date-data
           call OS2API 'WinQueryWindowText' using
                   by value        hwndRejDateField
                   by value        5               size 2
                   by reference    rej-date-text
               returning bool
           perform get-rej-amounts
           perform validate-repair
           if rej-valid
               perform write-resubmission
               if rej-sales-source
                   set srej-repaired to true
                   rewrite SalesRejectRecord
                   move resub-sales-record to rej-corrected-contents
               else
                   set drej-repaired to true
                   rewrite DayRejectRecord
                   move resub-day-record to rej-corrected-contents
               end-if
               move "REPAIR" to rlog-action
               perform log-reject-action
               subtract 1 from rej-outstanding-count
               add 1 to rej-repaired-count
               perform show-reject-counts
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference rej-repaired-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
               perform show-next-reject
           end-if.

      *    real-numeric-values is what the graph draws, so it is put
      *    back as soon as the keyed amounts have been taken.
       get-rej-amounts section.
           move real-numeric-values to rej-saved-values
           perform get-entry-field-values
           perform extract-numerics
           move real-numeric-values to rej-amounts
           move rej-saved-values to real-numeric-values.

       validate-repair section.
           set rej-valid to true
           perform check-rej-date
           evaluate true
               when key-empty
                   set rej-invalid to true
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference rej-need-code-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               when key-year not numeric
                   set rej-invalid to true
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference need-year-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               when rej-daily-source and rej-date-bad
                   set rej-invalid to true
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference rej-bad-date-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               when numerics-fail
                   set rej-invalid to true
                   if rej-sales-source
                       move month-name(fail-index) to rej-amount-month
                   else
                       move "Amount" to rej-amount-month
                   end-if
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference rej-bad-amount-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               when other
                   perform validate-entry-key
                   if entry-key-invalid
                       set rej-invalid to true
                   else
                       perform check-period-closed
                       if year-locked
                           set rej-invalid to true
                           perform say-year-closed
                       end-if
                   end-if
           end-evaluate.

       check-rej-date section.
           set rej-date-good to true
           if rej-date-data not numeric
               set rej-date-bad to true
           else
               if rej-date-month < 1 or rej-date-month > 12
                   set rej-date-bad to true
               else
                   if rej-date-day < 1
                      or rej-date-day > rej-day-limit(rej-date-month)
                       set rej-date-bad to true
                   end-if
               end-if
           end-if.

      *    The resubmission file is copied to rejresub.tmp without
      *    its trailer, the corrected record added, a fresh trailer
      *    counted and hashed the way the feeders do it, and the
      *    whole copied back - the same work-file round trip
      *    PMCODEMRG uses on salesday.his.
       write-resubmission section.
           move 0 to resub-count
           move 0 to resub-hash
           move 'N' to resub-eof-flag
           move spaces to resub-trailer
           open output ResubWorkFile
           if rej-sales-source
               open input SalesResubFile
               perform copy-sales-resub-record until resub-eof
               close SalesResubFile
               move key-data to rsub-key-code
               move key-year to rsub-key-year
               move rej-amounts to rsub-amounts
               move srej-units-contents to rsub-units
               write ResubWorkRecord from resub-sales-record
               add 1 to resub-count
               perform varying rej-month-index from 1 by 1 until
                       rej-month-index > 12
                   add rsub-amt(rej-month-index) to resub-hash
               end-perform
           else
               open input DayResubFile
               perform copy-day-resub-record until resub-eof
               close DayResubFile
               move spaces to resub-day-record
               move key-data to rsub-day-code
               move key-year to rsub-day-year
               move rej-date-data to rsub-day-date
               move rej-amt(1) to rsub-day-amount
               move drej-units to rsub-day-units
               write ResubWorkRecord from resub-day-record
               add 1 to resub-count
               add rsub-day-amount to resub-hash
           end-if
           move "*TRL" to rsub-trl-id
           move resub-count to rsub-trl-count
           move resub-hash to rsub-trl-hash
           write ResubWorkRecord from resub-trailer
           close ResubWorkFile
           move 'N' to resub-eof-flag
           open input ResubWorkFile
           if rej-sales-source
               open output SalesResubFile
               perform copy-work-to-sales-resub until resub-eof
               close SalesResubFile
           else
               open output DayResubFile
               perform copy-work-to-day-resub until resub-eof
               close DayResubFile
           end-if
           close ResubWorkFile.

       copy-sales-resub-record section.
           read SalesResubFile
               at end
                   set resub-eof to true
               not at end
                   if srsb-trl-id not = "*TRL"
                       write ResubWorkRecord from SalesResubRecord
                       add 1 to resub-count
                       perform varying rej-month-index from 1 by 1
                               until rej-month-index > 12
                           add srsb-month-amt(rej-month-index)
                                                     to resub-hash
                       end-perform
                   end-if
           end-read.

       copy-day-resub-record section.
           read DayResubFile
               at end
                   set resub-eof to true
               not at end
                   if drsb-trl-id not = "*TRL"
                       write ResubWorkRecord from DayResubRecord
                       add 1 to resub-count
                       add drsb-amount to resub-hash
                   end-if
           end-read.

       copy-work-to-sales-resub section.
           read ResubWorkFile
               at end
                   set resub-eof to true
               not at end
                   write SalesResubRecord from ResubWorkRecord
           end-read.

       copy-work-to-day-resub section.
           read ResubWorkFile
               at end
                   set resub-eof to true
               not at end
                   write DayResubRecord from ResubWorkRecord(1:40)
           end-read.

       write-off-reject section.
           compute MY-MB = MB-ICONQUESTION +
                           MB-YESNO +
                           MB-MOVEABLE
           call OS2API 'WinMessageBox'
               using by value HWND-DESKTOP size 4
                     by value HWND-DESKTOP size 4
                     by reference rej-write-off-query
                     by reference szClientClass
                     by value 0 size 2
                     by value MY-MB
               returning temp-short
           if temp-short = MBID-YES
               if rej-sales-source
                   set srej-written-off to true
                   rewrite SalesRejectRecord
               else
                   set drej-written-off to true
                   rewrite DayRejectRecord
               end-if
               move spaces to rej-corrected-contents
               move "WRITEOFF" to rlog-action
               perform log-reject-action
               subtract 1 from rej-outstanding-count
               add 1 to rej-written-off-count
               perform show-reject-counts
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference rej-written-off-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
               perform show-next-reject
           end-if.

       log-reject-action section.
           perform take-current-stamp
           move current-stamp to rlog-stamp
           move signed-on-id to rlog-operator
           if rej-sales-source
               set rlog-sales to true
               move srej-reason to rlog-reason
               move srej-contents to rlog-original
           else
               set rlog-daily to true
               move drej-reason to rlog-reason
               move drej-contents to rlog-original
           end-if
           move rej-corrected-contents to rlog-corrected
           write RejectLogRecord.

      *    The batch dialog reuses the IDD-KEY template: its key
      *    entry field takes the document count (limit 5), and the
      *    control total is keyed in the field created beside it.
      *    The two lines above show the operator's open batch -
      *    opened when, the count and control total, and the saves
      *    and net change keyed against it so far.
       MyBatchDialogProc section.

       entry 'BatchDlgProc' using
                              by value hwnd
                              by value msg
                              by value mp1
                              by value mp2.
          evaluate msg
              when WM-INITDLG
                  move hwnd to hwndDialog
                  call OS2API 'WinSetWindowText' using
                         by value hwnd
                         by reference batch-title
                  call OS2API 'WinPostMsg' using
                        by value hwnd
                        by value WM-MYMESSAGE size 2
                        by value 0 size 4
                        by value 0 size 4

                  move 1 to mresult

              when WM-MYMESSAGE
                  perform find-key-handle
                  move 5 to temp-mp1w1
                  move 0 to temp-mp1w2
                  call OS2API 'WinSendMsg'using
                          by value hwndKeyField
                          by value EM-SETTEXTLIMIT   size 2
                          by value temp-mp1
                          by value 0            size 4
                  call OS2API 'WinSetWindowText' using
                         by value hwndKeyField
                         by reference nullText
                  perform create-batch-total-field
                  perform create-batch-info
                  perform create-batch-stat
                  perform create-batch-open-button
                  perform create-batch-close-button
                  perform show-batch-state

                  call OS2API 'WinSetFocus' using
                        by value HWND-DESKTOP size 4
                        by value hwndKeyField

                  move 0 to mresult

              when WM-COMMAND
                  evaluate mp1w1
                      when IDD-BOPENBTN
                          perform open-keying-batch
                      when IDD-BCLOSEBTN
                          perform close-keying-batch
                      when DID-OK
                          call OS2API 'WinDismissDlg' using
                                       by value hwnd
                                       by value 0 size 2
                      when DID-CANCEL
                          call OS2API 'WinDismissDlg' using
                                       by value hwnd
                                       by value 0 size 2
                  end-evaluate

                  move 0 to mresult

              when other

                  call OS2API 'WinDefDlgProc' using
                         by value hwnd
                         by value msg
                         by value mp1
                         by value mp2
                   returning mresult
          end-evaluate
          exit program returning mresult.

       create-batch-total-field section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     140    size 4
                   by value     40     size 4
                   by value     100    size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-ENTRYFLDBTOTAL size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndBatchTotalField
           move 10 to temp-mp1w1
           move 0 to temp-mp1w2
           call OS2API 'WinSendMsg'using
                   by value hwndBatchTotalField
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4.

       create-batch-info section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     296    size 4
                   by value     360    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-BATCHINFO size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndBatchInfo.

       create-batch-stat section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference nullText
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     8      size 4
                   by value     274    size 4
                   by value     360    size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-BATCHSTAT size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndBatchStat.

       create-batch-open-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference batch-open-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     8      size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-BOPENBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndBOpenBtn.

       create-batch-close-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-BUTTON
                   by reference batch-close-btn-text
                   by value     WS-VISIBLE + BS-PUSHBUTTON size 4
                   by value     72     size 4
                   by value     8      size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-BCLOSEBTN size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndBCloseBtn.

       show-batch-state section.
           if batch-current
               move batch-current-key to batch-key
               read BatchFile
                   invalid key
                       set no-batch-current to true
               end-read
           end-if
           if batch-current
               move batch-stamp(1:4) to binfo-yyyy
               move batch-stamp(5:2) to binfo-mm
               move batch-stamp(7:2) to binfo-dd
               move batch-stamp(9:2) to binfo-hh
               move batch-stamp(11:2) to binfo-mi
               move batch-doc-count to binfo-docs
               move batch-control-total to binfo-control
               move batch-save-count to bstat-saves
               move batch-net-change to bstat-keyed
               compute batch-difference =
                       batch-net-change - batch-control-total
               move batch-difference to bstat-difference
               call OS2API 'WinSetWindowText' using
                      by value hwndBatchInfo
                      by reference batch-info-text
               call OS2API 'WinSetWindowText' using
                      by value hwndBatchStat
                      by reference batch-stat-text
           else
               call OS2API 'WinSetWindowText' using
                      by value hwndBatchInfo
                      by reference batch-none-text
               call OS2API 'WinSetWindowText' using
                      by value hwndBatchStat
                      by reference nullText
           end-if.

      *    One batch at a time per operator. The count is taken
      *    the way the region dialog takes its hold amount, and the
      *    control total through the data dialog's own numeric
      *    check, with the graph's figures put back straight after.
       open-keying-batch section.
           if batch-current
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference batch-already-open-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           else
               perform get-batch-entries
               if batch-entry-good
                   perform write-new-batch
               end-if
           end-if.

       get-batch-entries section.
           set batch-entry-good to true
           move low-values to hold-field-contents
           call OS2API 'WinQueryWindowText' using
                   by value        hwndKeyField
                   by value        6               size 2
                   by reference    hold-field-contents
               returning bool
           perform extract-hold-value
           if hold-field-valid and hold-field-num > 0
              and hold-field-num <= 99999
               move hold-field-num to batch-doc-value
           else
               set batch-entry-bad to true
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference batch-bad-count-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           end-if
           if batch-entry-good
               move low-values to batch-total-data
               call OS2API 'WinQueryWindowText' using
                       by value        hwndBatchTotalField
                       by value        11              size 2
                       by reference    batch-total-field-contents
                   returning bool
               inspect batch-total-data
                   replacing all low-values by space
               move real-numeric-values to batch-saved-values
               move entry-field-contents to batch-saved-fields
               move low-values to entry-field-contents
               move batch-total-data to entry-field-data(1)(1:10)
               perform extract-numerics
               move real-num-val(1) to batch-total-value
               move batch-saved-values to real-numeric-values
               move batch-saved-fields to entry-field-contents
               if numerics-fail or batch-total-data = spaces
                   set batch-entry-bad to true
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference batch-bad-total-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               end-if
           end-if.

       write-new-batch section.
           perform take-current-stamp
           move current-stamp to batch-stamp
           move signed-on-id to batch-operator
           set batch-open to true
           move batch-doc-value to batch-doc-count
           move batch-total-value to batch-control-total
           move 0 to batch-save-count
           move 0 to batch-net-change
           move spaces to batch-closed-stamp
           write BatchControlRecord
               invalid key
                   continue
               not invalid key
                   move batch-key to batch-current-key
                   set batch-current to true
           end-write
           perform show-batch-state
           if batch-current
               call OS2API 'WinSetWindowText' using
                      by value hwndKeyField
                      by reference nullText
               call OS2API 'WinSetWindowText' using
                      by value hwndBatchTotalField
                      by reference nullText
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference batch-opened-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           end-if.

      *    A batch closes only when the net change keyed against
      *    it equals the control total. A save count that differs
      *    from the document count is put to the operator, since
      *    one document can take two saves or none.
       close-keying-batch section.
           if no-batch-current
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference batch-none-open-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           else
               perform show-batch-state
               if batch-current
                   perform close-keying-batch-body
               end-if
           end-if.

       close-keying-batch-body section.
           if batch-net-change not = batch-control-total
               move batch-difference to bunb-difference
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference batch-unbalanced-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           else
               move MBID-YES to temp-short
               if batch-save-count not = batch-doc-count
                   move batch-save-count to bcq-saves
                   move batch-doc-count to bcq-docs
                   compute MY-MB = MB-ICONQUESTION +
                                   MB-YESNO +
                                   MB-MOVEABLE
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference batch-count-query
                             by reference szClientClass
                             by value 0 size 2
                             by value MY-MB
                       returning temp-short
               end-if
               if temp-short = MBID-YES
                   perform take-current-stamp
                   move current-stamp to batch-closed-stamp
                   set batch-closed to true
                   rewrite BatchControlRecord
                   end-rewrite
                   set no-batch-current to true
                   perform show-batch-state
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference batch-closed-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
               end-if
           end-if.

      *    An operator's batch left open from an earlier session is
      *    picked up again at sign-on; batchctl.ism is keyed by when
      *    a batch was opened, so the last one found is the latest.
       find-open-batch section.
           set no-batch-current to true
           move 'N' to batch-eof-flag
           move low-values to batch-key
           start BatchFile key is not less than batch-key
               invalid key
                   set batch-eof to true
           end-start
           perform scan-for-open-batch until batch-eof.

       scan-for-open-batch section.
           read BatchFile next record
               at end
                   set batch-eof to true
               not at end
                   if batch-open and batch-operator = signed-on-id
                       move batch-key to batch-current-key
                       set batch-current to true
                   end-if
           end-read.

      *    Sign-on reuses the IDD-KEY template too: its key entry
                   by value temp-mp1
                   by value 0            size 4.

       create-comm-rate-field section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     248    size 4
                   by value     72     size 4
                   by value     60     size 4
                   by value     24     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-ENTRYFLDCOMM size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndCommRateField
           move 6 to temp-mp1w1
           move 0 to temp-mp1w2
           call OS2API 'WinSendMsg'using
                   by value hwndCommRateField
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4.

       create-fetch-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference    status-field-contents
               returning bool.

       get-comm-rate-field-value section.
           move low-values to rate-field-contents
           call OS2API 'WinQueryWindowText' using
                   by value        hwndCommRateField
                   by value        7               size 2
                   by reference    rate-field-contents
               returning bool.

       fetch-master-entry section.
           perform capitalize-key
           move key-data to master-code
                   call OS2API 'WinSetWindowText' using
                          by value hwndStatusField
                          by reference status-field-contents
                   move spaces to rate-field-data
                   if master-comm-overridden
                       move master-comm-rate to rate-edit
                       perform left-justify-rate-edit
                   end-if
                   call OS2API 'WinSetWindowText' using
                          by value hwndCommRateField
                          by reference rate-field-contents
           end-read.

      *    A blank status is taken as active; anything else must
       save-master-entry-body section.
           perform get-desc-field-value
           perform get-status-field-value
           perform get-comm-rate-field-value
           perform extract-rate-value
           perform capitalize-key
           inspect desc-field-data replacing all low-values by space
           if status-field-data = space or low-values
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           when rate-invalid
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference bad-rate-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
      *    A master entry for a code whose prefix is not a known
      *    region is refused: the informal coding convention is
      *    data now, and the master is where it is enforced first.
               move key-data to master-code
               move desc-field-data to master-desc
               move status-field-data to master-status
               if rate-blank
                   move space to master-comm-override
                   move 0 to master-comm-rate
               else
                   move 'Y' to master-comm-override
                   move rate-value to master-comm-rate
               end-if
               write CodeMasterRecord
                   invalid key
                       rewrite CodeMasterRecord
               perform fill-entry-fields
               perform show-totals
               perform show-graph
               if sales-mode
                   perform refresh-units-column
               end-if
           end-if.

       browse-master-codes section.
                  by value hwndAvgDisplay
                  by reference avg-display-text.

      *    Each units field goes immediately to the right of its
      *    month's amount field, wherever the template puts it:
      *    the amount field's rectangle is mapped into dialog
      *    co-ordinates and the units field takes the same row.
       create-units-column section.
           perform varying i from 1 by 1 until i > 12
               call OS2API 'WinQueryWindowRect' using
                   by value     hwndEntryField(i)
                   by reference rcl
               call OS2API 'WinMapWindowPoints' using
                   by value     hwndEntryField(i)
                   by value     hwndDialog
                   by reference rcl
                   by value     2      size 4
               compute units-col-x = RECTL-xRight + 8
               move RECTL-yBottom to units-row-y
               compute units-row-cy = RECTL-yTop - RECTL-yBottom
               if i = 1
                   compute units-head-y = RECTL-yTop + 2
               end-if
               compute units-ctl-id = IDD-ENTRYFLDUNITS + i - 1
               call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-ENTRYFIELD
                   by reference nullText
                   by value     WS-VISIBLE size 4
                   by value     units-col-x
                   by value     units-row-y
                   by value     60     size 4
                   by value     units-row-cy
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     units-ctl-id
                   by value     0      size 4
                   by value     0      size 4
               returning hwndUnitsField(i)
               move 7 to temp-mp1w1
               move 0 to temp-mp1w2
               call OS2API 'WinSendMsg'using
                   by value hwndUnitsField(i)
                   by value EM-SETTEXTLIMIT   size 2
                   by value temp-mp1
                   by value 0            size 4
               call OS2API 'WinSetWindowText' using
                  by value hwndUnitsField(i)
                  by reference saved-units-data(i)
           end-perform
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                   by reference WC-STATIC
                   by reference units-head-text
                   by value     WS-VISIBLE + SS-TEXT size 4
                   by value     units-col-x
                   by value     units-head-y
                   by value     60     size 4
                   by value     16     size 4
                   by value     hwndDialog size 4
                   by value     HWND-TOP   size 4
                   by value     IDD-UNITSHEAD size 4
                   by value     0      size 4
                   by value     0      size 4
               returning hwndUnitsHead.

      *    The units record is read without a lock: the sales
      *    record's lock already keeps the key to this dialog.
       load-units-record section.
           move low-values to saved-units-contents
           move input-key-field to qty-record-key
           read QtyFile
               invalid key
                   continue
               not invalid key
                   perform format-units-to-text
           end-read.

       format-units-to-text section.
           perform varying i from 1 by 1 until i > 12
               move qty-month-units(i) to units-edit
               perform varying temp-sig-len from 1 by 1 until
                       temp-sig-len > 7
                       or units-edit(temp-sig-len:1) not = space
               end-perform
               compute entry-text-len = 7 - temp-sig-len + 1
               move units-edit(temp-sig-len:entry-text-len) to
                         saved-units-data(i)(1:entry-text-len)
           end-perform.

      *    A stale save puts the units on disk back on screen too.
       refresh-units-column section.
           perform load-units-record
           perform varying units-index from 1 by 1 until
                   units-index > 12
               call OS2API 'WinSetWindowText' using
                  by value hwndUnitsField(units-index)
                  by reference saved-units-data(units-index)
           end-perform.

      *    Each units field must be blank or a whole number; the
      *    digits are lined up through right-justify-whole-part,
      *    the same as the whole part of an amount.
       get-units-entered section.
           set units-pass to true
           set no-units-keyed to true
           move low-values to units-field-contents
           perform varying units-index from 1 by 1 until
                   units-index > 12
               call OS2API 'WinQueryWindowText' using
                   by value hwndUnitsField(units-index)
                   by value 8 size 2
                   by reference units-field-data(units-index)
               returning bool
               move units-field-data(units-index)(1:7)
                                                 to temp-whole-text
               inspect temp-whole-text replacing all low-values
                                                          by space
               if temp-whole-text = spaces
                   move 0 to units-val(units-index)
               else
                   set units-keyed to true
                   perform right-justify-whole-part
                   if temp-whole-text numeric
                       move temp-whole-text to temp-whole-num
                       move temp-whole-num to units-val(units-index)
                   else
                       move 0 to units-val(units-index)
                       if units-pass
                           set units-fail to true
                           move units-index to units-fail-index
                       end-if
                   end-if
               end-if
           end-perform
           move units-field-contents to saved-units-contents.

       say-units-not-whole section.
           move month-name(units-fail-index) to units-month-msg
           call OS2API 'WinMessageBox'
               using by value HWND-DESKTOP size 4
                     by value HWND-DESKTOP size 4
                     by reference units-message
                     by reference szClientClass
                     by value 0 size 2
                     by value MB-OK
               returning temp-short
           call OS2API 'WinSetFocus' using
               by value HWND-DESKTOP size 4
               by value hwndUnitsField(units-fail-index).

      *    Units go with the save even when the money is held for
      *    approval: the hold thresholds are on value. A key with
      *    no units record gets one only once units are keyed;
      *    clearing every field of an existing one leaves zeros.
       save-units-record section.
           move input-key-field to qty-record-key
           move units-values to qty-field-contents
           rewrite QtyFileRecord
               invalid key
                   if units-keyed
                       write QtyFileRecord
                           invalid key
                               continue
                       end-write
                   end-if
           end-rewrite.

       create-browse-button section.
           call OS2API 'WinCreateWindow' using
                   by value     hwndDialog
                       returning temp-short
           end-delete.

      *    A sales delete is never applied from the key dialog: the
      *    record is read so the held delete carries the contents
      *    that would be removed, and it goes to pendchg.ism for a
      *    second operator. The delete itself is done by
      *    apply-pending-change once approved.
       delete-sales-record section.
           perform check-period-closed
           if year-locked
           else
               move input-key-field to file-record-key
               perform read-old-contents-for-audit
               perform find-pending-for-key
               evaluate true
                   when pmfile-status = "51" or pmfile-status-1 = "9"
                       call OS2API 'WinMessageBox'
                           using by value HWND-DESKTOP size 4
                                 by value HWND-DESKTOP size 4
                                 by reference record-busy-message
                                 by reference szClientClass
                                 by value 0 size 2
                                 by value MB-OK
                           returning temp-short
                   when audit-old-contents = low-values
                       call OS2API 'WinMessageBox'
                           using by value HWND-DESKTOP size 4
                                 by value HWND-DESKTOP size 4
                                 by reference not-deleted-message
                                 by reference szClientClass
                                 by value 0 size 2
                                 by value MB-OK
                           returning temp-short
                   when pending-found
                       perform say-change-pending
                   when other
                       perform hold-sales-delete
               end-evaluate
               unlock PmFile
           end-if.

       get-entry-field-values section.
           move low-values to entry-field-contents
                   move file-field-contents to held-contents
                   perform format-numerics-to-text
           end-read
           perform load-units-record
           if pmfile-status = "51" or pmfile-status-1 = "9"
               set record-busy to true
               call OS2API 'WinMessageBox'
           end-if.

       load-budget-record section.
           move low-values to saved-units-contents
           move input-key-field to bud-record-key
           read BudFile
               invalid key
      *    record someone else changed (or created, or deleted)
      *    underneath this dialog is re-presented, never
      *    overwritten. A locked status means the other operator
      *    still has it open. A record with a change already
      *    waiting on pendchg.ism is refused until that one is
      *    decided, and a change over the region's hold threshold
      *    goes to pendchg.ism instead of to the file.
       save-sales-record section.
           perform check-period-closed
           if year-locked
           else
               move input-key-field to file-record-key
               perform read-old-contents-for-audit
               perform find-pending-for-key
               perform get-units-entered
               evaluate true
                   when pmfile-status = "51"
                        or pmfile-status-1 = "9"
                                 by value 0 size 2
                                 by value MB-OK
                           returning temp-short
                   when units-fail
                       set save-units-bad to true
                       perform say-units-not-whole
                   when audit-old-contents not = held-contents
                       set save-stale to true
                       move audit-old-contents to held-contents
                                 by value 0 size 2
                                 by value MB-OK
                           returning temp-short
                   when pending-found
                       perform say-change-pending
                   when other
                       perform total-sales-change
                       perform check-hold-threshold
                       if change-held
                           perform hold-sales-change
                           if pend-not-written
                               set save-hold-failed to true
                           end-if
                           move 'HELD' to batch-save-action
                       else
                           move real-numeric-values to
                                                 file-field-contents
                           move 'WRITE' to audit-action
                           write PmFileRecord
                               invalid key
                                   move 'REWRITE' to audit-action
                                   rewrite PmFileRecord
                                   end-rewrite
                           end-write
                           perform write-audit-record
                           move audit-action to batch-save-action
                       end-if
                       if not save-hold-failed
                           perform save-units-record
                           perform tag-save-to-batch
                       end-if
               end-evaluate
           end-if.

      *    The change is held when any month moves by more than the
      *    region's hold amount, or by more than its hold
      *    percentage of what the month held before. A month that
      *    held nothing has no percentage movement; only the amount
      *    test can hold it.
       check-hold-threshold section.
           set change-not-held to true
           move key-data to region-lookup-code
           perform look-up-region-prefix
           if region-present
               perform load-hold-thresholds
               if audit-old-contents = low-values
                   initialize hold-old-values
               else
                   move audit-old-contents to hold-old-values
               end-if
               perform varying entry-field-index from 1 by 1 until
                       entry-field-index > 12
                   perform check-one-month-movement
               end-perform
           end-if.

       check-one-month-movement section.
           if real-num-val(entry-field-index) <
                                   hold-old-amt(entry-field-index)
               compute hold-movement =
                       hold-old-amt(entry-field-index) -
                       real-num-val(entry-field-index)
           else
               compute hold-movement =
                       real-num-val(entry-field-index) -
                       hold-old-amt(entry-field-index)
           end-if
           if hold-limit-amount > 0
              and hold-movement > hold-limit-amount
               set change-held to true
           end-if
           if hold-limit-percent > 0
              and hold-old-amt(entry-field-index) > 0
               compute hold-percent-moved =
                       hold-movement * 100 /
                       hold-old-amt(entry-field-index)
               if hold-percent-moved > hold-limit-percent
                   set change-held to true
               end-if
           end-if.

      *    The held change carries the figures on file as the save
      *    found them, so the approval can tell whether the record
      *    has moved on since. The dialog and graph go back to the
      *    figures on file, which is what the file still holds.
       hold-sales-change section.
           set pend-change to true
           move audit-old-contents to pend-old-contents
           move real-numeric-values to pend-new-contents
           perform write-pending-change
           if pend-written
               if audit-old-contents = low-values
                   initialize real-numeric-values
                   move low-values to saved-contents
               else
                   move audit-old-contents to real-numeric-values
                   perform format-numerics-to-text
               end-if
               move saved-contents to entry-field-contents
               perform show-graph
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference change-held-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           end-if.

       hold-sales-delete section.
           set pend-delete to true
           move audit-old-contents to pend-old-contents
           move low-values to pend-new-contents
           perform write-pending-change
           if pend-written
               call OS2API 'WinMessageBox'
                   using by value HWND-DESKTOP size 4
                         by value HWND-DESKTOP size 4
                         by reference delete-held-message
                         by reference szClientClass
                         by value 0 size 2
                         by value MB-OK
                   returning temp-short
           end-if.

      *    A key already on file (the same operator twice in one
      *    second) refuses the hold; the operator is told and the
      *    caller does not report the change as held.
       write-pending-change section.
           set pend-written to true
           perform take-current-stamp
           move current-stamp to pend-stamp
           move signed-on-id to pend-maker
           move file-record-key to pend-record-key
           set pend-waiting to true
           move spaces to pend-checker
           move spaces to pend-decided-stamp
           move spaces to pend-reason
           write PendingChangeRecord
               invalid key
                   set pend-not-written to true
                   call OS2API 'WinMessageBox'
                       using by value HWND-DESKTOP size 4
                             by value HWND-DESKTOP size 4
                             by reference hold-failed-message
                             by reference szClientClass
                             by value 0 size 2
                             by value MB-OK
                       returning temp-short
           end-write.

      *    pendchg.ism keeps its decided changes as history, so it
      *    grows for good; the waiting change for a record is found
      *    by starting on the record key (the alternate key) and
      *    reading only that record's changes.
       find-pending-for-key section.
           set pending-absent to true
           move 'N' to pend-eof-flag
           move file-record-key to pend-record-key
           start PendFile key is equal to pend-record-key
               invalid key
                   set pend-eof to true
           end-start
           perform scan-pending-for-key
               until pend-eof or pending-found.

       scan-pending-for-key section.
           read PendFile next record
               at end
                   set pend-eof to true
               not at end
                   if pend-record-key not = file-record-key
                       set pend-eof to true
                   else
                       if pend-waiting
                           set pending-found to true
                       end-if
                   end-if
           end-read.

       say-change-pending section.
           call OS2API 'WinMessageBox'
               using by value HWND-DESKTOP size 4
                     by value HWND-DESKTOP size 4
                     by reference change-pending-message
                     by reference szClientClass
                     by value 0 size 2
                     by value MB-OK
               returning temp-short.

       take-current-stamp section.
           call OS2API 'DosGetDateTime' using
                   by reference CurrentDateTime
               returning bool
           move dt-year   to cur-year
           move dt-month  to cur-month
           move dt-day    to cur-day
           move dt-hour   to cur-hour
           move dt-minute to cur-minute
           move dt-second to cur-second.

      *    Budget figures are planning data, not the audited sales
      *    history, so budget saves do not write to demoaud.log.
       save-budget-record section.
           move input-key-field to bud-record-key
           move 0 to batch-old-total
           read BudFile
               invalid key
                   continue
               not invalid key
                   perform varying batch-month-index from 1 by 1
                           until batch-month-index > 12
                       add bud-month-amt(batch-month-index)
                        to batch-old-total
                   end-perform
           end-read
           move real-numeric-values to bud-field-contents
           write BudFileRecord
               invalid key
                   rewrite BudFileRecord
                   end-rewrite
           end-write
           perform total-keyed-values
           move 'BUDGET' to batch-save-action
           perform tag-save-to-batch.

      *    The year's total before and after a save, for the keying
      *    batch: before is the record as the save found it (none
      *    when new), after is the figures keyed, whether they went
      *    to the file or were held for approval.
       total-sales-change section.
           move 0 to batch-old-total
           if audit-old-contents not = low-values
               perform varying batch-month-index from 1 by 1 until
                       batch-month-index > 12
                   add audit-old-amt(batch-month-index)
                    to batch-old-total
               end-perform
           end-if
           perform total-keyed-values.

       total-keyed-values section.
           move 0 to batch-new-total
           perform varying batch-month-index from 1 by 1 until
                   batch-month-index > 12
               add real-num-val(batch-month-index) to batch-new-total
           end-perform.

      *    A save made while a batch is open adds to its count and
      *    net change and is recorded against it on batchsav.ism.
       tag-save-to-batch section.
           if batch-current
               move batch-current-key to batch-key
               read BatchFile
                   invalid key
                       set no-batch-current to true
               end-read
           end-if
           if batch-current and batch-open
               add 1 to batch-save-count
               compute batch-net-change = batch-net-change
                                        + batch-new-total
                                        - batch-old-total
               rewrite BatchControlRecord
               end-rewrite
               perform take-current-stamp
               move batch-key to bsav-batch-key
               move batch-save-count to bsav-seq
               move current-stamp to bsav-stamp
               move key-data to bsav-code
               move key-year to bsav-year
               move batch-save-action to bsav-action
               move batch-old-total to bsav-old-total
               move batch-new-total to bsav-new-total
               compute bsav-net-change = batch-new-total
                                       - batch-old-total
               write BatchSaveRecord
                   invalid key
                       continue
               end-write
           end-if.

       read-old-contents-for-audit section.
           move low-values to audit-old-contents
