      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMRECOVR.CBL
      *
      * Stand-alone roll-forward recovery of demofile.ism. Puts back
      * one of the whole-file backup generations PMBACKUP has
      * catalogued on bkcat.ism (PMBKCAT.CPY) - demofile.ism,
      * budfile.ism and democtl.ism together, as they stood when it
      * was taken - and then replays every demoaud.log entry
      * stamped from that moment on, up to a chosen point in time,
      * to bring the files forward. It is run with nobody signed
      * on to PMDEMO2 and no batch step running.
      *
      * Before anything is replaced the three backup copies are
      * read through and their record counts proved against the
      * catalogue; a generation that is incomplete or whose copies
      * do not agree is refused and the live files are left alone.
      *
      * Replay works entry by entry in log order. An entry for a
      * sales record is replayed cleanly when the record on file
      * still holds the entry's before image (no record at all for
      * empty old contents); it is then written, rewritten or, for
      * empty new contents, deleted. An entry whose after image is
      * already on file is counted as already applied. Anything
      * else cannot be replayed cleanly - the record was changed by
      * something that does not write the log, such as a PMSALLOAD
      * extract load - and is listed with the totals on file and
      * expected, and left unapplied, unless the card asks for
      * the after image to be forced. PMCODEMRG's MERGEBU entries
      * replay onto budfile.ism the same way; CLOSE and REOPEN
      * entries set the period control record on democtl.ism. A
      * MERGECT entry logs a close record moved by a code merge
      * without its contents, so it is always listed for checking
      * by hand. BADSIGN, MERGEHI and MERGEDY entries are for files
      * outside the backup and are counted, not replayed. Nothing
      * is appended to the log: the entries being replayed are the
      * record of those changes already.
      *
      * The units on qtyfile.ism are put back from the same
      * generation alongside demofile.ism, so units and values
      * start again from one moment. Units are not on the log and
      * are not rolled forward; the listing says so. A generation
      * taken before units were copied has none to put back, and
      * qtyfile.ism is then left as it is, with a note.
      *
      * Parameter card on recparm.dat: the generation (five digits;
      * zero or blank means the latest complete one), the point in
      * time to recover to as yyyymmddhhmmss (blank means the end
      * of the log; a blank time portion is taken as end of day),
      * then F to force the after image of entries that cannot be
      * replayed cleanly. The listing goes to recovr.lst. Return
      * code 8 when nothing was restored, 4 when any entry could
      * not be replayed cleanly, 0 when clean.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "recparm.dat"
           organization is line sequential.

           select optional BackupCatFile assign "bkcat.ism"
           organization is indexed
           record key is bkc-generation
           access is dynamic.

           select DemoBackupFile assign to dynamic demo-backup-name
           organization is sequential.

           select BudBackupFile assign to dynamic bud-backup-name
           organization is sequential.

           select CtlBackupFile assign to dynamic ctl-backup-name
           organization is sequential.

           select QtyBackupFile assign to dynamic qty-backup-name
           organization is sequential.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is dynamic.

           select BudFile assign "budfile.ism"
           organization is indexed
           record key is bud-record-key
           access is dynamic.

           select CtlFile assign "democtl.ism"
           organization is indexed
           record key is ctl-key
           access is dynamic.

           select QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is dynamic.

           select optional AuditFile assign "demoaud.log"
           organization is sequential.

           select RecoverReport assign "recovr.lst"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-generation          pic x(5).
           03 prm-target-stamp        pic x(14).
           03 prm-force               pic x.

       fd  BackupCatFile.
           copy "PMBKCAT.CPY".

       fd  DemoBackupFile.
       01  DemoBackupRecord           pic x(70).

       fd  BudBackupFile.
       01  BudBackupRecord            pic x(70).

       fd  CtlBackupFile.
       01  CtlBackupRecord            pic x(30).

       fd  QtyBackupFile.
       01  QtyBackupRecord            pic x(58).

       fd  PmFile.
           copy "PMFILE.CPY".

       fd  BudFile.
           copy "PMBUDGT.CPY".

       fd  CtlFile.
           copy "PMCTL.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  AuditFile.
           copy "PMAUDIT.CPY".

       fd  RecoverReport.
       01  report-line                pic x(80).

       working-storage section.

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  cat-eof-flag               pic x      value 'N'.
           88  cat-eof                           value 'Y'.

       01  copy-eof-flag              pic x      value 'N'.
           88  copy-eof                          value 'Y'.

       01  audit-eof-flag             pic x      value 'N'.
           88  audit-eof                         value 'Y'.

       01  generation-ok-flag         pic x      value 'N'.
           88  generation-ok                     value 'Y'.

       01  force-flag                 pic x      value 'N'.
           88  force-after-image                 value 'Y'.

       01  record-present-flag        pic x      value 'N'.
           88  record-present                    value 'Y'.

       01  target-deleted-flag        pic x      value 'N'.
           88  target-deleted                    value 'Y'.

       01  qty-copy-flag              pic x      value 'N'.
           88  qty-copy-held                     value 'Y'.

       01  wanted-generation          pic 9(5)   value 0.
       01  target-stamp               pic x(14)  value spaces.
       01  backup-stamp               pic x(14)  value spaces.

       01  demo-count                 pic 9(7)   value 0.
       01  bud-count                  pic 9(7)   value 0.
       01  ctl-count                  pic 9(7)   value 0.
       01  qty-count                  pic 9(7)   value 0.

       01  entries-read               pic 9(7)   value 0.
       01  entries-before-backup      pic 9(7)   value 0.
       01  entries-after-target       pic 9(7)   value 0.
       01  entries-replayed           pic 9(7)   value 0.
       01  entries-already            pic 9(7)   value 0.
       01  entries-not-clean          pic 9(7)   value 0.
       01  entries-forced             pic 9(7)   value 0.
       01  entries-other-files        pic 9(7)   value 0.

       01  current-contents.
           03  current-amt            pic 9(7)v99 comp-3 occurs 12.

       01  current-total              pic 9(9)v99 comp-3.
       01  expected-total             pic 9(9)v99 comp-3.
       01  month-index                pic 99 comp-5.

       01  recover-rc                 pic 9      value 0.

       01  today-date                 pic x(8).

       01  demo-backup-name.
           03                         pic x(10)  value "demofile.b".
           03  demo-backup-slot       pic 99.
           03                         pic x      value space.
       01  bud-backup-name.
           03                         pic x(9)   value "budfile.b".
           03  bud-backup-slot        pic 99.
           03                         pic x      value space.
       01  ctl-backup-name.
           03                         pic x(9)   value "democtl.b".
           03  ctl-backup-slot        pic 99.
           03                         pic x      value space.
       01  qty-backup-name.
           03                         pic x(9)   value "qtyfile.b".
           03  qty-backup-slot        pic 99.
           03                         pic x      value space.

       01  heading-line-1.
           03         pic x(34) value
               "ROLL-FORWARD RECOVERY       DATE ".
           03  head-date.
               05  head-yyyy           pic x(4).
               05                      pic x     value "-".
               05  head-mm             pic x(2).
               05                      pic x     value "-".
               05  head-dd             pic x(2).
           03                          pic x(36) value spaces.
       01  request-line.
           03                 pic x(11) value "GENERATION ".
           03  req-generation          pic zzzz9.
           03                 pic x(10) value " TAKEN    ".
           03  req-backup-stamp        pic x(14).
           03                 pic x(12) value "  RECOVER TO".
           03                          pic x     value space.
           03  req-target-stamp        pic x(14).
           03                          pic x(13) value spaces.
       01  copy-line.
           03                          pic x(4)  value spaces.
           03  copy-source             pic x(12).
           03                          pic x(5)  value " TO  ".
           03  copy-target             pic x(12).
           03                          pic x(2)  value spaces.
           03  copy-count              pic zzzzzz9.
           03                          pic x(8)  value " RECORDS".
           03                          pic x(30) value spaces.
       01  exception-heading.
           03         pic x(40) value
               "ENTRIES NOT REPLAYED CLEANLY            ".
           03                          pic x(40) value spaces.
       01  exception-column-heading.
           03                          pic x(16) value "LOGGED".
           03                          pic x(12) value "KEY".
           03                          pic x(9)  value "ACTION".
           03                          pic x(9)  value "BY".
           03                          pic x(13) value "     ON FILE".
           03                          pic x(13) value "    EXPECTED".
           03                          pic x(8)  value spaces.
       01  exception-line.
           03  exc-stamp               pic x(14).
           03                          pic x(2)  value spaces.
           03  exc-key                 pic x(10).
           03                          pic x(2)  value spaces.
           03  exc-action              pic x(7).
           03                          pic x(2)  value spaces.
           03  exc-operator            pic x(8).
           03                          pic x     value space.
           03  exc-on-file             pic zzzzzzzz9.99.
           03  exc-on-file-x redefines exc-on-file pic x(12).
           03                          pic x     value space.
           03  exc-expected            pic zzzzzzzz9.99.
           03  exc-expected-x redefines exc-expected pic x(12).
           03                          pic x     value space.
           03  exc-forced              pic x(6).
       01  exception-note-line.
           03                          pic x(16) value spaces.
           03  exc-note                pic x(50).
           03                          pic x(14) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(30).
           03  sum-count-disp          pic zzzzzz9.
           03                          pic x(43) value spaces.
       01  result-line.
           03  result-text             pic x(60).
           03                          pic x(20) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-card
           if not param-eof
               perform find-generation
           end-if
           if generation-ok
               perform prove-backup-copies
           end-if
           if generation-ok
               perform restore-generation
               perform replay-audit-log
               perform print-summary
           end-if
           perform shut-down
           move recover-rc to return-code
           stop run.
      *---------------------------------------------------------*
       start-up section.
           accept today-date from date yyyymmdd
           open input ParamFile
           open input BackupCatFile
           open output RecoverReport
           move today-date(1:4) to head-yyyy
           move today-date(5:2) to head-mm
           move today-date(7:2) to head-dd
           move heading-line-1 to report-line
           write report-line
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
       read-parameter-card section.
           read ParamFile
               at end
                   set param-eof to true
           end-read
           if param-eof
               move "NO PARAMETER CARD - NOTHING RESTORED"
                                                     to result-text
               perform write-result-line
               move 8 to recover-rc
           else
               if prm-generation numeric
                   move prm-generation to wanted-generation
               else
                   move 0 to wanted-generation
               end-if
               move prm-target-stamp to target-stamp
               if target-stamp = spaces
                   move all "9" to target-stamp
               else
                   if target-stamp(9:6) = spaces
                       move "235959" to target-stamp(9:6)
                   end-if
               end-if
               if prm-force = "F"
                   set force-after-image to true
               end-if
           end-if.
      *---------------------------------------------------------*
      * Generation zero on the card means the latest generation
      * that was completed.
      *---------------------------------------------------------*
       find-generation section.
           if wanted-generation = 0
               perform find-latest-complete
           else
               move wanted-generation to bkc-generation
               read BackupCatFile
                   invalid key
                       continue
                   not invalid key
                       if bkc-complete
                           set generation-ok to true
                       end-if
               end-read
           end-if
           if not generation-ok
               move "GENERATION NOT CATALOGUED OR INCOMPLETE - NOT RUN"
                                                     to result-text
               perform write-result-line
               move 8 to recover-rc
           else
               move bkc-stamp to backup-stamp
               move bkc-slot to demo-backup-slot
               move bkc-slot to bud-backup-slot
               move bkc-slot to ctl-backup-slot
               move bkc-slot to qty-backup-slot
               if bkc-qty-count numeric
                   set qty-copy-held to true
               end-if
               move bkc-generation to req-generation
               move bkc-stamp to req-backup-stamp
               if target-stamp = all "9"
                   move "END OF LOG" to req-target-stamp
               else
                   move target-stamp to req-target-stamp
               end-if
               move request-line to report-line
               write report-line
               if target-stamp < backup-stamp
                   move "RECOVERY POINT IS BEFORE THE BACKUP - NOT RUN"
                                                     to result-text
                   perform write-result-line
                   move 'N' to generation-ok-flag
                   move 8 to recover-rc
               end-if
           end-if.
      *---------------------------------------------------------*
       find-latest-complete section.
           move 0 to bkc-generation
           move 'N' to cat-eof-flag
           start BackupCatFile key is not less than bkc-generation
               invalid key
                   set cat-eof to true
           end-start
           perform read-next-catalogue
           perform note-complete-generation until cat-eof
           if wanted-generation > 0
               move wanted-generation to bkc-generation
               read BackupCatFile
                   invalid key
                       continue
                   not invalid key
                       set generation-ok to true
               end-read
           end-if.
      *---------------------------------------------------------*
       note-complete-generation section.
           if bkc-complete
               move bkc-generation to wanted-generation
           end-if
           perform read-next-catalogue.
      *---------------------------------------------------------*
       read-next-catalogue section.
           if not cat-eof
               read BackupCatFile next record
                   at end
                       set cat-eof to true
               end-read
           end-if.
      *---------------------------------------------------------*
      * The copies are counted through before the live files are
      * touched, so a slot overwritten or a copy lost since the
      * catalogue was written stops the recovery here.
      *---------------------------------------------------------*
       prove-backup-copies section.
           move 0 to demo-count
           open input DemoBackupFile
           move 'N' to copy-eof-flag
           perform read-demo-backup
           perform count-demo-backup until copy-eof
           close DemoBackupFile
           move 0 to bud-count
           open input BudBackupFile
           move 'N' to copy-eof-flag
           perform read-bud-backup
           perform count-bud-backup until copy-eof
           close BudBackupFile
           move 0 to ctl-count
           open input CtlBackupFile
           move 'N' to copy-eof-flag
           perform read-ctl-backup
           perform count-ctl-backup until copy-eof
           close CtlBackupFile
           move 0 to qty-count
           if qty-copy-held
               open input QtyBackupFile
               move 'N' to copy-eof-flag
               perform read-qty-backup
               perform count-qty-backup until copy-eof
               close QtyBackupFile
           end-if
           if demo-count not = bkc-demo-count
              or bud-count not = bkc-bud-count
              or ctl-count not = bkc-ctl-count
              or (qty-copy-held and qty-count not = bkc-qty-count)
               move "BACKUP COPIES DO NOT MATCH CATALOGUE - NOT RUN"
                                                     to result-text
               perform write-result-line
               move 'N' to generation-ok-flag
               move 8 to recover-rc
           end-if.
      *---------------------------------------------------------*
       count-demo-backup section.
           add 1 to demo-count
           perform read-demo-backup.
      *---------------------------------------------------------*
       count-bud-backup section.
           add 1 to bud-count
           perform read-bud-backup.
      *---------------------------------------------------------*
       count-ctl-backup section.
           add 1 to ctl-count
           perform read-ctl-backup.
      *---------------------------------------------------------*
       count-qty-backup section.
           add 1 to qty-count
           perform read-qty-backup.
      *---------------------------------------------------------*
       read-demo-backup section.
           read DemoBackupFile
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       read-bud-backup section.
           read BudBackupFile
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       read-ctl-backup section.
           read CtlBackupFile
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       read-qty-backup section.
           read QtyBackupFile
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
      * Opening each live file for output empties it; the copy is
      * then loaded back in the key order it was taken in.
      *---------------------------------------------------------*
       restore-generation section.
           open output PmFile
           open input DemoBackupFile
           move 'N' to copy-eof-flag
           perform read-demo-backup
           perform restore-one-demo until copy-eof
           close DemoBackupFile
           close PmFile
           open output BudFile
           open input BudBackupFile
           move 'N' to copy-eof-flag
           perform read-bud-backup
           perform restore-one-bud until copy-eof
           close BudBackupFile
           close BudFile
           open output CtlFile
           open input CtlBackupFile
           move 'N' to copy-eof-flag
           perform read-ctl-backup
           perform restore-one-ctl until copy-eof
           close CtlBackupFile
           close CtlFile
           if qty-copy-held
               open output QtyFile
               open input QtyBackupFile
               move 'N' to copy-eof-flag
               perform read-qty-backup
               perform restore-one-qty until copy-eof
               close QtyBackupFile
               close QtyFile
           end-if
           move demo-backup-name to copy-source
           move "demofile.ism" to copy-target
           move demo-count to copy-count
           move copy-line to report-line
           write report-line
           move bud-backup-name to copy-source
           move "budfile.ism" to copy-target
           move bud-count to copy-count
           move copy-line to report-line
           write report-line
           move ctl-backup-name to copy-source
           move "democtl.ism" to copy-target
           move ctl-count to copy-count
           move copy-line to report-line
           write report-line
           if qty-copy-held
               move qty-backup-name to copy-source
               move "qtyfile.ism" to copy-target
               move qty-count to copy-count
               move copy-line to report-line
               write report-line
               move "UNITS ARE AS AT THE BACKUP - NOT ROLLED FORWARD"
                                                     to result-text
           else
               move "NO UNITS COPY IN THIS GENERATION - QTYFILE LEFT"
                                                     to result-text
           end-if
           perform write-result-line.
      *---------------------------------------------------------*
       restore-one-demo section.
           write PmFileRecord from DemoBackupRecord
           end-write
           perform read-demo-backup.
      *---------------------------------------------------------*
       restore-one-bud section.
           write BudFileRecord from BudBackupRecord
           end-write
           perform read-bud-backup.
      *---------------------------------------------------------*
       restore-one-ctl section.
           write PeriodCtlRecord from CtlBackupRecord
           end-write
           perform read-ctl-backup.
      *---------------------------------------------------------*
       restore-one-qty section.
           write QtyFileRecord from QtyBackupRecord
           end-write
           perform read-qty-backup.
      *---------------------------------------------------------*
      * An entry stamped in the same second as the backup may or
      * may not be in the copy; it is replayed like any other and
      * simply counts as already applied when it is.
      *---------------------------------------------------------*
       replay-audit-log section.
           open i-o PmFile
           open i-o BudFile
           open i-o CtlFile
           open input AuditFile
           move spaces to report-line
           write report-line
           move exception-heading to report-line
           write report-line
           move exception-column-heading to report-line
           write report-line
           perform read-next-entry
           perform replay-one-entry until audit-eof
           close AuditFile
           close PmFile
           close BudFile
           close CtlFile
           if entries-not-clean > 0
               move 4 to recover-rc
           else
               move "NONE" to result-text
               perform write-result-line
           end-if.
      *---------------------------------------------------------*
       read-next-entry section.
           read AuditFile
               at end
                   set audit-eof to true
               not at end
                   add 1 to entries-read
           end-read.
      *---------------------------------------------------------*
       replay-one-entry section.
           evaluate true
               when audit-timestamp < backup-stamp
                   add 1 to entries-before-backup
               when audit-timestamp > target-stamp
                   add 1 to entries-after-target
               when audit-action = "CLOSE"
                 or audit-action = "REOPEN"
                   perform replay-period-control
               when audit-action = "MERGECT"
                   move "CLOSE RECORD MOVED BY MERGE - CHECK BY HAND"
                                                     to exc-note
                   perform list-entry-not-clean
               when audit-action = "MERGEBU"
                   perform replay-budget-entry
               when audit-action = "BADSIGN"
                 or audit-action = "MERGEHI"
                 or audit-action = "MERGEDY"
                   add 1 to entries-other-files
               when other
                   perform replay-sales-entry
           end-evaluate
           perform read-next-entry.
      *---------------------------------------------------------*
       replay-sales-entry section.
           move 'N' to record-present-flag
           move low-values to current-contents
           move audit-key to file-record-key
           read PmFile
               invalid key
                   continue
               not invalid key
                   set record-present to true
                   move file-field-contents to current-contents
           end-read
           perform decide-target-state
           evaluate true
               when current-contents = audit-old-contents
                   perform apply-sales-entry
                   add 1 to entries-replayed
               when target-deleted and not record-present
                   add 1 to entries-already
               when not target-deleted and record-present
                    and current-contents = audit-new-contents
                   add 1 to entries-already
               when other
                   move "RECORD DOES NOT HOLD THE ENTRY'S BEFORE IMAGE"
                                                     to exc-note
                   perform list-entry-not-clean
                   if force-after-image
                       perform apply-sales-entry
                   end-if
           end-evaluate.
      *---------------------------------------------------------*
      * Empty new contents mean the record left the file - a
      * DELETE, an ARCHIVE, or a restore back to a deleted state.
      *---------------------------------------------------------*
       decide-target-state section.
           if audit-action = "DELETE"
              or audit-new-contents = low-values
               set target-deleted to true
           else
               move 'N' to target-deleted-flag
           end-if.
      *---------------------------------------------------------*
       apply-sales-entry section.
           move audit-key to file-record-key
           if target-deleted
               if record-present
                   delete PmFile record
                   end-delete
               end-if
           else
               move audit-new-contents to file-field-contents
               if record-present
                   rewrite PmFileRecord
                   end-rewrite
               else
                   write PmFileRecord
                   end-write
               end-if
           end-if.
      *---------------------------------------------------------*
       replay-budget-entry section.
           move 'N' to record-present-flag
           move low-values to current-contents
           move audit-key to bud-record-key
           read BudFile
               invalid key
                   continue
               not invalid key
                   set record-present to true
                   move bud-field-contents to current-contents
           end-read
           perform decide-target-state
           evaluate true
               when current-contents = audit-old-contents
                   perform apply-budget-entry
                   add 1 to entries-replayed
               when target-deleted and not record-present
                   add 1 to entries-already
               when not target-deleted and record-present
                    and current-contents = audit-new-contents
                   add 1 to entries-already
               when other
                   move "BUDGET DOES NOT HOLD THE ENTRY'S BEFORE IMAGE"
                                                     to exc-note
                   perform list-entry-not-clean
                   if force-after-image
                       perform apply-budget-entry
                   end-if
           end-evaluate.
      *---------------------------------------------------------*
       apply-budget-entry section.
           move audit-key to bud-record-key
           if target-deleted
               if record-present
                   delete BudFile record
                   end-delete
               end-if
           else
               move audit-new-contents to bud-field-contents
               if record-present
                   rewrite BudFileRecord
                   end-rewrite
               else
                   write BudFileRecord
                   end-write
               end-if
           end-if.
      *---------------------------------------------------------*
      * CLOSE and REOPEN carry no contents; the control record is
      * set to the state and stamp the entry records, the same
      * way PMDEMO2 set it.
      *---------------------------------------------------------*
       replay-period-control section.
           move audit-key to ctl-key
           read CtlFile
               invalid key
                   move 'N' to record-present-flag
               not invalid key
                   set record-present to true
           end-read
           move audit-key to ctl-key
           if audit-action = "CLOSE"
               set ctl-period-closed to true
           else
               set ctl-period-open to true
           end-if
           move audit-timestamp to ctl-stamp
           if record-present
               rewrite PeriodCtlRecord
               end-rewrite
           else
               write PeriodCtlRecord
               end-write
           end-if
           add 1 to entries-replayed.
      *---------------------------------------------------------*
       list-entry-not-clean section.
           add 1 to entries-not-clean
           move audit-timestamp to exc-stamp
           move audit-key to exc-key
           move audit-action to exc-action
           move audit-operator to exc-operator
           if audit-action = "MERGECT"
               move spaces to exc-on-file-x
               move spaces to exc-expected-x
               move spaces to exc-forced
           else
               perform total-on-file-and-expected
               if force-after-image
                   move "FORCED" to exc-forced
                   add 1 to entries-forced
               else
                   move spaces to exc-forced
               end-if
           end-if
           move exception-line to report-line
           write report-line
           move exception-note-line to report-line
           write report-line.
      *---------------------------------------------------------*
       total-on-file-and-expected section.
           if record-present
               move 0 to current-total
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   if current-amt(month-index) numeric
                       add current-amt(month-index) to current-total
                   end-if
               end-perform
               move current-total to exc-on-file
           else
               move "      ABSENT" to exc-on-file-x
           end-if
           if audit-old-contents = low-values
               move "      ABSENT" to exc-expected-x
           else
               move 0 to expected-total
               perform varying month-index from 1 by 1 until
                       month-index > 12
                   if audit-old-amt(month-index) numeric
                       add audit-old-amt(month-index) to expected-total
                   end-if
               end-perform
               move expected-total to exc-expected
           end-if.
      *---------------------------------------------------------*
       print-summary section.
           move spaces to report-line
           write report-line
           move "LOG ENTRIES READ" to sum-count-label
           move entries-read to sum-count-disp
           perform write-summary-count
           move "BEFORE THE BACKUP" to sum-count-label
           move entries-before-backup to sum-count-disp
           perform write-summary-count
           move "AFTER THE RECOVERY POINT" to sum-count-label
           move entries-after-target to sum-count-disp
           perform write-summary-count
           move "REPLAYED" to sum-count-label
           move entries-replayed to sum-count-disp
           perform write-summary-count
           move "ALREADY IN THE BACKUP" to sum-count-label
           move entries-already to sum-count-disp
           perform write-summary-count
           move "NOT REPLAYED CLEANLY" to sum-count-label
           move entries-not-clean to sum-count-disp
           perform write-summary-count
           move "  OF WHICH FORCED" to sum-count-label
           move entries-forced to sum-count-disp
           perform write-summary-count
           move "FOR FILES NOT IN THE BACKUP" to sum-count-label
           move entries-other-files to sum-count-disp
           perform write-summary-count
           move spaces to report-line
           write report-line
           if entries-not-clean > 0
               move "RECOVERED - ENTRIES ABOVE NEED CHECKING"
                                                     to result-text
           else
               move "RECOVERED CLEANLY" to result-text
           end-if
           perform write-result-line.
      *---------------------------------------------------------*
       write-summary-count section.
           move summary-count-line to report-line
           write report-line.
      *---------------------------------------------------------*
       write-result-line section.
           move result-line to report-line
           write report-line.
      *---------------------------------------------------------*
       shut-down section.
           close ParamFile
           close BackupCatFile
           close RecoverReport.
