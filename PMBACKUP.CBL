      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMBACKUP.CBL
      *
      * Whole-file backup of the files the sales figures live in -
      * demofile.ism, budfile.ism, democtl.ism and the units behind
      * the sales on qtyfile.ism. PMAUDRST
      * can put back a single record from the audit trail, but not
      * a file that is itself damaged or that a bad load has run
      * through; for that PMRECOVR restores one of the generations
      * taken here and replays demoaud.log forward from it.
      *
      * Each run takes a new generation: every record of the four
      * files is copied, in key order, to a sequential file in a
      * numbered slot (demofile.bnn, budfile.bnn, democtl.bnn,
      * qtyfile.bnn), and the generation is catalogued on
      * bkcat.ism (PMBKCAT.CPY) with the moment it was taken and
      * the record count of each copy. The catalogue entry is
      * written as incomplete before the copying starts and marked
      * complete only once all the copies are closed, so a run
      * that fails part way never leaves a generation PMRECOVR
      * would trust.
      *
      * The last N generations are kept, N coming from the bkparm.dat
      * card (two digits, 1 to 20; no card means 5). The new
      * generation goes to a slot no catalogued generation holds,
      * and the generations that fall outside the last N are
      * dropped from the catalogue only once it is complete, so a
      * backup that fails never costs the oldest good generation.
      * A dropped generation's slot is reused by a later run. The
      * listing on backup.lst shows the generation taken, anything
      * expired and every generation now held.
      *
      * PMMONEND runs it as the first step, before PMSALLOAD, so
      * every month-end load has a generation to go back to. The
      * run ends with return code 8 when no backup could be taken,
      * 4 when the card was unreadable and the default used, 0
      * when clean.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional ParamFile assign "bkparm.dat"
           organization is line sequential.

           select optional BackupCatFile assign "bkcat.ism"
           organization is indexed
           record key is bkc-generation
           access is dynamic.

           select PmFile assign "demofile.ism"
           organization is indexed
           record key is file-record-key
           access is sequential
           file status is pmfile-status.

           select optional BudFile assign "budfile.ism"
           organization is indexed
           record key is bud-record-key
           access is sequential.

           select optional CtlFile assign "democtl.ism"
           organization is indexed
           record key is ctl-key
           access is sequential.

           select optional QtyFile assign "qtyfile.ism"
           organization is indexed
           record key is qty-record-key
           access is sequential.

      *    The copies are named at run time from the slot the new
      *    generation is given.
           select DemoBackupFile assign to dynamic demo-backup-name
           organization is sequential.

           select BudBackupFile assign to dynamic bud-backup-name
           organization is sequential.

           select CtlBackupFile assign to dynamic ctl-backup-name
           organization is sequential.

           select QtyBackupFile assign to dynamic qty-backup-name
           organization is sequential.

           select BackupReport assign "backup.lst"
           organization is line sequential.

       file section.
       fd  ParamFile.
       01  ParamRecord.
           03 prm-keep-count          pic x(2).

       fd  BackupCatFile.
           copy "PMBKCAT.CPY".

       fd  PmFile.
           copy "PMFILE.CPY".

       fd  BudFile.
           copy "PMBUDGT.CPY".

       fd  CtlFile.
           copy "PMCTL.CPY".

       fd  QtyFile.
           copy "PMQTY.CPY".

       fd  DemoBackupFile.
       01  DemoBackupRecord           pic x(70).

       fd  BudBackupFile.
       01  BudBackupRecord            pic x(70).

       fd  CtlBackupFile.
       01  CtlBackupRecord            pic x(30).

       fd  QtyBackupFile.
       01  QtyBackupRecord            pic x(58).

       fd  BackupReport.
       01  report-line                pic x(80).

       working-storage section.

       01  param-eof-flag             pic x      value 'N'.
           88  param-eof                         value 'Y'.

       01  cat-eof-flag               pic x      value 'N'.
           88  cat-eof                           value 'Y'.

       01  copy-eof-flag              pic x      value 'N'.
           88  copy-eof                          value 'Y'.

       78  default-keep-count                    value 5.
       78  max-keep-count                        value 20.
      *    One slot more than generations can be kept, so the new
      *    generation always has a slot while the old ones stand.
       78  max-slot-count                        value 21.

       01  keep-count                 pic 99     value 0.
       01  last-generation            pic 9(5)   value 0.
       01  new-generation             pic 9(5)   value 0.
       01  oldest-kept                pic 9(5)   value 0.
       01  new-slot                   pic 99     value 0.
       01  slot-index                 pic 99 comp-5.

       01  slot-table.
           03  slot-in-use            pic x occurs 21.

       01  demo-count                 pic 9(7)   value 0.
       01  bud-count                  pic 9(7)   value 0.
       01  ctl-count                  pic 9(7)   value 0.
       01  qty-count                  pic 9(7)   value 0.
       01  expired-count              pic 9(5)   value 0.
       01  held-count                 pic 9(5)   value 0.

       01  backup-rc                  pic 9      value 0.

       01  pmfile-status.
           03  pmfile-status-1        pic x.
           03  pmfile-status-2        pic x.

       01  today-date                 pic x(8).
       01  time-now                   pic x(8).
       01  run-stamp                  pic x(14).

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
               "WHOLE-FILE BACKUP           DATE ".
           03  head-date.
               05  head-yyyy           pic x(4).
               05                      pic x     value "-".
               05  head-mm             pic x(2).
               05                      pic x     value "-".
               05  head-dd             pic x(2).
           03                          pic x(36) value spaces.
       01  taken-line.
           03                 pic x(11) value "GENERATION ".
           03  tkn-generation          pic zzzz9.
           03                 pic x(10) value " TAKEN    ".
           03  tkn-stamp               pic x(14).
           03                 pic x(7)  value "  SLOT ".
           03  tkn-slot                pic 99.
           03                          pic x(31) value spaces.
       01  copy-line.
           03                          pic x(4)  value spaces.
           03  copy-file               pic x(12).
           03                          pic x(5)  value " TO  ".
           03  copy-target             pic x(12).
           03                          pic x(2)  value spaces.
           03  copy-count              pic zzzzzz9.
           03                          pic x(8)  value " RECORDS".
           03                          pic x(30) value spaces.
       01  expired-line.
           03                 pic x(11) value "GENERATION ".
           03  exp-generation          pic zzzz9.
           03                 pic x(10) value " OF       ".
           03  exp-stamp               pic x(14).
           03                          pic x(2)  value spaces.
           03  exp-text                pic x(20).
           03                          pic x(18) value spaces.
       01  held-heading.
           03         pic x(30) value "GENERATIONS NOW HELD          ".
           03                          pic x(50) value spaces.
       01  held-column-heading.
           03                          pic x(12) value "GENERATION".
           03                          pic x(16) value "TAKEN".
           03                          pic x(6)  value "SLOT".
           03                          pic x(10) value "  DEMOFILE".
           03                          pic x(10) value "   BUDFILE".
           03                          pic x(10) value "   DEMOCTL".
           03                          pic x(10) value "   QTYFILE".
           03                          pic x(6)  value spaces.
       01  held-line.
           03  held-generation         pic zzzz9.
           03                          pic x(7)  value spaces.
           03  held-stamp              pic x(14).
           03                          pic x(2)  value spaces.
           03  held-slot               pic 99.
           03                          pic x(4)  value spaces.
           03  held-demo               pic zzzzzzzzz9.
           03  held-bud                pic zzzzzzzzz9.
           03  held-ctl                pic zzzzzzzzz9.
           03  held-qty                pic zzzzzzzzz9.
           03  held-qty-x redefines held-qty pic x(10).
           03                          pic x(6)  value spaces.
       01  result-line.
           03  result-text             pic x(60).
           03                          pic x(20) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform read-parameter-card
           perform survey-generations
           perform choose-new-slot
           perform take-new-generation
           if backup-rc < 8
               perform expire-old-generations
           end-if
           perform list-generations-held
           perform shut-down
           move backup-rc to return-code
           goback.
      *---------------------------------------------------------*
       start-up section.
           accept today-date from date yyyymmdd
           accept time-now from time
           move today-date to run-stamp(1:8)
           move time-now(1:6) to run-stamp(9:6)
           open input ParamFile
           open i-o BackupCatFile
           open output BackupReport
           move today-date(1:4) to head-yyyy
           move today-date(5:2) to head-mm
           move today-date(7:2) to head-dd
           move heading-line-1 to report-line
           write report-line
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
       read-parameter-card section.
           move default-keep-count to keep-count
           read ParamFile
               at end
                   set param-eof to true
           end-read
           if not param-eof
               if prm-keep-count numeric
                  and prm-keep-count > "00"
                   move prm-keep-count to keep-count
                   if keep-count > max-keep-count
                       move max-keep-count to keep-count
                   end-if
               else
                   move "KEEP COUNT ON CARD NOT VALID - DEFAULT USED"
                                                     to result-text
                   move result-line to report-line
                   write report-line
                   move 4 to backup-rc
               end-if
           end-if.
      *---------------------------------------------------------*
      * One pass of the catalogue finds the last generation taken
      * and drops any generation a failed run left incomplete; the
      * slots of every complete generation are marked as in use,
      * the ones about to expire included, because they are not
      * given up until the new generation is safely taken.
      *---------------------------------------------------------*
       survey-generations section.
           move all 'N' to slot-table
           perform find-last-generation
           compute new-generation = last-generation + 1
           if new-generation > keep-count
               compute oldest-kept = new-generation - keep-count + 1
           else
               move 1 to oldest-kept
           end-if
           move 0 to bkc-generation
           move 'N' to cat-eof-flag
           start BackupCatFile key is not less than bkc-generation
               invalid key
                   set cat-eof to true
           end-start
           perform read-next-catalogue
           perform check-one-generation until cat-eof.
      *---------------------------------------------------------*
      * Run only once the new generation is complete: everything
      * now outside the last N is dropped from the catalogue.
      *---------------------------------------------------------*
       expire-old-generations section.
           move 0 to bkc-generation
           move 'N' to cat-eof-flag
           start BackupCatFile key is not less than bkc-generation
               invalid key
                   set cat-eof to true
           end-start
           perform read-next-catalogue
           perform expire-one-generation until cat-eof.
      *---------------------------------------------------------*
       expire-one-generation section.
           if bkc-generation < oldest-kept
               move "EXPIRED" to exp-text
               perform drop-generation
           end-if
           perform read-next-catalogue.
      *---------------------------------------------------------*
       find-last-generation section.
           move 0 to last-generation
           move 0 to bkc-generation
           move 'N' to cat-eof-flag
           start BackupCatFile key is not less than bkc-generation
               invalid key
                   set cat-eof to true
           end-start
           perform read-next-catalogue
           perform note-last-generation until cat-eof.
      *---------------------------------------------------------*
       note-last-generation section.
           move bkc-generation to last-generation
           perform read-next-catalogue.
      *---------------------------------------------------------*
       check-one-generation section.
           if bkc-incomplete
               move "INCOMPLETE - DROPPED" to exp-text
               perform drop-generation
           else
               if bkc-slot > 0 and bkc-slot <= max-slot-count
                   move 'Y' to slot-in-use(bkc-slot)
               end-if
           end-if
           perform read-next-catalogue.
      *---------------------------------------------------------*
       drop-generation section.
           move bkc-generation to exp-generation
           move bkc-stamp to exp-stamp
           delete BackupCatFile record
           end-delete
           move expired-line to report-line
           write report-line
           add 1 to expired-count.
      *---------------------------------------------------------*
       read-next-catalogue section.
           if not cat-eof
               read BackupCatFile next record
                   at end
                       set cat-eof to true
               end-read
           end-if.
      *---------------------------------------------------------*
      * No more than 20 generations are ever left in the catalogue,
      * so one of the 21 slots is always free; the lowest free one
      * is taken.
      *---------------------------------------------------------*
       choose-new-slot section.
           move 0 to new-slot
           perform varying slot-index from 1 by 1 until
                   slot-index > max-slot-count or new-slot > 0
               if slot-in-use(slot-index) = 'N'
                   move slot-index to new-slot
               end-if
           end-perform
           move new-slot to demo-backup-slot
           move new-slot to bud-backup-slot
           move new-slot to ctl-backup-slot
           move new-slot to qty-backup-slot.
      *---------------------------------------------------------*
       take-new-generation section.
           if new-slot = 0
               move "NO FREE BACKUP SLOT - NO BACKUP TAKEN"
                                                     to result-text
               move result-line to report-line
               write report-line
               move 8 to backup-rc
           else
               move spaces to BackupCatRecord
               move new-generation to bkc-generation
               move run-stamp to bkc-stamp
               move new-slot to bkc-slot
               set bkc-incomplete to true
               move 0 to bkc-demo-count
               move 0 to bkc-bud-count
               move 0 to bkc-ctl-count
               move 0 to bkc-qty-count
               write BackupCatRecord
                   invalid key
                       move "GENERATION ALREADY CATALOGUED - NO BACKUP"
                                                     to result-text
                       move result-line to report-line
                       write report-line
                       move 8 to backup-rc
               end-write
               if backup-rc < 8
                   perform copy-demo-file
               end-if
               if backup-rc < 8
                   perform copy-bud-file
                   perform copy-ctl-file
                   perform copy-qty-file
                   perform mark-generation-complete
               end-if
           end-if.
      *---------------------------------------------------------*
      * demofile.ism must be there: a sales file that will not
      * open leaves the generation incomplete, and the next run
      * drops it.
      *---------------------------------------------------------*
       copy-demo-file section.
           open input PmFile
           if pmfile-status not = "00"
               move "SALES FILE WOULD NOT OPEN - NO BACKUP TAKEN"
                                                     to result-text
               move result-line to report-line
               write report-line
               move 8 to backup-rc
           else
               open output DemoBackupFile
               move 'N' to copy-eof-flag
               perform read-next-demo
               perform copy-one-demo until copy-eof
               close PmFile
               close DemoBackupFile
           end-if.
      *---------------------------------------------------------*
       read-next-demo section.
           read PmFile next record
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       copy-one-demo section.
           write DemoBackupRecord from PmFileRecord
           add 1 to demo-count
           perform read-next-demo.
      *---------------------------------------------------------*
       copy-bud-file section.
           open input BudFile
           open output BudBackupFile
           move 'N' to copy-eof-flag
           perform read-next-bud
           perform copy-one-bud until copy-eof
           close BudFile
           close BudBackupFile.
      *---------------------------------------------------------*
       read-next-bud section.
           read BudFile next record
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       copy-one-bud section.
           write BudBackupRecord from BudFileRecord
           add 1 to bud-count
           perform read-next-bud.
      *---------------------------------------------------------*
       copy-ctl-file section.
           open input CtlFile
           open output CtlBackupFile
           move 'N' to copy-eof-flag
           perform read-next-ctl
           perform copy-one-ctl until copy-eof
           close CtlFile
           close CtlBackupFile.
      *---------------------------------------------------------*
       read-next-ctl section.
           read CtlFile next record
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       copy-one-ctl section.
           write CtlBackupRecord from PeriodCtlRecord
           add 1 to ctl-count
           perform read-next-ctl.
      *---------------------------------------------------------*
       copy-qty-file section.
           open input QtyFile
           open output QtyBackupFile
           move 'N' to copy-eof-flag
           perform read-next-qty
           perform copy-one-qty until copy-eof
           close QtyFile
           close QtyBackupFile.
      *---------------------------------------------------------*
       read-next-qty section.
           read QtyFile next record
               at end
                   set copy-eof to true
           end-read.
      *---------------------------------------------------------*
       copy-one-qty section.
           write QtyBackupRecord from QtyFileRecord
           add 1 to qty-count
           perform read-next-qty.
      *---------------------------------------------------------*
       mark-generation-complete section.
           move new-generation to bkc-generation
           read BackupCatFile
               invalid key
                   move "CATALOGUE ENTRY LOST - GENERATION NOT MARKED"
                                                     to result-text
                   move result-line to report-line
                   write report-line
                   move 8 to backup-rc
               not invalid key
                   set bkc-complete to true
                   move demo-count to bkc-demo-count
                   move bud-count to bkc-bud-count
                   move ctl-count to bkc-ctl-count
                   move qty-count to bkc-qty-count
                   rewrite BackupCatRecord
                   end-rewrite
                   perform print-generation-taken
           end-read.
      *---------------------------------------------------------*
       print-generation-taken section.
           move new-generation to tkn-generation
           move run-stamp to tkn-stamp
           move new-slot to tkn-slot
           move taken-line to report-line
           write report-line
           move "demofile.ism" to copy-file
           move demo-backup-name to copy-target
           move demo-count to copy-count
           move copy-line to report-line
           write report-line
           move "budfile.ism" to copy-file
           move bud-backup-name to copy-target
           move bud-count to copy-count
           move copy-line to report-line
           write report-line
           move "democtl.ism" to copy-file
           move ctl-backup-name to copy-target
           move ctl-count to copy-count
           move copy-line to report-line
           write report-line
           move "qtyfile.ism" to copy-file
           move qty-backup-name to copy-target
           move qty-count to copy-count
           move copy-line to report-line
           write report-line.
      *---------------------------------------------------------*
       list-generations-held section.
           move spaces to report-line
           write report-line
           move held-heading to report-line
           write report-line
           move held-column-heading to report-line
           write report-line
           move 0 to bkc-generation
           move 'N' to cat-eof-flag
           start BackupCatFile key is not less than bkc-generation
               invalid key
                   set cat-eof to true
           end-start
           perform read-next-catalogue
           perform list-one-generation until cat-eof
           move spaces to report-line
           write report-line
           if backup-rc < 8
               move "BACKUP TAKEN" to result-text
           else
               move "BACKUP FAILED" to result-text
           end-if
           move result-line to report-line
           write report-line.
      *---------------------------------------------------------*
       list-one-generation section.
           move bkc-generation to held-generation
           move bkc-stamp to held-stamp
           move bkc-slot to held-slot
           move bkc-demo-count to held-demo
           move bkc-bud-count to held-bud
           move bkc-ctl-count to held-ctl
           if bkc-qty-count numeric
               move bkc-qty-count to held-qty
           else
               move "      NONE" to held-qty-x
           end-if
           move held-line to report-line
           write report-line
           add 1 to held-count
           perform read-next-catalogue.
      *---------------------------------------------------------*
       shut-down section.
           close ParamFile
           close BackupCatFile
           close BackupReport.
