      $set ans85 mf noosvs defaultbyte"00" callfh"extfh"
      *--------------------------------------------------------------*
      * PMBATRPT.CBL
      *
      * Stand-alone daily report of the keying batches opened in
      * PMDEMO2 (batchctl.ism, PMBATCH.CPY). Every batch opened
      * or closed today is listed, and every batch still open from
      * any day, each with the document count and control total
      * keyed when it was opened, then the saves made against it from
      * batchsav.ism (PMBATSAV.CPY) - when, the code and year, what
      * the save did, and the year's total before and after - and
      * a closing line giving the keyed net change against the
      * control total, so a batch that will not balance can be
      * traced to the document that was keyed wrongly.
      *
      * Return code 4 when any batch is left open or is out of
      * balance.
      * Author B J Edwards
      *--------------------------------------------------------------*
       environment division.
       input-output section.
       file-control.
           select optional BatchFile assign "batchctl.ism"
           organization is indexed
           record key is batch-key
           access is sequential.

           select optional BatchSaveFile assign "batchsav.ism"
           organization is indexed
           record key is bsav-key
           access is dynamic.

           select BatchReport assign "batchrpt.lst"
           organization is line sequential.

       file section.
       fd  BatchFile.
           copy "PMBATCH.CPY".

       fd  BatchSaveFile.
           copy "PMBATSAV.CPY".

       fd  BatchReport.
       01  report-line                pic x(80).

       working-storage section.

       01  batch-eof-flag             pic x      value 'N'.
           88  batch-eof                         value 'Y'.
       01  save-eof-flag              pic x      value 'N'.
           88  save-eof                          value 'Y'.

       01  today-date                 pic x(8).

       01  batches-read               pic 9(5)   value 0.
       01  batches-listed             pic 9(5)   value 0.
       01  closed-count               pic 9(5)   value 0.
       01  open-count                 pic 9(5)   value 0.
       01  unbalanced-count           pic 9(5)   value 0.
       01  saves-listed               pic 9(7)   value 0.

       01  batch-saves-found          pic 9(5)   value 0.
       01  batch-difference           pic s9(9)v99 comp-3.

       01  report-rc                  pic 9      value 0.

       01  heading-line-1.
           03      pic x(34) value "KEYING BATCH CONTROL        DATE ".
           03  head-date.
               05  head-yyyy           pic x(4).
               05                      pic x     value "-".
               05  head-mm             pic x(2).
               05                      pic x     value "-".
               05  head-dd             pic x(2).
           03                          pic x(36) value spaces.
       01  column-heading.
           03                          pic x(7)  value spaces.
           03                          pic x(18) value "OPENED".
           03                          pic x(10) value "OPERATOR".
           03                          pic x(8)  value "STATUS".
           03                          pic x(12) value "   DOCUMENTS".
           03                          pic x(19) value
               "      CONTROL TOTAL".
           03                          pic x(6)  value spaces.
       01  save-column-heading.
           03                          pic x(4)  value spaces.
           03                          pic x(13) value "SAVED".
           03                          pic x(13) value "CODE   YEAR".
           03                          pic x(9)  value "ACTION".
           03                          pic x(13) value "      BEFORE".
           03                          pic x(13) value "       AFTER".
           03                          pic x(13) value "       CHANGE".
           03                          pic x(2)  value spaces.
       01  batch-line.
           03                          pic x(7)  value "BATCH  ".
           03  bat-stamp.
               05  bat-yyyy            pic x(4).
               05                      pic x     value "-".
               05  bat-mm              pic x(2).
               05                      pic x     value "-".
               05  bat-dd              pic x(2).
               05                      pic x     value space.
               05  bat-hh              pic x(2).
               05                      pic x     value ":".
               05  bat-mi              pic x(2).
           03                          pic x(2)  value spaces.
           03  bat-operator            pic x(8).
           03                          pic x(2)  value spaces.
           03  bat-status              pic x(6).
           03                          pic x(9)  value spaces.
           03  bat-docs                pic zzzz9.
           03                          pic x(7)  value spaces.
           03  bat-control             pic zzzzzzzz9.99.
           03                          pic x(4)  value spaces.
       01  save-line.
           03                          pic x(4)  value spaces.
           03  sav-stamp.
               05  sav-mm              pic x(2).
               05                      pic x     value "-".
               05  sav-dd              pic x(2).
               05                      pic x     value space.
               05  sav-hh              pic x(2).
               05                      pic x     value ":".
               05  sav-mi              pic x(2).
           03                          pic x(2)  value spaces.
           03  sav-code                pic x(6).
           03                          pic x     value space.
           03  sav-year                pic x(4).
           03                          pic x(2)  value spaces.
           03  sav-action              pic x(7).
           03                          pic x(2)  value spaces.
           03  sav-before              pic zzzzzzzz9.99.
           03  sav-before-x redefines sav-before pic x(12).
           03                          pic x     value space.
           03  sav-after               pic zzzzzzzz9.99.
           03                          pic x     value space.
           03  sav-change              pic -zzzzzzzz9.99.
           03                          pic x(2)  value spaces.
       01  no-saves-line.
           03                          pic x(4)  value spaces.
           03         pic x(32) value
               "NO SAVES MADE AGAINST THIS BATCH".
           03                          pic x(44) value spaces.
       01  batch-foot-line.
           03                          pic x(4)  value spaces.
           03                          pic x(6)  value "SAVES ".
           03  foot-saves              pic zzzz9.
           03                          pic x(13) value
               "   KEYED NET ".
           03  foot-keyed              pic -zzzzzzzz9.99.
           03                          pic x(7)  value "  DIFF ".
           03  foot-difference         pic -zzzzzzzz9.99.
           03                          pic x(2)  value spaces.
           03  foot-result             pic x(14).
           03                          pic x(3)  value spaces.
       01  left-open-line.
           03                          pic x(4)  value spaces.
           03         pic x(40) value
               "* BATCH LEFT OPEN - NOT YET BALANCED OFF".
           03                          pic x(36) value spaces.
       01  count-differs-line.
           03                          pic x(4)  value spaces.
           03         pic x(40) value
               "  SAVES DIFFER FROM THE DOCUMENT COUNT -".
           03         pic x(26) value " CLOSED ON CONFIRMATION   ".
           03                          pic x(10) value spaces.
       01  none-listed-line.
           03         pic x(38) value
               "NO BATCHES OPENED TODAY OR LEFT OPEN  ".
           03                          pic x(42) value spaces.
       01  summary-count-line.
           03  sum-count-label         pic x(30).
           03  sum-count-disp          pic zzzzzz9.
           03                          pic x(43) value spaces.

      *---------------------------------------------------------*
       procedure division.
       main section.
           perform start-up
           perform list-batches
           perform print-summary
           perform shut-down
           move report-rc to return-code
           stop run.
      *---------------------------------------------------------*
       start-up section.
           accept today-date from date yyyymmdd
           open output BatchReport
           open input BatchSaveFile
           move today-date(1:4) to head-yyyy
           move today-date(5:2) to head-mm
           move today-date(7:2) to head-dd
           move heading-line-1 to report-line
           write report-line
           move spaces to report-line
           write report-line.
      *---------------------------------------------------------*
      * batchctl.ism is keyed by the moment a batch was opened, so
      * a straight read lists the batches oldest first.
      *---------------------------------------------------------*
       list-batches section.
           move column-heading to report-line
           write report-line
           open input BatchFile
           move 'N' to batch-eof-flag
           perform read-next-batch
           perform list-one-batch until batch-eof
           close BatchFile
           if batches-listed = 0
               move none-listed-line to report-line
               write report-line
           end-if
           if open-count > 0 or unbalanced-count > 0
               move 4 to report-rc
           end-if.
      *---------------------------------------------------------*
       list-one-batch section.
           add 1 to batches-read
           if batch-open
              or batch-stamp(1:8) = today-date
              or batch-closed-stamp(1:8) = today-date
               perform print-batch-header
               perform list-batch-saves
               perform print-batch-footer
           end-if
           perform read-next-batch.
      *---------------------------------------------------------*
       print-batch-header section.
           add 1 to batches-listed
           move batch-stamp(1:4) to bat-yyyy
           move batch-stamp(5:2) to bat-mm
           move batch-stamp(7:2) to bat-dd
           move batch-stamp(9:2) to bat-hh
           move batch-stamp(11:2) to bat-mi
           move batch-operator to bat-operator
           if batch-open
               move "OPEN" to bat-status
           else
               move "CLOSED" to bat-status
           end-if
           move batch-doc-count to bat-docs
           move batch-control-total to bat-control
           move spaces to report-line
           write report-line
           move batch-line to report-line
           write report-line
           move save-column-heading to report-line
           write report-line.
      *---------------------------------------------------------*
      * A batch's saves follow one another on batchsav.ism, keyed
      * on the batch and then on the order they were made.
      *---------------------------------------------------------*
       list-batch-saves section.
           move 0 to batch-saves-found
           move 'N' to save-eof-flag
           move batch-key to bsav-batch-key
           move 0 to bsav-seq
           start BatchSaveFile key is not less than bsav-key
               invalid key
                   set save-eof to true
           end-start
           perform read-next-save
           perform list-one-save until save-eof
           if batch-saves-found = 0
               move no-saves-line to report-line
               write report-line
           end-if.
      *---------------------------------------------------------*
       list-one-save section.
           add 1 to batch-saves-found
           add 1 to saves-listed
           move bsav-stamp(5:2) to sav-mm
           move bsav-stamp(7:2) to sav-dd
           move bsav-stamp(9:2) to sav-hh
           move bsav-stamp(11:2) to sav-mi
           move bsav-code to sav-code
           move bsav-year to sav-year
           move bsav-action to sav-action
           if bsav-action = "WRITE"
               move "    NEW" to sav-before-x
           else
               move bsav-old-total to sav-before
           end-if
           move bsav-new-total to sav-after
           move bsav-net-change to sav-change
           move save-line to report-line
           write report-line
           perform read-next-save.
      *---------------------------------------------------------*
       print-batch-footer section.
           compute batch-difference =
                   batch-net-change - batch-control-total
           move batch-save-count to foot-saves
           move batch-net-change to foot-keyed
           move batch-difference to foot-difference
           if batch-difference = 0
               move "IN BALANCE" to foot-result
           else
               move "OUT OF BALANCE" to foot-result
               add 1 to unbalanced-count
           end-if
           move batch-foot-line to report-line
           write report-line
           if batch-open
               move left-open-line to report-line
               write report-line
               add 1 to open-count
           else
               add 1 to closed-count
               if batch-save-count not = batch-doc-count
                   move count-differs-line to report-line
                   write report-line
               end-if
           end-if.
      *---------------------------------------------------------*
       read-next-batch section.
           read BatchFile next record
               at end
                   set batch-eof to true
           end-read.
      *---------------------------------------------------------*
       read-next-save section.
           if not save-eof
               read BatchSaveFile next record
                   at end
                       set save-eof to true
                   not at end
                       if bsav-batch-key not = batch-key
                           set save-eof to true
                       end-if
               end-read
           end-if.
      *---------------------------------------------------------*
       print-summary section.
           move spaces to report-line
           write report-line
           move "BATCH FILE ENTRIES READ" to sum-count-label
           move batches-read to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "BATCHES LISTED" to sum-count-label
           move batches-listed to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "BATCHES CLOSED" to sum-count-label
           move closed-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "BATCHES LEFT OPEN" to sum-count-label
           move open-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "BATCHES OUT OF BALANCE" to sum-count-label
           move unbalanced-count to sum-count-disp
           move summary-count-line to report-line
           write report-line
           move "SAVES LISTED" to sum-count-label
           move saves-listed to sum-count-disp
           move summary-count-line to report-line
           write report-line.
      *---------------------------------------------------------*
       shut-down section.
           close BatchSaveFile
           close BatchReport.
