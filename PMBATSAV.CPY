      *---------------------------------------------------------*
      * PMBATSAV.CPY
      *
      * Record layout for BatchSaveFile (batchsav.ism): one entry
      * for every save made through PMDEMO2's data dialog while a
      * keying batch was open, keyed on the batch (PMBATCH.CPY)
      * and the save's place in it. Each carries the record saved,
      * which file it went to, what the save did - WRITE or
      * REWRITE on demofile.ism, HELD when it went to pendchg.ism
      * for approval, BUDGET on budfile.ism - and the year's total
      * before and after, so the batch's net change can be traced
      * save by save.
      *---------------------------------------------------------*
       01  BatchSaveRecord.
           03  bsav-key.
               05  bsav-batch-key     pic x(22).
               05  bsav-seq           pic 9(5).
           03  bsav-stamp             pic x(14).
           03  bsav-record-key.
               05  bsav-code          pic x(6).
               05  bsav-year          pic x(4).
           03  bsav-action            pic x(7).
           03  bsav-old-total         pic 9(9)v99 comp-3.
           03  bsav-new-total         pic 9(9)v99 comp-3.
           03  bsav-net-change        pic s9(9)v99 comp-3.
           03                         pic x(10).
