      *---------------------------------------------------------*
      * PMBKCAT.CPY
      *
      * Record layout for BackupCatFile (bkcat.ism), the catalogue
      * of whole-file backup generations. One record per
      * generation held, keyed by the generation number: when it
      * was taken, which numbered slot its copies of demofile.ism,
      * budfile.ism, democtl.ism and qtyfile.ism went to
      * (demofile.bnn, budfile.bnn, democtl.bnn and qtyfile.bnn),
      * and how many records each copy holds. bkc-status is I
      * while the copies are being taken and C once all are
      * complete. bkc-qty-count is spaces on a generation taken
      * before the units file was copied; such a generation has
      * no qtyfile.bnn. Written by PMBACKUP, read by PMRECOVR.
      *---------------------------------------------------------*
       01  BackupCatRecord.
           03  bkc-generation         pic 9(5).
           03  bkc-stamp              pic x(14).
           03  bkc-slot               pic 99.
           03  bkc-status             pic x.
               88  bkc-incomplete                value 'I'.
               88  bkc-complete                  value 'C'.
           03  bkc-demo-count         pic 9(7).
           03  bkc-bud-count          pic 9(7).
           03  bkc-ctl-count          pic 9(7).
           03  bkc-qty-count          pic 9(7).
