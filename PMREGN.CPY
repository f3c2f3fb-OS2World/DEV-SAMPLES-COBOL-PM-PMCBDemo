      * key-entry validation refuse codes whose prefix is not on
      * this file, and the reports print the region name beside
      * the bare prefix.
      *
      * region-hold-amount and region-hold-percent are the
      * region's maker-checker thresholds: a PMDEMO2 sales save
      * that moves any month by more than the amount (whole
      * units), or by more than the percentage of what the month
      * held, is held on pendchg.ism for approval. Zero - or the
      * spaces of a record written before the thresholds existed
      * - means that test is not applied.
      *---------------------------------------------------------*
       01  RegionMasterRecord.
           03  region-prefix          pic x(2).
           03  region-name            pic x(20).
           03  region-manager         pic x(20).
           03  region-hold-amount     pic 9(7) comp-3.
           03  region-hold-percent    pic 999.
           03                         pic x(11).
