      *---------------------------------------------------------*
      * PMCOMRT.CPY
      *
      * Record layout for CommRateFile (commrate.ism), the sales
      * commission rate file. One record per region prefix, keyed
      * the same way as RegionMasterRecord on regnmast.ism, giving
      * the percentage of a month's sales paid as commission on
      * every code in the region. A code can carry its own rate on
      * the code master instead (master-comm-rate), which wins
      * over the region's. Maintained through PMDEMO2's region
      * dialog; read by PMCOMMRUN.
      *---------------------------------------------------------*
       01  CommRateRecord.
           03  comm-prefix            pic x(2).
           03  comm-rate              pic 99v999.
           03                         pic x(13).
