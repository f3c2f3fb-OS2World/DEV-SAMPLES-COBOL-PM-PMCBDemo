      *---------------------------------------------------------*
      * PMDIST.CPY
      *
      * Record layout for the report distribution list
      * (distlist.dat), a plain text file kept by head office with
      * one line per manager per report: the manager's name as it
      * stands on regnmast.ism, the report wanted (SALESRPT,
      * BUDVAR, REGRPT or EXCRPT, or ALL for every one), and where
      * it goes - F to the region's file, P to the print device,
      * B to both. Read by PMRPTDIST.
      *---------------------------------------------------------*
       01  DistListRecord.
           03  dst-in-manager         pic x(20).
           03  dst-in-report          pic x(8).
           03  dst-in-route           pic x.
