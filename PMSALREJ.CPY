      *---------------------------------------------------------*
      * PMSALREJ.CPY
      *
      * Record layout for the sales extract reject file
      * (salesrej.dat). PMSALLOAD writes one record for each
      * extract record it refuses: the reason code and the
      * extract record exactly as it arrived. The reject repair
      * dialog in PMDEMO2 marks each one repaired or written off
      * in srej-status; a blank status is still outstanding.
      * srej-units-contents holds the record's units from
      * salesqty.dat, or spaces when it had none, so a repaired
      * record goes back with them.
      *---------------------------------------------------------*
       01  SalesRejectRecord.
           03  srej-reason            pic x(2).
           03  srej-contents          pic x(70).
           03  redefines srej-contents.
               05  srej-key-code      pic x(6).
               05  srej-key-year      pic x(4).
               05  srej-month-amt     pic 9(7)v99 comp-3 occurs 12.
           03  srej-status            pic x.
               88  srej-outstanding              value space.
               88  srej-repaired                 value 'R'.
               88  srej-written-off              value 'W'.
           03  srej-units-contents.
               05  srej-month-units   pic 9(7) comp-3 occurs 12.
