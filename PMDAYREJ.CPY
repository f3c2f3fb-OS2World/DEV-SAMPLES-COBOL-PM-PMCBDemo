      *---------------------------------------------------------*
      * PMDAYREJ.CPY
      *
      * Record layout for the daily transaction reject file
      * (dayrej.dat). PMDAYLOAD writes one record for each
      * transaction it refuses: the reason code and the
      * transaction exactly as it arrived. The reject repair
      * dialog in PMDEMO2 marks each one repaired or written off
      * in drej-status; a blank status is still outstanding.
      * drej-units is the transaction's packed units left as
      * bytes, so a repair carries them back unchanged.
      *---------------------------------------------------------*
       01  DayRejectRecord.
           03  drej-reason            pic x(2).
           03  drej-contents          pic x(40).
           03  redefines drej-contents.
               05  drej-code          pic x(6).
               05  drej-year          pic x(4).
               05  drej-date.
                   07  drej-month     pic 99.
                   07  drej-day       pic 99.
               05  drej-amount        pic 9(7)v99 comp-3.
               05  drej-units         pic x(4).
               05                     pic x(17).
           03  drej-status            pic x.
               88  drej-outstanding              value space.
               88  drej-repaired                 value 'R'.
               88  drej-written-off              value 'W'.
