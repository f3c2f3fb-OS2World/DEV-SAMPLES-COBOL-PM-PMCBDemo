      *---------------------------------------------------------*
      * PMFISCAL.CPY
      *
      * Record layout for the fiscal calendar (fiscal.dat), a
      * line sequential text file finance keeps. One S record
      * gives the calendar month the fiscal year starts in; each
      * N record names one fiscal year, identified by the
      * calendar year it starts in. A fiscal year with no N
      * record is shown by its two calendar years. The reporting
      * programs read it when their parameter card asks for
      * fiscal years.
      *---------------------------------------------------------*
       01  FiscalRecord.
           03 fis-record-type         pic x.
               88 fis-start-record               value 'S'.
               88 fis-name-record                value 'N'.
           03 fis-start-month         pic 99.
           03 fis-start-year          pic x(4).
           03 fis-year-name           pic x(8).
           03                         pic x(5).
