      *---------------------------------------------------------*
      * PMCOMPAY.CPY
      *
      * Record layout for the commission payable extract
      * (commpay.dat) that PMCOMMRUN writes for payroll to load.
      * One record per region manager with commission to pay for
      * the period, carrying the sales the commission was worked
      * out on. The extract ends with a *TRL trailer in the same
      * form the sales loaders expect from their feeders: the
      * number of payable records written and a hash total of
      * their commission amounts, padded to the record length.
      *---------------------------------------------------------*
       01  CommPayRecord.
           03  pay-manager            pic x(20).
           03  pay-period             pic x(6).
           03  pay-sales-total        pic 9(11)v99 comp-3.
           03  pay-comm-amount        pic 9(9)v99 comp-3.
           03                         pic x(11).

       01  CommPayTrailer.
           03  pay-trl-id             pic x(6).
           03  pay-trl-record-count   pic 9(7).
           03  pay-trl-hash-total     pic 9(13)v99 comp-3.
           03                         pic x(29).
