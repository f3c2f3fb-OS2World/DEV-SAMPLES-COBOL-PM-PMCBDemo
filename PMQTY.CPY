      *---------------------------------------------------------*
      * PMQTY.CPY
      *
      * Record layout for QtyFile (qtyfile.ism), the units-sold
      * companion to PmFile: one record per code per year, keyed
      * exactly like PmFileRecord, holding the twelve monthly unit
      * counts behind the money in the matching demofile.ism
      * record. Units are keyed in the second column of PMDEMO2's
      * data dialog, loaded from the units extract salesqty.dat
      * by PMSALLOAD and posted from salesday.dat by
      * PMDAYLOAD; PMASPRPT reads them back against the values.
      *---------------------------------------------------------*
       01  QtyFileRecord.
            03 qty-record-key.
                05 qty-key-code    pic x(6).
                05 qty-key-year    pic x(4).
            03 qty-field-contents.
                05 qty-month-units pic 9(7) comp-3 occurs 12.
