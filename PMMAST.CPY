      * code. Shared between PMDEMO2's maintenance dialog and the
      * batch programs. master-status holds A (active) or C
      * (closed); closed codes are refused for new entry.
      * master-comm-override is Y when the code is paid commission
      * at its own master-comm-rate (a percentage, as on
      * commrate.ism) instead of its region's rate; a space leaves
      * the code on the region rate.
      *---------------------------------------------------------*
       01  CodeMasterRecord.
           03  master-code            pic x(6).
           03  master-status          pic x.
               88  master-active                 value 'A'.
               88  master-closed                 value 'C'.
           03  master-comm-override   pic x.
               88  master-comm-overridden        value 'Y'.
           03  master-comm-rate       pic 99v999.
           03                         pic x(7).
