      *---------------------------------------------------------*
      * PMPEND.CPY
      *
      * Record layout for PendFile (pendchg.ism), the pending-
      * change file behind PMDEMO2's maker-checker approval. A
      * sales save whose movement on any month passes the
      * region's hold threshold, and every sales delete, is
      * written here instead of to demofile.ism, keyed by the
      * moment it was keyed and the operator who keyed it. The
      * old contents are the figures on file when the change was
      * made (low-values when there was no record) and the new
      * contents the figures keyed (low-values for a delete).
      * pend-record-key is an alternate key with duplicates, so a
      * record's changes, waiting and decided, can be found without
      * reading the whole file. A
      * level-3 operator other than the maker approves or
      * rejects it through the approval dialog; decided records
      * stay on file with the checker, the moment and, for a
      * rejection, the reason. PMPENDRPT lists the ones still
      * waiting.
      *---------------------------------------------------------*
       01  PendingChangeRecord.
           03  pend-key.
               05  pend-stamp         pic x(14).
               05  pend-maker         pic x(8).
           03  pend-record-key.
               05  pend-code          pic x(6).
               05  pend-year          pic x(4).
           03  pend-type              pic x.
               88  pend-change                   value 'C'.
               88  pend-delete                   value 'D'.
           03  pend-status            pic x.
               88  pend-waiting                  value 'P'.
               88  pend-approved                 value 'A'.
               88  pend-rejected                 value 'R'.
           03  pend-old-contents.
               05  pend-old-amt       pic 9(7)v99 comp-3 occurs 12.
           03  pend-new-contents.
               05  pend-new-amt       pic 9(7)v99 comp-3 occurs 12.
           03  pend-checker           pic x(8).
           03  pend-decided-stamp     pic x(14).
           03  pend-reason            pic x(40).
           03                         pic x(10).
