      *---------------------------------------------------------*
      * PMBATCH.CPY
      *
      * Record layout for BatchFile (batchctl.ism), the keying
      * batch control file behind PMDEMO2's batch dialog. An
      * operator opens a batch before keying a stack of documents
      * by entering the number of documents and the control total
      * from the adding-machine tape; every save made through the
      * data dialog while it is open adds to its save count and
      * keyed net change (PMBATSAV.CPY holds the saves
      * themselves). The batch closes only when the keyed net
      * change equals the control total. Keyed like pendchg.ism,
      * by the moment it was opened and the operator who opened
      * it. PMBATRPT lists the day's batches and any still open.
      *---------------------------------------------------------*
       01  BatchControlRecord.
           03  batch-key.
               05  batch-stamp        pic x(14).
               05  batch-operator     pic x(8).
           03  batch-status           pic x.
               88  batch-open                    value 'O'.
               88  batch-closed                  value 'C'.
           03  batch-doc-count        pic 9(5).
           03  batch-control-total    pic 9(9)v99 comp-3.
           03  batch-save-count       pic 9(5).
           03  batch-net-change       pic s9(9)v99 comp-3.
           03  batch-closed-stamp     pic x(14).
           03                         pic x(20).
