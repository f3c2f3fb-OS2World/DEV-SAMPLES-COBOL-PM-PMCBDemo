      *---------------------------------------------------------*
      * PMGLJRN.CPY
      *
      * Record layout for the general ledger journal interface
      * file (gljrnl.dat) that PMGLINTF writes for finance to load,
      * and for its running copy gljrnl.his. Every journal is a
      * header record (H), its detail lines (D) and a control
      * trailer (T); all three carry the sales period (yyyymm).
      * jrn-kind on the header is SALES for the first interface of
      * a period and CORRECTION for a later run that posts only
      * the movement since. A detail line is one debit or credit
      * to one account for one code; the trailer carries the
      * detail count and the debit and credit totals, which are
      * always equal for a journal PMGLINTF releases. One release
      * may carry several journals: a CORRECTION for each earlier
      * period whose figures have moved, then the current period's.
      *---------------------------------------------------------*
       01  GlJournalRecord.
           03  jrn-record-type        pic x.
               88  jrn-header                    value 'H'.
               88  jrn-detail                    value 'D'.
               88  jrn-trailer                   value 'T'.
           03  jrn-period             pic x(6).
           03  jrn-body               pic x(73).
           03  jrn-header-body redefines jrn-body.
               05  jrn-kind           pic x(10).
               05  jrn-run-stamp      pic x(14).
               05  jrn-source         pic x(8).
               05                     pic x(41).
           03  jrn-detail-body redefines jrn-body.
               05  jrn-account        pic x(10).
               05  jrn-dr-cr          pic x.
                   88  jrn-debit                 value 'D'.
                   88  jrn-credit                value 'C'.
               05  jrn-amount         pic 9(9)v99 comp-3.
               05  jrn-code           pic x(6).
               05  jrn-narrative      pic x(30).
               05                     pic x(20).
           03  jrn-trailer-body redefines jrn-body.
               05  jrn-detail-count   pic 9(7).
               05  jrn-debit-total    pic 9(13)v99 comp-3.
               05  jrn-credit-total   pic 9(13)v99 comp-3.
               05                     pic x(50).
