      *---------------------------------------------------------*
      * PMREJLOG.CPY
      *
      * Record layout for the reject repair log (rejlog.dat),
      * appended to by PMDEMO2's reject repair dialog. One record
      * for every load or daily-posting reject an operator
      * repairs or writes off: when, by whom, which reject file
      * it came from, the reject reason, the record as rejected
      * and, for a repair, the record as resubmitted.
      *---------------------------------------------------------*
       01  RejectLogRecord.
           03  rlog-stamp             pic x(14).
           03  rlog-operator          pic x(8).
           03  rlog-source            pic x.
               88  rlog-sales                    value 'S'.
               88  rlog-daily                    value 'D'.
           03  rlog-action            pic x(8).
           03  rlog-reason            pic x(2).
           03  rlog-original          pic x(70).
           03  rlog-corrected         pic x(70).
           03                         pic x(7).
