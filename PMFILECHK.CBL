      *     after the ctl-stamp of the close (errors). CLOSE and
      *     REOPEN entries record the control action itself,
      *     ADJUST entries are the sanctioned PMADJPOST path
      *     through the close, MERGE entries are PMCODEMRG moving
      *     a closed year to its new code, and ARCHIVE/RECALL
      *     entries are PMARCHIVE moving a closed record between
      *     the live and history files, so those are not flagged
      *     (nor are PMCODEMRG's entries for the other files);
      *   - audit entries whose operator stamp is neither on
      *     demooper.ism nor a known batch program (warnings).
      *
              and audit-action not = "ARCHIVE"
              and audit-action not = "RECALL"
              and audit-action not = "BADSIGN"
              and audit-action not = "MERGEBU"
              and audit-action not = "MERGEHI"
              and audit-action not = "MERGEDY"
              and audit-action not = "MERGECT"
               perform find-close-for-entry
               if check-year-closed
                  and audit-timestamp > close-stamp-save
                   if audit-action = "ADJUST"
                      or audit-action = "MERGE"
                       add 1 to adjust-after-close-count
                   else
                       add 1 to closed-change-count
              and audit-operator not = "DAYLOAD"
              and audit-operator not = "ADJPOST"
              and audit-operator not = "PMARCHIV"
              and audit-operator not = "PMCODMRG"
               move audit-operator to oper-id
               move 'N' to match-found-flag
               read OperFile
           move summary-count-line to report-line
           write report-line
           if adjust-after-close-count not = 0
               move "SANCTIONED CHANGES AFTER CLOSE"
                                              to sum-count-label
               move adjust-after-close-count to sum-count-disp
               move summary-count-line to report-line
