      * record contents - both sides are empty - and BADSIGN
      * entries log failed sign-on attempts, so none of them must
      * be mistaken for a state the record can be put back to.
      * Nor must PMCODEMRG's MERGEBU, MERGEHI, MERGEDY and MERGECT
      * entries, which log budget, history, daily detail and
      * close records under a sales key.
       scan-all-entries section.
           if audit-key = restore-key
              and audit-timestamp <= asof-stamp
              and audit-action not = "CLOSE"
              and audit-action not = "REOPEN"
              and audit-action not = "BADSIGN"
              and audit-action not = "MERGEBU"
              and audit-action not = "MERGEHI"
              and audit-action not = "MERGEDY"
              and audit-action not = "MERGECT"
               if not entry-found
                  or audit-timestamp >= found-timestamp
                   set entry-found to true
