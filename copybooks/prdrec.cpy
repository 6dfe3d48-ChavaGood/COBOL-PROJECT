      * Period-close record - one physical record per billed month
      * (pc-period, yyyymm) in PERIOD.DAT. BILLING adds the record
      * with pc-status 'C' when the run that bills the month
      * completes; from then on the main system refuses changes to
      * the month's slots. A manager can reopen the month with a
      * reason (pc-status 'R', journaled PR and so kept in
      * AUDIT.DAT); the next BILLING run bills the differences -- an
      * increase as a reopened-month adjustment line on that run's
      * own invoice, a decrease as an 'R' credit note left on
      * account -- stamps pc-adjust-date and closes the month
      * again. pc-charges-kept is 'Y' when the closing run
      * left the month's charges in BILLCHG.DAT, which the
      * adjustment is worked out against.
       01 period-record.
           05 pc-period pic 9(6).
           05 pc-status pic x.
               88 pc-closed VALUE 'C'.
               88 pc-reopened VALUE 'R'.
           05 pc-close-date pic 9(8).
           05 pc-charges-kept pic x.
           05 pc-reopen-count pic 99.
           05 pc-reopen-stamp pic 9(14).
           05 pc-reopen-manager pic x(8).
           05 pc-reopen-reason pic x(40).
           05 pc-adjust-date pic 9(8).
