      * Billed visit-charge record - what BILLING charged a client
      * for one attended visit of a month (vc-period, yyyymm), in NIS
      * and before household folding, currency conversion and credit
      * on account. The visit is the client's slot vc-visit-date,
      * vc-doctor-id, vc-slot-time; vc-visit-cost and vc-copay-pct
      * are the doctor's visit cost and the copay percentage it was
      * priced at, vc-spesific and vc-biuah-type the specialty and
      * the plan in force. The run that bills the month writes one
      * line per visit; the run that re-bills a reopened month
      * appends a line for each visit added (the charge) or taken
      * away (vc-amount negative), priced at the month's own rates,
      * so the lines of a visit add up to what has been billed for
      * it. vc-run-period is the month of the run that wrote it.
       01 visit-charge-record.
           05 vc-period pic 9(6).
           05 vc-client-id pic 9(9).
           05 vc-visit-date pic 9(8).
           05 vc-doctor-id pic 9(9).
           05 vc-slot-time pic 9(4).
           05 vc-spesific pic x(15).
           05 vc-biuah-type pic x.
           05 vc-visit-cost pic 9(4).
           05 vc-copay-pct pic 999.
           05 vc-amount pic s9(7).
           05 vc-run-period pic 9(6).
