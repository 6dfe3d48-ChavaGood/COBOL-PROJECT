      * Insurer claim record - one physical record per arrived visit
      * claimed from the insurer behind the client's bituah plan,
      * kept in the cumulative CLAIMLOG.DAT by the monthly CLAIMS run.
      * cl-claim-amount is the plan's share of the doctor's
      * visit-cost: what is left after the cl-copay-pct the client
      * was invoiced by BILLING. The same record goes out, one file
      * per plan, in the claim submission files. cl-status is 'S'
      * while the claim is submitted and unanswered, then 'P' paid
      * in full, 'H' short-paid or 'R' rejected when the insurer's
      * remittance comes back; cl-reason carries the insurer's
      * explanation for a short payment or a rejection.
       01 claim-record.
           05 cl-claim-no pic 9(7).
           05 cl-biuah-type pic x.
           05 cl-client-id pic 9(9).
           05 cl-doctor-id pic 9(9).
           05 cl-visit-date pic 9(8).
           05 cl-slot-time pic 9(4).
           05 cl-spesific pic x(15).
           05 cl-visit-cost pic 9(7).
           05 cl-copay-pct pic 999.
           05 cl-claim-amount pic 9(7).
           05 cl-claim-date pic 9(8).
           05 cl-paid-amount pic 9(7).
           05 cl-status pic x.
           05 cl-reason pic x(30).
