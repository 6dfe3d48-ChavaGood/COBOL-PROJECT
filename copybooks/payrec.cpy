      * Payroll interface record - one physical record per doctor
      * paid in the period, written fresh to PAYROLL.DAT by each
      * DOCPAY run for the payroll system: the gross of the priced
      * visits, the clinic share deducted and the net to pay.
       01 payroll-record.
           05 py-doctor-id pic 9(9).
           05 py-period pic 9(6).
           05 py-gross pic 9(7).
           05 py-share pic 9(7).
           05 py-net pic 9(7).
