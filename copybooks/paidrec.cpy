      * Doctor paid-visit record - one physical record per attended
      * visit paid to a doctor, appended to the cumulative
      * DOCPAID.DAT by the month-end DOCPAY run. dp-period (yyyymm)
      * is the pay period the visit was paid in, so a visit checked
      * in late for an already paid month is paid once in the next
      * period as a correction, and a rerun of the same month
      * regenerates the same statement. dp-kind is 'V' for a visit
      * of the period itself and 'L' for a late correction.
       01 paid-visit-record.
           05 dp-doctor-id pic 9(9).
           05 dp-visit-date pic 9(8).
           05 dp-slot-time pic 9(4).
           05 dp-client-id pic 9(9).
           05 dp-amount pic 9(7).
           05 dp-period pic 9(6).
           05 dp-kind pic x.
