      * Billing distribution record - one physical record per priced
      * visit, no-show/late-cancel fee or on-account credit drawn,
      * written fresh to BILLDIST.DAT by every BILLING run for the
      * month it bills (bd-period, yyyymm). bd-kind is 'V' visit
      * revenue, 'F' fee, 'C' credit on account deducted from the
      * invoice. bd-client-id is the client the line was priced for
      * (the invoice of a folded household member is the head's);
      * visits and fees carry the doctor specialty and the bituah
      * plan in force and are in NIS, credit lines are in the
      * invoice currency. GLEXPORT splits each new invoice's revenue
      * by specialty and plan from these lines.
       01 bill-dist-record.
           05 bd-period pic 9(6).
           05 bd-client-id pic 9(9).
           05 bd-kind pic x.
           05 bd-spesific pic x(15).
           05 bd-biuah-type pic x.
           05 bd-amount pic 9(7).
           05 bd-currency pic x(3).
