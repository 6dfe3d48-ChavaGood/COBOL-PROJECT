      * at startup (BILLING wants a completed ATTEND before invoicing
      * the month, YEAREND refuses without the final old-year ATTEND
      * sweep) and the RUNINQ inquiry shows the operator what ran
      * and what is overdue. The PAYMENTS desk adds a 'C' record for
      * each session that posted a receipt or a credit note, so that
      * RESTORE can list the postings a restore leaves out.
       01 run-control-record.
           05 rc-program pic x(10).
           05 rc-run-date pic 9(8).
