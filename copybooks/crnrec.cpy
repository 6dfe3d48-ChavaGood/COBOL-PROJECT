      * Credit note record - one physical record per credit note
      * issued in PAYMENTS, appended to the cumulative CREDITS.DAT
      * with the next running credit-note number. A credit note
      * reduces the invoice of cn-client-id dated cn-invoice-date
      * (the ledger has one invoice per client per billing run) and
      * carries the reason code and the manager who approved it
      * (blank for an overpayment kept on account, which needs no
      * approval):
      *   E check-in entered in error    P wrong copay plan
      *   W fee waived by the doctor     O overpayment on account
      *   R reopened month re-billed lower (issued by BILLING)
      *   X other
      * cn-invoice-part came off the invoice's open balance; what
      * the open balance could not absorb was either refunded
      * (cn-refund-amount, paid out under the negative receipt
      * cn-receipt-no) or left on account (cn-carry-amount) for
      * BILLING to deduct from the client's next invoice in the same
      * currency. cn-status is 'O' while an on-account balance is
      * left and 'A' once BILLING has used it all; cn-applied-period
      * (yyyymm) and cn-applied-amount record the last billing run
      * that drew on it, so a rerun of that month prints the same
      * invoice. An overpayment kept on account has no invoice
      * (cn-invoice-date zero), nor has the credit BILLING leaves
      * on account when a reopened month is re-billed lower.
       01 credit-note-record.
           05 cn-credit-no pic 9(7).
           05 cn-client-id pic 9(9).
           05 cn-invoice-date pic 9(8).
           05 cn-amount pic 9(7).
           05 cn-currency pic x(3).
           05 cn-date pic 9(8).
           05 cn-reason pic x.
           05 cn-manager-id pic x(8).
           05 cn-operator-id pic x(8).
           05 cn-invoice-part pic 9(7).
           05 cn-refund-amount pic 9(7).
           05 cn-receipt-no pic 9(7).
           05 cn-carry-amount pic 9(7).
           05 cn-status pic x.
           05 cn-applied-period pic 9(6).
           05 cn-applied-amount pic 9(7).
