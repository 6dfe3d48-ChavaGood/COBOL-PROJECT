      * card), so a short drawer at closing can be traced posting by
      * posting and a client can always get a reprint -- even after
      * the settled invoice itself is purged from OPENINV.DAT.
      * A refund paid out against a credit note is a receipt with a
      * negative rr-amount, so the day's drawer totals net it off.
       01 receipt-record.
           05 rr-receipt-no pic 9(7).
           05 rr-client-id pic 9(9).
           05 rr-amount pic s9(7).
           05 rr-currency pic x(3).
           05 rr-date pic 9(8).
           05 rr-operator-id pic x(8).
