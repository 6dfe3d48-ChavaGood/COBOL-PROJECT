      * Insurer remittance record - one physical record per claim
      * answered in the remittance file REMIT.DAT the insurers send
      * back. rt-result is 'P' when the claim was paid (in full or in
      * part: rt-paid-amount says how much) and 'R' when it was
      * rejected; rt-reason is the insurer's reason text. CLAIMS
      * loads it against CLAIMLOG.DAT by claim number.
       01 remit-record.
           05 rt-claim-no pic 9(7).
           05 rt-biuah-type pic x.
           05 rt-paid-amount pic 9(7).
           05 rt-result pic x.
           05 rt-reason pic x(30).
