      * Billing restart record - one physical record per checkpoint
      * taken by BILLING while it appends the month's ledger records
      * to OPENINV.DAT. rs-client-id is the last client whose ledger
      * record was flushed to disk before the checkpoint was taken
      * (clients are billed in client-id order). A rerun after an
      * abnormal end ('F' in RUNCTL.DAT) resumes after the last
      * checkpoint of the same billing period; a completed run
      * empties BILLRST.DAT.
       01 restart-record.
           05 rs-period pic 9(6).
           05 rs-client-id pic 9(9).
           05 rs-ledger-count pic 9(5).
           05 rs-checkpoint-date pic 9(8).
