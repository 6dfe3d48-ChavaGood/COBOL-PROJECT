      * General-ledger journal record - the interface file GLJRNL.DAT
      * written whole by each nightly GLEXPORT run for accounting to
      * load. One 'D' line per debit or credit posting, amounts in
      * NIS; gl-orig-amount and gl-rate keep the document amount in
      * its own currency and the EXRATE.DAT rate used (price of
      * 10000 units, 10000 for NIS). gl-source is IN invoice, RC
      * receipt or CN credit note; invoices carry no number of their
      * own and are identified by client and post date. The file
      * ends with one 'T' control-total trailer: the line count,
      * total debits and credits (equal when the file balances) and
      * the NIS totals billed, collected (net of refunds) and
      * credited, for documents dated from the day of the previous
      * export (gt-last-export, zero on the first run, which takes
      * nothing) up to the day before gt-run-date.
       01 gl-journal-record.
           05 gl-rec-type pic x.
               88 gl-detail-line VALUE 'D'.
               88 gl-trailer-line VALUE 'T'.
           05 gl-detail.
               07 gl-post-date pic 9(8).
               07 gl-account pic 9(4).
               07 gl-spesific pic x(15).
               07 gl-biuah-type pic x.
               07 gl-dc pic x.
               07 gl-amount pic 9(9).
               07 gl-source pic x(2).
               07 gl-document-no pic 9(9).
               07 gl-client-id pic 9(9).
               07 gl-currency pic x(3).
               07 gl-orig-amount pic 9(7).
               07 gl-rate pic 9(7).
               07 filler pic x(3).
           05 gl-trailer redefines gl-detail.
               07 gt-last-export pic 9(8).
               07 gt-run-date pic 9(8).
               07 gt-line-count pic 9(7).
               07 gt-total-debit pic 9(11).
               07 gt-total-credit pic 9(11).
               07 gt-billed-nis pic 9(11).
               07 gt-collected-nis pic s9(11).
               07 gt-credited-nis pic 9(11).
