      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly general-ledger interface. Reads the new
      *          documents -- OPENINV.DAT invoices, RECEIPTS.DAT
      *          postings and CREDITS.DAT credit notes dated from the
      *          day of the last completed GLEXPORT run up to
      *          yesterday, so a document made after a run on the
      *          day it is dated still goes out with the next run,
      *          and a rerun on the same day writes the same file
      *          again -- and writes them as a balanced debit/credit
      *          journal to GLJRNL.DAT for accounting to load,
      *          instead of re-keying INVOICE.RPT and CASH.RPT.
      *          All amounts post in NIS, converted with the
      *          EXRATE.DAT rate in force on the document date.
      *          Invoice revenue is split by doctor specialty and
      *          bituah plan from the BILLDIST.DAT lines of the
      *          BILLING run; no-show/late-cancel fees, receivables,
      *          the cash and card drawers and client credit on
      *          account each post to their own account (a credit
      *          for a re-billed month goes to credit on account
      *          whole), and the shekel rounding of a foreign
      *          invoice goes to exchange differences so every
      *          document balances.
      *          A control-total trailer closes the file: line
      *          count, total debits and credits, and the NIS
      *          billed, collected and credited. The run stamps
      *          RUNCTL.DAT; the first run only marks where the
      *          export starts and takes nothing.
      *          An invoice a credit note has since reduced in the
      *          ledger posts at the amount billed; the credit note
      *          posts the reduction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT client-file ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cr-client-id
               FILE STATUS IS client-file-status.
           SELECT exrate-file ASSIGN TO "EXRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS exrate-file-status.
           SELECT dist-file ASSIGN TO "BILLDIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS dist-file-status.
           SELECT openinv-file ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS openinv-file-status.
           SELECT receipt-file ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS receipt-file-status.
           SELECT credit-file ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS credit-file-status.
           SELECT journal-file ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS journal-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD client-file.
       COPY "clirec.cpy".
       FD exrate-file.
       COPY "ratrec.cpy".
       FD dist-file.
       COPY "bdistrec.cpy".
       FD openinv-file.
       COPY "invrec.cpy".
       FD receipt-file.
       COPY "rcptrec.cpy".
       FD credit-file.
       COPY "crnrec.cpy".
       FD journal-file.
       COPY "gljrec.cpy".
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 client-file-status pic xx.
       01 exrate-file-status pic xx.
       01 dist-file-status pic xx.
       01 openinv-file-status pic xx.
       01 receipt-file-status pic xx.
       01 credit-file-status pic xx.
       01 journal-file-status pic xx.
       01 runctl-file-status pic xx.

      * the chart of accounts the clinic posts to
       01 gl-accounts.
           03 acct-cash pic 9(4) value 1100.
           03 acct-card pic 9(4) value 1110.
           03 acct-receivable pic 9(4) value 1200.
           03 acct-on-account pic 9(4) value 2100.
           03 acct-revenue pic 9(4) value 4100.
           03 acct-fees pic 9(4) value 4200.
           03 acct-credit-notes pic 9(4) value 4900.
           03 acct-exchange pic 9(4) value 7900.

      * head-of-household per client: a folded member's visits are
      * invoiced on the head's card, as BILLING does it
       01 client-map.
           03 client-len pic 999 value 0.
           03 client OCCURS 1 to 500 DEPENDING on client-len INDEXED
                                                  by client-index.
               05 map-client-id pic 9(9).
               05 map-household-id pic 9(9).

       01 exrates.
           03 exrate-len pic 999 VALUE 0.
           03 exrate OCCURS 1 to 50 DEPENDING on exrate-len
                                              INDEXED by xr-index.
               05 exr-currency pic x(3).
               05 exr-rate pic 9(7).
               05 exr-effective pic 9(8).

      * the last BILLING run's distribution, by invoiced client
       01 dists.
           03 dist-len pic 9(4) value 0.
           03 dist OCCURS 1 to 3000 DEPENDING on dist-len
                                              INDEXED by dist-index.
               05 dst-period pic 9(6).
               05 dst-bill-to pic 9(9).
               05 dst-kind pic x.
               05 dst-spesific pic x(15).
               05 dst-biuah-type pic x.
               05 dst-amount pic 9(7).
               05 dst-currency pic x(3).

      * one invoice's revenue by specialty and plan
       01 buckets.
           03 bucket-len pic 99 value 0.
           03 bucket OCCURS 1 to 60 DEPENDING on bucket-len
                                              INDEXED by bucket-index.
               05 bkt-spesific pic x(15).
               05 bkt-biuah-type pic x.
               05 bkt-amount pic 9(9).

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 find-program pic x(10) value spaces.
       01 last-run-date pic 9(8) value 0.
       01 doc-date pic 9(8) value 0.
       01 doc-in-range pic 9 value 0.
       01 invoice-period pic 9(6) value 0.
       01 rate-currency-ws pic x(3).
       01 rate-date-ws pic 9(8).
       01 rate-best pic 9(7) value 0.
       01 rate-best-date pic 9(8) value 0.
       01 doc-rate pic 9(7) value 0.
       01 orig-amount-ws pic 9(7) value 0.
       01 billed-orig pic 9(7) value 0.
       01 nis-amount pic 9(9) value 0.
       01 invoice-nis pic 9(9) value 0.
       01 credit-drawn-nis pic 9(9) value 0.
       01 fee-nis pic 9(9) value 0.
       01 revenue-nis pic 9(9) value 0.
       01 debit-side pic 9(9) value 0.
       01 credit-side pic 9(9) value 0.
       01 carry-nis pic 9(9) value 0.
       01 dist-found pic 9 value 0.
       01 bucket-found pic 9 value 0.
       01 head-id-ws pic 9(9) value 0.
       01 invoice-rate pic 9(7) value 0.
       01 credit-drawn-orig pic 9(7) value 0.
       01 invoice-count pic 9(5) value 0.
       01 receipt-count pic 9(5) value 0.
       01 credit-count pic 9(5) value 0.
       01 undistributed-count pic 9(5) value 0.

      * the journal line being built and the running control totals
       01 post-account pic 9(4).
       01 post-dc pic x.
       01 post-amount pic 9(9).
       01 post-spesific pic x(15).
       01 post-biuah-type pic x.
       01 post-source pic x(2).
       01 post-document-no pic 9(9).
       01 post-client-id pic 9(9).
       01 post-currency pic x(3).
       01 post-orig-amount pic 9(7).
       01 post-rate pic 9(7).
       01 line-count pic 9(7) value 0.
       01 total-debit pic 9(11) value 0.
       01 total-credit pic 9(11) value 0.
       01 billed-nis pic 9(11) value 0.
       01 collected-nis pic s9(11) value 0.
       01 credited-nis pic 9(11) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           move "GLEXPORT" to find-program
           perform find-last-run
           if last-run-date = 0
               display "first export -- documents from today on go "
                       "out with the next run"
           end-if
           perform load-client-map
           perform load-exrates
           perform load-dists
           OPEN OUTPUT journal-file
           if journal-file-status not = "00"
               display "cannot open GLJRNL.DAT, status "
                       journal-file-status " -- export aborted"
               STOP RUN
           end-if
           perform export-invoices
           perform export-receipts
           perform export-credit-notes
           perform write-trailer
           CLOSE journal-file
           display invoice-count " invoice(s), " receipt-count
                   " receipt(s), " credit-count
                   " credit note(s) exported"
           display line-count " journal line(s) written to GLJRNL.DAT"
           if undistributed-count > 0
               display undistributed-count " invoice(s) had no "
                       "BILLDIST.DAT lines -- revenue posted "
                       "unsplit"
           end-if
           if total-debit not = total-credit
               display "journal is out of balance: debits "
                       total-debit " credits " total-credit
           end-if
           perform stamp-run-control
           STOP RUN.
      *****************************************************
      * Records the completed run in RUNCTL.DAT for the RUNINQ
      * batch-window inquiry.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
               OPEN OUTPUT runctl-file
           end-if
           move "GLEXPORT" to rc-program
           move today-date to rc-run-date
           move 'C' to rc-status
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
      * The date of the latest completed run of find-program before
      * today; the documents from that day on are the ones not yet
      * exported. A run of today is passed over, so a rerun exports
      * the same documents again.
       find-last-run section.
           move 0 to last-run-date
           OPEN INPUT runctl-file
           if runctl-file-status = "35"
               go to find-last-run-exit
           end-if
           if runctl-file-status not = "00"
               display "cannot open RUNCTL.DAT, status "
                       runctl-file-status
               go to find-last-run-exit
           end-if
           perform until runctl-file-status = "10"
               READ runctl-file
                   AT END move "10" to runctl-file-status
                   NOT AT END
                       if rc-program = find-program and
                          rc-status = 'C' and
                          rc-run-date < today-date-num and
                          rc-run-date > last-run-date
                           move rc-run-date to last-run-date
                       end-if
               END-READ
           END-PERFORM
           CLOSE runctl-file
           .
       find-last-run-exit. exit.
      *****************************************************
      * A document is exported once: dated on or after the day of
      * the last export and before today, when no more can be added
      * with that date. With no export on file nothing is taken --
      * the earlier documents were keyed by hand, and the ones from
      * today on go out with the next run.
       check-doc-date section.
           move 0 to doc-in-range
           if doc-date >= today-date-num or last-run-date = 0
               go to check-doc-date-exit
           end-if
           if doc-date >= last-run-date
               move 1 to doc-in-range
           end-if
           .
       check-doc-date-exit. exit.
      *****************************************************
       load-client-map section.
           move 0 to client-len
           OPEN INPUT client-file
           if client-file-status = "35"
               continue
           else
               if client-file-status not = "00"
                   display "cannot open CLIENTS.DAT, status "
                           client-file-status
                           " -- household links unavailable"
                   go to load-client-map-exit
               end-if
               perform until client-file-status = "10"
                   READ client-file
                       AT END move "10" to client-file-status
                       NOT AT END
                           if client-len > 499
                               display "client map is full -- "
                                       "remaining records not loaded"
                               move "10" to client-file-status
                           else
                               add 1 to client-len
                               set client-index to client-len
                               move cr-client-id to
                                       map-client-id(client-index)
                               move cr-household-id to
                                       map-household-id(client-index)
                           end-if
                   END-READ
               END-PERFORM
               CLOSE client-file
           end-if
           .
       load-client-map-exit. exit.
      *****************************************************
       load-exrates section.
           move 0 to exrate-len
           OPEN INPUT exrate-file
           if exrate-file-status = "35"
               continue
           else
               if exrate-file-status not = "00"
                   display "cannot open EXRATE.DAT, status "
                           exrate-file-status
                   go to load-exrates-exit
               end-if
               perform until exrate-file-status = "10"
                   READ exrate-file
                       AT END move "10" to exrate-file-status
                       NOT AT END
                           if exrate-len > 49
                               display "exchange-rate table is full "
                                       "-- remaining records not "
                                       "loaded"
                               move "10" to exrate-file-status
                           else
                               add 1 to exrate-len
                               set xr-index to exrate-len
                               move xr-currency to
                                       exr-currency(xr-index)
                               move xr-rate to exr-rate(xr-index)
                               move xr-effective-date to
                                       exr-effective(xr-index)
                           end-if
                   END-READ
               END-PERFORM
               CLOSE exrate-file
           end-if
           .
       load-exrates-exit. exit.
      *****************************************************
      * The NIS value of orig-amount-ws in rate-currency-ws on
      * rate-date-ws, at the rate with the latest effective date not
      * after it. A shekel amount is its own value; a currency with
      * no rate on file is taken at par and reported.
       convert-to-nis section.
           move 10000 to doc-rate
           move orig-amount-ws to nis-amount
           if rate-currency-ws = "NIS"
               go to convert-to-nis-exit
           end-if
           move 0 to rate-best
           move 0 to rate-best-date
           perform varying xr-index from 1 by 1
                                       until xr-index > exrate-len
               if exr-currency(xr-index) = rate-currency-ws
                  and exr-effective(xr-index) <= rate-date-ws
                  and exr-effective(xr-index) >= rate-best-date
                   move exr-rate(xr-index) to rate-best
                   move exr-effective(xr-index) to rate-best-date
               end-if
           end-perform
           if rate-best = 0
               display "no exchange rate on file for "
                       rate-currency-ws " on " rate-date-ws
                       " -- posted at par"
               go to convert-to-nis-exit
           end-if
           move rate-best to doc-rate
           compute nis-amount rounded =
                                   orig-amount-ws * rate-best / 10000
           .
       convert-to-nis-exit. exit.
      *****************************************************
      * The distribution lines are kept against the client who gets
      * the invoice: a member's own card, or the household head's
      * when the head is on file.
       load-dists section.
           move 0 to dist-len
           OPEN INPUT dist-file
           if dist-file-status = "35"
               continue
           else
               if dist-file-status not = "00"
                   display "cannot open BILLDIST.DAT, status "
                           dist-file-status
                           " -- invoice revenue posted unsplit"
                   go to load-dists-exit
               end-if
               perform until dist-file-status = "10"
                   READ dist-file
                       AT END move "10" to dist-file-status
                       NOT AT END
                           if dist-len > 2999
                               display "distribution table is full "
                                       "-- remaining records not "
                                       "loaded"
                               move "10" to dist-file-status
                           else
                               add 1 to dist-len
                               set dist-index to dist-len
                               move bd-period to dst-period(dist-index)
                               move bd-kind to dst-kind(dist-index)
                               move bd-spesific to
                                       dst-spesific(dist-index)
                               move bd-biuah-type to
                                       dst-biuah-type(dist-index)
                               move bd-amount to dst-amount(dist-index)
                               move bd-currency to
                                       dst-currency(dist-index)
                               perform find-bill-to
                           end-if
                   END-READ
               END-PERFORM
               CLOSE dist-file
           end-if
           .
       load-dists-exit. exit.
      *****************************************************
       find-bill-to section.
           move bd-client-id to dst-bill-to(dist-index)
           move 0 to head-id-ws
           set client-index to 1
           search client
               when map-client-id(client-index) = bd-client-id
                   move map-household-id(client-index) to head-id-ws
           end-search
           if head-id-ws = 0
               go to find-bill-to-exit
           end-if
           set client-index to 1
           search client
               when map-client-id(client-index) = head-id-ws
                   move head-id-ws to dst-bill-to(dist-index)
           end-search
           .
       find-bill-to-exit. exit.
      *****************************************************
       export-invoices section.
           OPEN INPUT openinv-file
           if openinv-file-status = "35"
               go to export-invoices-exit
           end-if
           if openinv-file-status not = "00"
               display "cannot open OPENINV.DAT, status "
                       openinv-file-status " -- no invoices exported"
               go to export-invoices-exit
           end-if
           perform until openinv-file-status = "10"
               READ openinv-file
                   AT END move "10" to openinv-file-status
                   NOT AT END
                       move oi-invoice-date to doc-date
                       perform check-doc-date
                       if doc-in-range = 1
                           perform post-invoice
                       end-if
               END-READ
           END-PERFORM
           CLOSE openinv-file
           .
       export-invoices-exit. exit.
      *****************************************************
      * Dr receivables for the invoice and client credit on account
      * for any credit the invoice drew; Cr revenue per specialty and
      * plan and Cr fees, from the BILLING distribution of the
      * invoice's month. What rounding leaves over on a foreign
      * invoice goes to exchange differences.
       post-invoice section.
           add 1 to invoice-count
           compute invoice-period = oi-invoice-date / 100
           perform find-billed-amount
           move oi-invoice-date to rate-date-ws
           move oi-currency to rate-currency-ws
           move billed-orig to orig-amount-ws
           perform convert-to-nis
           move nis-amount to invoice-nis
           move doc-rate to invoice-rate
           add invoice-nis to billed-nis
           move "IN" to post-source
           move 0 to post-document-no
           move oi-client-id to post-client-id
           move oi-currency to post-currency
           move billed-orig to post-orig-amount
           move invoice-rate to post-rate
           move spaces to post-spesific
           move space to post-biuah-type
           move acct-receivable to post-account
           move 'D' to post-dc
           move invoice-nis to post-amount
           perform write-journal-line
           move 0 to bucket-len
           move 0 to fee-nis
           move 0 to credit-drawn-nis
           move 0 to credit-drawn-orig
           move 0 to dist-found
           perform varying dist-index from 1 by 1
                                       until dist-index > dist-len
               if dst-period(dist-index) = invoice-period and
                  dst-bill-to(dist-index) = oi-client-id
                   move 1 to dist-found
                   perform take-dist-line
               end-if
           end-perform
           if credit-drawn-nis > 0
               move acct-on-account to post-account
               move 'D' to post-dc
               move credit-drawn-nis to post-amount
               move credit-drawn-orig to post-orig-amount
               perform write-journal-line
           end-if
           compute debit-side = invoice-nis + credit-drawn-nis
      * the revenue side was priced in shekels
           move "NIS" to post-currency
           move 10000 to post-rate
           if dist-found = 0
               display "no BILLDIST.DAT lines for the invoice of "
                       "client " oi-client-id " dated "
                       oi-invoice-date " -- revenue posted unsplit"
               add 1 to undistributed-count
               move acct-revenue to post-account
               move 'C' to post-dc
               move debit-side to post-amount
               move debit-side to post-orig-amount
               perform write-journal-line
               go to post-invoice-exit
           end-if
           move 0 to revenue-nis
           perform varying bucket-index from 1 by 1
                                       until bucket-index > bucket-len
               move acct-revenue to post-account
               move 'C' to post-dc
               move bkt-spesific(bucket-index) to post-spesific
               move bkt-biuah-type(bucket-index) to post-biuah-type
               move bkt-amount(bucket-index) to post-amount
               move post-amount to post-orig-amount
               perform write-journal-line
               add bkt-amount(bucket-index) to revenue-nis
           end-perform
           move spaces to post-spesific
           move space to post-biuah-type
           if fee-nis > 0
               move acct-fees to post-account
               move 'C' to post-dc
               move fee-nis to post-amount
               move post-amount to post-orig-amount
               perform write-journal-line
           end-if
           compute credit-side = revenue-nis + fee-nis
           if debit-side > credit-side
               move acct-exchange to post-account
               move 'C' to post-dc
               compute post-amount = debit-side - credit-side
               move post-amount to post-orig-amount
               perform write-journal-line
           end-if
           if debit-side < credit-side
               move acct-exchange to post-account
               move 'D' to post-dc
               compute post-amount = credit-side - debit-side
               move post-amount to post-orig-amount
               perform write-journal-line
           end-if
           .
       post-invoice-exit. exit.
      *****************************************************
      * Visit and fee lines are priced in NIS; the credit drawn is in
      * the invoice currency and is restated like the invoice.
       take-dist-line section.
           evaluate dst-kind(dist-index)
               when 'V'
                   perform add-to-bucket
               when 'F'
                   add dst-amount(dist-index) to fee-nis
               when 'C'
                   move dst-currency(dist-index) to rate-currency-ws
                   move dst-amount(dist-index) to orig-amount-ws
                   perform convert-to-nis
                   add nis-amount to credit-drawn-nis
                   add dst-amount(dist-index) to credit-drawn-orig
           end-evaluate
           .
       take-dist-line-exit. exit.
      *****************************************************
       add-to-bucket section.
           move 0 to bucket-found
           perform varying bucket-index from 1 by 1
                               until bucket-index > bucket-len
                                  or bucket-found = 1
               if bkt-spesific(bucket-index) =
                                       dst-spesific(dist-index) and
                  bkt-biuah-type(bucket-index) =
                                       dst-biuah-type(dist-index)
                   move 1 to bucket-found
                   add dst-amount(dist-index) to
                                       bkt-amount(bucket-index)
               end-if
           end-perform
           if bucket-found = 0
               if bucket-len > 59
      * no room for another bucket: the visit stays in the invoice
      * total and surfaces on the exchange-differences line
                   display "revenue bucket table is full for client "
                           oi-client-id
                   go to add-to-bucket-exit
               end-if
               add 1 to bucket-len
               set bucket-index to bucket-len
               move dst-spesific(dist-index) to
                                       bkt-spesific(bucket-index)
               move dst-biuah-type(dist-index) to
                                       bkt-biuah-type(bucket-index)
               move dst-amount(dist-index) to bkt-amount(bucket-index)
           end-if
           .
       add-to-bucket-exit. exit.
      *****************************************************
       export-receipts section.
           OPEN INPUT receipt-file
           if receipt-file-status = "35"
               go to export-receipts-exit
           end-if
           if receipt-file-status not = "00"
               display "cannot open RECEIPTS.DAT, status "
                       receipt-file-status " -- no receipts exported"
               go to export-receipts-exit
           end-if
           perform until receipt-file-status = "10"
               READ receipt-file
                   AT END move "10" to receipt-file-status
                   NOT AT END
                       move rr-date to doc-date
                       perform check-doc-date
                       if doc-in-range = 1
                           perform post-receipt
                       end-if
               END-READ
           END-PERFORM
           CLOSE receipt-file
           .
       export-receipts-exit. exit.
      *****************************************************
      * A payment is Dr cash or card, Cr receivables; a refund (a
      * negative receipt) is the same pair reversed.
       post-receipt section.
           add 1 to receipt-count
           if rr-amount < 0
               compute orig-amount-ws = 0 - rr-amount
           else
               move rr-amount to orig-amount-ws
           end-if
           move rr-date to rate-date-ws
           move rr-currency to rate-currency-ws
           perform convert-to-nis
           move "RC" to post-source
           move rr-receipt-no to post-document-no
           move rr-client-id to post-client-id
           move rr-currency to post-currency
           move orig-amount-ws to post-orig-amount
           move doc-rate to post-rate
           move spaces to post-spesific
           move space to post-biuah-type
           move nis-amount to post-amount
           if rr-method = 'D'
               move acct-card to post-account
           else
               move acct-cash to post-account
           end-if
           if rr-amount < 0
               subtract nis-amount from collected-nis
               move 'C' to post-dc
               perform write-journal-line
               move acct-receivable to post-account
               move 'D' to post-dc
               perform write-journal-line
           else
               add nis-amount to collected-nis
               move 'D' to post-dc
               perform write-journal-line
               move acct-receivable to post-account
               move 'C' to post-dc
               perform write-journal-line
           end-if
           .
       post-receipt-exit. exit.
      *****************************************************
      * PAYMENTS takes a credit note's invoice part off oi-amount, so
      * the amount the invoice was billed at is oi-amount with the
      * invoice parts of its credit notes added back.
       find-billed-amount section.
           move oi-amount to billed-orig
           OPEN INPUT credit-file
           if credit-file-status = "35"
               go to find-billed-amount-exit
           end-if
           if credit-file-status not = "00"
               display "cannot open CREDITS.DAT, status "
                       credit-file-status " -- invoice of client "
                       oi-client-id " posted at its ledger amount"
               go to find-billed-amount-exit
           end-if
           perform until credit-file-status = "10"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if cn-client-id = oi-client-id and
                          cn-invoice-date = oi-invoice-date
                           add cn-invoice-part to billed-orig
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           .
       find-billed-amount-exit. exit.
      *****************************************************
       export-credit-notes section.
           OPEN INPUT credit-file
           if credit-file-status = "35"
               go to export-credit-notes-exit
           end-if
           if credit-file-status not = "00"
               display "cannot open CREDITS.DAT, status "
                       credit-file-status
                       " -- no credit notes exported"
               go to export-credit-notes-exit
           end-if
           perform until credit-file-status = "10"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       move cn-date to doc-date
                       perform check-doc-date
                       if doc-in-range = 1
                           perform post-credit-note
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           .
       export-credit-notes-exit. exit.
      *****************************************************
      * An overpayment kept on account moves the excess already
      * credited to receivables onto the client's credit on account.
      * A re-billed month that came out lower is credited whole to
      * credit on account: BILLING issues it and may draw on it in
      * the same run, and the draw posts with the invoice.
      * Any other credit note reverses revenue: Cr receivables for
      * what came off the invoice or was refunded (the refund's own
      * receipt then clears receivables against the drawer), Cr
      * credit on account for what was carried forward.
       post-credit-note section.
           add 1 to credit-count
           move cn-date to rate-date-ws
           move cn-currency to rate-currency-ws
           move cn-amount to orig-amount-ws
           perform convert-to-nis
           add nis-amount to credited-nis
           move "CN" to post-source
           move cn-credit-no to post-document-no
           move cn-client-id to post-client-id
           move cn-currency to post-currency
           move cn-amount to post-orig-amount
           move doc-rate to post-rate
           move spaces to post-spesific
           move space to post-biuah-type
           move nis-amount to post-amount
           if cn-reason = 'O'
               move acct-receivable to post-account
               move 'D' to post-dc
               perform write-journal-line
               move acct-on-account to post-account
               move 'C' to post-dc
               perform write-journal-line
               go to post-credit-note-exit
           end-if
           move acct-credit-notes to post-account
           move 'D' to post-dc
           perform write-journal-line
           if cn-reason = 'R'
               move acct-on-account to post-account
               move 'C' to post-dc
               perform write-journal-line
               go to post-credit-note-exit
           end-if
           move nis-amount to debit-side
           move 0 to carry-nis
           if cn-carry-amount > 0
               move cn-carry-amount to orig-amount-ws
               perform convert-to-nis
               move nis-amount to carry-nis
               if carry-nis > debit-side
                   move debit-side to carry-nis
               end-if
           end-if
      * the receivables part is what the carry leaves, so the two
      * credits always add up to the debit after rounding
           if debit-side > carry-nis
               move acct-receivable to post-account
               move 'C' to post-dc
               compute post-amount = debit-side - carry-nis
               compute post-orig-amount = cn-invoice-part +
                                          cn-refund-amount
               perform write-journal-line
           end-if
           if carry-nis > 0
               move acct-on-account to post-account
               move 'C' to post-dc
               move carry-nis to post-amount
               move cn-carry-amount to post-orig-amount
               perform write-journal-line
           end-if
           .
       post-credit-note-exit. exit.
      *****************************************************
      * Writes one detail line from the post- fields and adds it to
      * the control totals. Zero lines are not written.
       write-journal-line section.
           if post-amount = 0
               go to write-journal-line-exit
           end-if
           move spaces to gl-journal-record
           move 'D' to gl-rec-type
           move doc-date to gl-post-date
           move post-account to gl-account
           move post-spesific to gl-spesific
           move post-biuah-type to gl-biuah-type
           move post-dc to gl-dc
           move post-amount to gl-amount
           move post-source to gl-source
           move post-document-no to gl-document-no
           move post-client-id to gl-client-id
           move post-currency to gl-currency
           move post-orig-amount to gl-orig-amount
           move post-rate to gl-rate
           WRITE gl-journal-record
           add 1 to line-count
           if post-dc = 'D'
               add post-amount to total-debit
           else
               add post-amount to total-credit
           end-if
           .
       write-journal-line-exit. exit.
      *****************************************************
       write-trailer section.
           move spaces to gl-journal-record
           move 'T' to gl-rec-type
           move last-run-date to gt-last-export
           move today-date-num to gt-run-date
           move line-count to gt-line-count
           move total-debit to gt-total-debit
           move total-credit to gt-total-credit
           move billed-nis to gt-billed-nis
           move collected-nis to gt-collected-nis
           move credited-nis to gt-credited-nis
           WRITE gl-journal-record
           .
       write-trailer-exit. exit.
      *****************************************************
       END PROGRAM GLEXPORT.
