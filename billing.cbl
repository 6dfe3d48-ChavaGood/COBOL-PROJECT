      *          Each invoice line is also appended as a real ledger
      *          record to OPENINV.DAT so PAYMENTS can post receipts
      *          against it and age the receivables.
      *          The run stamps RUNCTL.DAT 'F' when it starts and 'C'
      *          when it ends, and checkpoints the ledger appends by
      *          client id to BILLRST.DAT. A rerun after a run that
      *          never reached 'C' resumes the ledger after the last
      *          committed client -- no client skipped, none billed
      *          twice -- while INVOICE.RPT is always rewritten whole.
      *          Credit held on account from PAYMENTS credit notes
      *          (CREDITS.DAT) is deducted from the client's invoice,
      *          or the household head's, in the same currency and
      *          shown on its own invoice line.
      *          Every priced visit, fee and credit drawn is also
      *          written to BILLDIST.DAT with its specialty and plan,
      *          so GLEXPORT can split the month's revenue.
      *          A completed run closes the billed month in
      *          PERIOD.DAT and keeps every visit it charged, with
      *          the visit cost and copay it was priced at, in
      *          BILLCHG.DAT. A closed month a manager has since
      *          reopened is priced again from APPTS.DAT and
      *          APPHIST.DAT by the next run at the month's own
      *          rates, so only visits added or taken away since
      *          make a difference: what came out higher is invoiced
      *          as an adjustment on the client's invoice, what came
      *          out lower is left on account as a credit note, and
      *          the month is closed again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT invoice-file ASSIGN TO "INVOICE.RPT"
               ORGANIZATION IS SEQUENTIAL
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS apphist-file-status.
           SELECT restart-file ASSIGN TO "BILLRST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS restart-file-status.
           SELECT credit-file ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS credit-file-status.
           SELECT dist-file ASSIGN TO "BILLDIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS dist-file-status.
           SELECT period-file ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS period-file-status.
           SELECT charge-file ASSIGN TO "BILLCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS charge-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD client-file.
           03 if-amount pic zzzzzzz9.
           03 filler pic x value space.
           03 if-currency pic x(3).
       01 invoice-credit-line.
           03 filler pic x(12) value spaces.
           03 filler pic x(31)
                   value 'after credit held on account   '.
           03 ic-amount pic zzzzzzz9.
           03 filler pic x value space.
           03 ic-currency pic x(3).
       01 invoice-adjust-line.
           03 filler pic x(12) value spaces.
           03 filler pic x(31)
                   value 'incl reopened-month adjustment '.
           03 ia-amount pic zzzzzzz9.
           03 filler pic x value space.
           03 ia-currency pic x(3).
       FD openinv-file.
       COPY "invrec.cpy".
       FD copay-file.
       COPY "jrnlrec.cpy".
       FD apphist-file.
       COPY "apphist.cpy".
       FD restart-file.
       COPY "rstrec.cpy".
       FD credit-file.
       COPY "crnrec.cpy".
       FD dist-file.
       COPY "bdistrec.cpy".
       FD period-file.
       COPY "prdrec.cpy".
       FD charge-file.
       COPY "chgrec.cpy".
       WORKING-STORAGE SECTION.
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 feesched-file-status pic xx.
       01 audit-file-status pic xx.
       01 apphist-file-status pic xx.
       01 restart-file-status pic xx.
       01 credit-file-status pic xx.
       01 dist-file-status pic xx.
       01 period-file-status pic xx.
       01 charge-file-status pic xx.

       01 exrates.
           03 exrate-len pic 999 VALUE 0.
               05 fee-amount pic 9(7) value 0.
               05 prior-offense pic 999 value 0.
               05 forgiven pic 9 value 0.
               05 adjust-amount pic 9(7) value 0.
               05 adjust-credit pic 9(7) value 0.

       01 copays.
           03 copay-len pic 999 VALUE 0.
           03 billing-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 number-input pic 99 value 0.
       01 find-program pic x(10) value spaces.
       01 last-run-date pic 9(8) value 0.
           03 ledger-year pic 9(4).
           03 ledger-month pic 99.
           03 filler pic 99.
       01 run-status-ws pic x value 'C'.
       01 billing-period pic 9(6) value 0.
      * restart of a run that ended before its 'C' stamp: ledger
      * records resume after restart-client-id, and the clients the
      * interrupted run already has on the ledger are not appended
      * again even when they came after the last checkpoint
       01 restart-mode pic 9 value 0.
       01 restart-client-id pic 9(9) value 0.
       01 last-billing-status pic x value space.
       01 last-billing-date pic 9(8) value 0.
       01 last-billing-split redefines last-billing-date.
           03 lb-year pic 9(4).
           03 lb-month pic 99.
           03 lb-day pic 99.
       01 checkpoint-interval pic 999 value 25.
       01 uncommitted-count pic 999 value 0.
       01 last-written-client pic 9(9) value 0.
       01 ledger-skip pic 9 value 0.
      * the credit notes of CREDITS.DAT, kept whole so the file can be
      * rewritten with the on-account balances this run used up;
      * crd-target is the client whose invoice the credit comes off
      * (the household head for a folded member)
       01 credit-notes.
           03 credit-len pic 999 value 0.
           03 credit-note OCCURS 1 to 500 DEPENDING on credit-len
                                              INDEXED by crd-index.
               05 crd-image pic x(107).
               05 crd-target pic 9(9).
               05 crd-currency pic x(3).
               05 crd-carry pic 9(7).
               05 crd-status pic x.
               05 crd-applied-period pic 9(6).
               05 crd-applied-amount pic 9(7).
       01 credits-degraded pic 9 value 0.
       01 credits-changed pic 9 value 0.
       01 credit-one pic 9(7) value 0.
       01 credit-used pic 9(7) value 0.
       01 credit-target-index pic 999 value 0.
      * PERIOD.DAT, kept whole so the months this run closes can be
      * written back; prd-adjusting is 1 for a reopened month this
      * run re-bills and 2 for one it closes again unadjusted
       01 periods.
           03 period-len pic 999 value 0.
           03 period OCCURS 1 to 240 DEPENDING on period-len
                                              INDEXED by prd-index.
               05 prd-image pic x(88).
               05 prd-period pic 9(6).
               05 prd-adjusting pic 9.
       01 periods-degraded pic 9 value 0.
       01 adjust-count pic 999 value 0.
       01 adjust-manager pic x(8) value spaces.
       01 period-found pic 999 value 0.
       01 find-period pic 9(6) value 0.
      * the visit charges, one per visit: what BILLCHG.DAT holds for
      * the reopened months being re-billed, and what this run
      * prices for them and for the billed month. chg-on-file is 1
      * when the visit was billed before, its rates then coming from
      * BILLCHG.DAT.
       01 charges.
           03 charge-len pic 9(4) value 0.
           03 charge OCCURS 1 to 9000 DEPENDING on charge-len
                                     INDEXED by chg-index chg-scan.
               05 chg-period pic 9(6).
               05 chg-client-id pic 9(9).
               05 chg-visit-date pic 9(8).
               05 chg-doctor-id pic 9(9).
               05 chg-slot-time pic 9(4).
               05 chg-spesific pic x(15).
               05 chg-biuah-type pic x.
               05 chg-visit-cost pic 9(4).
               05 chg-copay-pct pic 999.
               05 chg-billed pic s9(7).
               05 chg-priced pic 9(7).
               05 chg-on-file pic 9.
               05 chg-skipped pic 9.
       01 charge-period-ws pic 9(6) value 0.
       01 charge-client-ws pic 9(9) value 0.
       01 charge-date-ws pic 9(8) value 0.
       01 charge-doctor-ws pic 9(9) value 0.
       01 charge-time-ws pic 9(4) value 0.
       01 month-cost-ws pic 9(4) value 0.
       01 month-pct-ws pic 999 value 0.
       01 reprice-time pic 9(4) value 0.
       01 reprice-client-id pic 9(9) value 0.
       01 credit-currency-ws pic x(3) value spaces.
       01 charge-found pic 9(4) value 0.
       01 charges-full pic 9 value 0.
       01 charges-on-file pic 9 value 0.
       01 charges-unsaved pic 9 value 0.
       01 adjust-diff pic s9(7) value 0.
       01 billed-adjust pic 9(7) value 0.
       01 adjust-lines pic 9(5) value 0.
       01 adjust-credit-count pic 9(5) value 0.
       01 credit-conv pic 9(7) value 0.
       01 credit-reused pic 9 value 0.
       01 next-credit-no pic 9(7) value 0.
       01 billed-clients.
           03 billed-len pic 999 value 0.
           03 billed-client-id pic 9(9) OCCURS 1 to 500 DEPENDING on
                                   billed-len INDEXED by bc-index.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform load-bituah-hist
           perform load-exrates
           perform load-feescheds
           perform load-credit-notes
           compute billing-month-start = billing-year * 10000 +
                                         billing-month * 100 + 1
           perform scan-audit-cancels
           perform scan-apphist-noshows
           compute billing-period = billing-year * 100 + billing-month
           perform check-restart
           perform check-month-billed
           perform load-periods
           perform load-billed-charges
      * stamped 'F' up front: if the run dies before the closing 'C'
      * the next run knows to restart from the checkpoint
           move 'F' to run-status-ws
           perform stamp-run-control
           perform open-restart-file
           OPEN OUTPUT invoice-file
           OPEN OUTPUT dist-file
           OPEN EXTEND openinv-file
           if openinv-file-status = "35"
               OPEN OUTPUT openinv-file
           end-if
           perform adjust-reopened-periods
           perform process-appts
           perform charge-cancel-events
           perform fold-households
           perform issue-adjustment-credits
           perform write-invoices
           perform commit-checkpoint
           if invoice-count = 0
               move 0 to inv-client-id
               move spaces to inv-clint-name
               WRITE invoice-record
           end-if
           CLOSE invoice-file
           CLOSE dist-file
           CLOSE openinv-file
           perform save-credit-notes
           perform save-visit-charges
           perform close-periods
           perform clear-restart-file
           if doctors-missing = 0
               CLOSE doctor-file
           end-if
           display noshow-fee-count " no-show/late-cancel fee(s) "
                   "charged"
           display forgiven-count " first offense(s) forgiven"
           if adjust-count > 0
               display adjust-count " reopened month(s) re-billed: "
                       adjust-lines " charge(s) changed, "
                       adjust-credit-count " credit note(s) issued"
           end-if
           move 'C' to run-status-ws
           perform stamp-run-control
           STOP RUN.
      *****************************************************
           .
       find-last-run-exit. exit.
      *****************************************************
      * Records the run in RUNCTL.DAT for the RUNINQ batch-window
      * inquiry: 'F' when the run starts, 'C' once it completed.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
           end-if
           move "BILLING" to rc-program
           move today-date to rc-run-date
           move run-status-ws to rc-status
           WRITE run-control-record
           CLOSE runctl-file
           .
                           move 0 to fee-amount(client-index)
                           move 0 to prior-offense(client-index)
                           move 0 to forgiven(client-index)
                           move 0 to adjust-amount(client-index)
                           move 0 to adjust-credit(client-index)
                           end-if
                   END-READ
               END-PERFORM
      * but the open-invoice ledger is append-only.
       check-month-billed section.
           move 0 to month-billed-already
           move 0 to billed-len
           OPEN INPUT openinv-file
           if openinv-file-status = "35"
               continue
                           if ledger-year = billing-year and
                              ledger-month = billing-month
                               move 1 to month-billed-already
                               perform note-billed-client
                           end-if
                   END-READ
               END-PERFORM
               CLOSE openinv-file
           end-if
      * the month's ledger records of an interrupted run are its own
      * half-finished work, not a completed billing
           if restart-mode = 1
               move 0 to month-billed-already
               display "resuming the interrupted run -- "
                       billed-len " client(s) already on the ledger"
               go to check-month-billed-exit
           end-if
           if month-billed-already = 1
               display "ledger records for this month already exist "
                       "-- no new ledger records will be appended"
           end-if
           .
       check-month-billed-exit. exit.
      *****************************************************
       note-billed-client section.
           if billed-len > 499
               display "billed-client table is full -- client "
                       oi-client-id " may be billed again on restart"
               go to note-billed-client-exit
           end-if
           add 1 to billed-len
           set bc-index to billed-len
           move oi-client-id to billed-client-id(bc-index)
           .
       note-billed-client-exit. exit.
      *****************************************************
      * The run restarts when the latest BILLING entry in RUNCTL.DAT
      * is an 'F' stamped in the month being billed -- the run of
      * this month started and never completed. The resume point is
      * the last checkpoint BILLRST.DAT holds for the billing period.
       check-restart section.
           move 0 to restart-mode
           move 0 to restart-client-id
           move space to last-billing-status
           move 0 to last-billing-date
           OPEN INPUT runctl-file
           if runctl-file-status not = "00"
               go to check-restart-exit
           end-if
           perform until runctl-file-status = "10"
               READ runctl-file
                   AT END move "10" to runctl-file-status
                   NOT AT END
                       if rc-program = "BILLING"
                           move rc-status to last-billing-status
                           move rc-run-date to last-billing-date
                       end-if
               END-READ
           END-PERFORM
           CLOSE runctl-file
           if last-billing-status not = 'F'
               go to check-restart-exit
           end-if
           if lb-year not = billing-year or
              lb-month not = billing-month
               display "BILLING run of " last-billing-date
                       " ended abnormally in an earlier month -- "
                       "check that month's ledger by hand"
               go to check-restart-exit
           end-if
           move 1 to restart-mode
           OPEN INPUT restart-file
           if restart-file-status = "00"
               perform until restart-file-status = "10"
                   READ restart-file
                       AT END move "10" to restart-file-status
                       NOT AT END
                           if rs-period = billing-period
                               move rs-client-id to restart-client-id
                           end-if
                   END-READ
               END-PERFORM
               CLOSE restart-file
           end-if
           display "BILLING run of " last-billing-date
                   " did not complete -- restarting after client "
                   restart-client-id
           .
       check-restart-exit. exit.
      *****************************************************
      * A fresh run starts an empty checkpoint file; a restart keeps
      * adding to the interrupted run's checkpoints.
       open-restart-file section.
           if restart-mode = 1
               OPEN EXTEND restart-file
               if restart-file-status = "35"
                   OPEN OUTPUT restart-file
               end-if
           else
               OPEN OUTPUT restart-file
           end-if
           if restart-file-status not = "00"
               display "cannot open BILLRST.DAT, status "
                       restart-file-status " -- billing run aborted"
               STOP RUN
           end-if
           move 0 to uncommitted-count
           .
       open-restart-file-exit. exit.
      *****************************************************
      * Closing and reopening the ledger forces the appended records
      * to disk before the checkpoint that vouches for them is
      * written, and the checkpoint file is flushed the same way.
       commit-checkpoint section.
           if uncommitted-count = 0
               go to commit-checkpoint-exit
           end-if
           CLOSE openinv-file
           OPEN EXTEND openinv-file
           move billing-period to rs-period
           move last-written-client to rs-client-id
           move ledger-count to rs-ledger-count
           move today-date to rs-checkpoint-date
           WRITE restart-record
           CLOSE restart-file
           OPEN EXTEND restart-file
           move 0 to uncommitted-count
           .
       commit-checkpoint-exit. exit.
      *****************************************************
      * The month is on the ledger in full: nothing to restart from.
       clear-restart-file section.
           CLOSE restart-file
           OPEN OUTPUT restart-file
           CLOSE restart-file
           .
       clear-restart-file-exit. exit.
      *****************************************************
       load-copay section.
           move 0 to copay-len
           .
       load-feescheds-exit. exit.
      *****************************************************
      * Only the credit notes with money on account matter to the
      * invoices, but the whole file is held so it can be rewritten.
      * A file that cannot be read completely is used read-only.
       load-credit-notes section.
           move 0 to credit-len
           move 0 to credits-degraded
           OPEN INPUT credit-file
           if credit-file-status = "35"
               go to load-credit-notes-exit
           end-if
           if credit-file-status not = "00"
               display "cannot open CREDITS.DAT, status "
                       credit-file-status
                       " -- credit on account not deducted"
               move 1 to credits-degraded
               go to load-credit-notes-exit
           end-if
           perform until credit-file-status = "10"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if credit-len > 499
                           display "credit-note table is full -- "
                                   "new credit on account not "
                                   "deducted this run"
                           move 1 to credits-degraded
                           move "10" to credit-file-status
                       else
                           add 1 to credit-len
                           set crd-index to credit-len
                           move credit-note-record to
                                           crd-image(crd-index)
                           move cn-client-id to crd-target(crd-index)
                           move cn-currency to
                                           crd-currency(crd-index)
                           move cn-carry-amount to
                                           crd-carry(crd-index)
                           move cn-status to crd-status(crd-index)
                           move cn-applied-period to
                                       crd-applied-period(crd-index)
                           move cn-applied-amount to
                                       crd-applied-amount(crd-index)
                           if cn-credit-no > next-credit-no
                               move cn-credit-no to next-credit-no
                           end-if
                           perform find-credit-target
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           .
       load-credit-notes-exit. exit.
      *****************************************************
      * A household member's charges are invoiced on the head's
      * card, so the member's credit is deducted there too.
       find-credit-target section.
           set client-index to 1
           search client
               when client-id(client-index) = cn-client-id
                   if household-id(client-index) not = 0
                       move household-id(client-index) to
                                           crd-target(crd-index)
                   end-if
           end-search
           .
       find-credit-target-exit. exit.
      *****************************************************
      * Writes back the on-account balances drawn on by this run.
       save-credit-notes section.
           if credits-changed = 0 or credits-degraded = 1
               go to save-credit-notes-exit
           end-if
           OPEN OUTPUT credit-file
           if credit-file-status not = "00"
               display "cannot rewrite CREDITS.DAT, status "
                       credit-file-status
               go to save-credit-notes-exit
           end-if
           perform varying crd-index from 1 by 1
                                       until crd-index > credit-len
               move crd-image(crd-index) to credit-note-record
               move crd-carry(crd-index) to cn-carry-amount
               move crd-status(crd-index) to cn-status
               move crd-applied-period(crd-index) to
                                           cn-applied-period
               move crd-applied-amount(crd-index) to
                                           cn-applied-amount
               WRITE credit-note-record
           end-perform
           CLOSE credit-file
           .
       save-credit-notes-exit. exit.
      *****************************************************
      * Walks the audit trail for CN (cancellation) entries whose
      * timestamp date is the visit date itself. Same-day cancels
      * from any earlier month or year feed the prior-offense
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       perform tally-archive-slot
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       scan-apphist-noshows-exit. exit.
      *****************************************************
       tally-archive-slot section.
           if ah-status = 'N'
               set client-index to 1
               search client
                   when client-id(client-index) = ah-client-id
                       add 1 to prior-offense(client-index)
               end-search
           end-if
           .
       tally-archive-slot-exit. exit.
      *****************************************************
       charge-cancel-events section.
           if doctors-missing = 1
                       NOT AT END
                           if ar-cal-year = billing-year
                               if ar-cal-month = billing-month
                                   perform tally-slot
                               end-if
      * earlier months only feed the prior-offense counts that
      * decide first-offense forgiveness; the file reads in date
      * order, so these are complete before the month is charged
                               if ar-cal-month < billing-month
                                   perform tally-prior-slot
                               end-if
                           end-if
                   END-READ
      *****************************************************
      * the client table only carries the per-client accumulators;
      * the slot's doctor is read from DOCTORS.DAT by key
       tally-slot section.
           if doctors-missing = 1
               go to tally-slot-exit
           end-if
           if ar-status = 'A' or ar-status = 'N'
               set client-index to 1
               search client
                   when client-id(client-index) = ar-client-id
                       move ar-doctor-id to dr-doctor-id
                       READ doctor-file
                           INVALID KEY
                               display "unknown doctor "
                                   dr-doctor-id " on "
                                   ar-appt-date
                                   " -- visit not billed"
                           NOT INVALID KEY
                               if ar-status = 'A'
                                   perform price-visit
                               else
                                   perform charge-offense-fee
                               end-if
                       END-READ
               end-search
           end-if
           .
       tally-slot-exit. exit.
      *****************************************************
      * No-shows of the months already billed feed the prior-offense
      * counts, so a client who slipped in March is not "forgiven"
      * again in April.
       tally-prior-slot section.
           if ar-status = 'N'
               set client-index to 1
               search client
                   when client-id(client-index) = ar-client-id
                       add 1 to prior-offense(client-index)
               end-search
           end-if
           .
       tally-prior-slot-exit. exit.
      *****************************************************
      * Charges the fee-schedule fee of the client's plan for the
      * offense: flat, or a percentage of the visit-cost of the
           add fee-one to fee-amount(client-index)
           add 1 to prior-offense(client-index)
           add 1 to noshow-fee-count
           move client-id(client-index) to bd-client-id
           move 'F' to bd-kind
           move dr-spesific to bd-spesific
           move biuah-type(client-index) to bd-biuah-type
           move fee-one to bd-amount
           move "NIS" to bd-currency
           perform write-dist-line
           .
       charge-offense-fee-exit. exit.
      *****************************************************
       price-visit section.
           compute visit-date-num = ar-cal-year * 10000 +
                                    ar-cal-month * 100 + ar-cal-day
           perform compute-visit-charge
           add visit-charge to bill-amount(client-index)
           move billing-period to charge-period-ws
           move client-id(client-index) to charge-client-ws
           move visit-date-num to charge-date-ws
           move ar-doctor-id to charge-doctor-ws
           move ar-slot-time to charge-time-ws
           perform note-visit-charge
           move client-id(client-index) to bd-client-id
           move 'V' to bd-kind
           move dr-spesific to bd-spesific
           move effective-type to bd-biuah-type
           move visit-charge to bd-amount
           move "NIS" to bd-currency
           perform write-dist-line
           .
       price-visit-exit. exit.
      *****************************************************
      * The charge of the visit on visit-date-num with the doctor in
      * doctor-record to the client addressed by client-index: the
      * visit-cost at the copay of the plan in force that day.
       compute-visit-charge section.
           move client-id(client-index) to plan-client-id
           move biuah-type(client-index) to effective-type
           perform determine-plan-in-force
           perform find-copay-pct
           compute visit-charge rounded = dr-visit-cost *
                                  copay-pct-ws / 100
           .
       compute-visit-charge-exit. exit.
      *****************************************************
       write-dist-line section.
           move billing-period to bd-period
           WRITE bill-dist-record
           .
       write-dist-line-exit. exit.
      *****************************************************
      * Walk the change history newest to oldest: every change made
      * after the visit date means the plan before that change was
                                       until client-index>client-len
               if household-id(client-index) not = 0 and
                  (bill-amount(client-index) > 0 or
                   fee-amount(client-index) > 0 or
                   adjust-amount(client-index) > 0 or
                   adjust-credit(client-index) > 0)
                   perform fold-one-member
               end-if
           end-perform
                   add fee-amount(client-index) to
                                       fee-amount(head-index)
                   move 0 to fee-amount(client-index)
                   add adjust-amount(client-index) to
                                       adjust-amount(head-index)
                   move 0 to adjust-amount(client-index)
                   add adjust-credit(client-index) to
                                       adjust-credit(head-index)
                   move 0 to adjust-credit(client-index)
               end-if
           end-perform
           if head-found = 0
           perform varying client-index from 1 by 1
                                           until client-index>client-len
               if bill-amount(client-index) > 0 or
                  fee-amount(client-index) > 0 or
                  adjust-amount(client-index) > 0
                   move client-id(client-index) to inv-client-id
                   move clint-name(client-index) to inv-clint-name
                   evaluate true
      * amount so PAYMENTS nets receipts in the same currency
                   compute billed-amount = bill-amount(client-index)
                                         + fee-amount(client-index)
                                         + adjust-amount(client-index)
                   move fee-amount(client-index) to billed-fee
                   move adjust-amount(client-index) to billed-adjust
                   if inv-currency not = "NIS"
                       move inv-currency to rate-currency-ws
                       perform find-rate-in-force
                       else
                           compute billed-amount rounded =
                               (bill-amount(client-index) +
                                fee-amount(client-index) +
                                adjust-amount(client-index)) * 10000 /
                                                           rate-best
                           compute billed-fee rounded =
                               fee-amount(client-index) * 10000 /
                                                           rate-best
                           compute billed-adjust rounded =
                               adjust-amount(client-index) * 10000 /
                                                           rate-best
                       end-if
                   end-if
                   perform deduct-client-credits
                   move billed-amount to inv-amount
                   WRITE invoice-record
                   add 1 to invoice-count
                       WRITE invoice-fee-line
                       add 1 to invoice-count
                   end-if
                   if billed-adjust > 0
                       move billed-adjust to ia-amount
                       move inv-currency to ia-currency
                       WRITE invoice-adjust-line
                       add 1 to invoice-count
                   end-if
                   if credit-used > 0
                       move credit-used to ic-amount
                       move inv-currency to ic-currency
                       WRITE invoice-credit-line
                       add 1 to invoice-count
                       move client-id(client-index) to bd-client-id
                       move 'C' to bd-kind
                       move spaces to bd-spesific
                       move space to bd-biuah-type
                       move credit-used to bd-amount
                       move inv-currency to bd-currency
                       perform write-dist-line
                   end-if
                   if month-billed-already = 0
                       perform append-ledger-record
                   end-if
               end-if
           end-perform
           .
       write-invoices-exit. exit.
      *****************************************************
      * Credit on account in the invoice currency comes off the
      * invoice, never below zero. A rerun of a month already on the
      * ledger deducts exactly what the first run drew, so the
      * regenerated INVOICE.RPT matches the ledger.
       deduct-client-credits section.
           move 0 to credit-used
           perform varying crd-index from 1 by 1
                                       until crd-index > credit-len
               if crd-target(crd-index) = client-id(client-index)
                   move 0 to credit-one
                   evaluate true
                       when crd-applied-period(crd-index) =
                                                       billing-period
                           move crd-applied-amount(crd-index) to
                                                       credit-one
                       when crd-status(crd-index) = 'O' and
                            crd-carry(crd-index) > 0 and
                            month-billed-already = 0 and
                            credits-degraded = 0
                           perform draw-one-credit
                   end-evaluate
                   if credit-one > billed-amount
                       move billed-amount to credit-one
                   end-if
                   subtract credit-one from billed-amount
                   add credit-one to credit-used
               end-if
           end-perform
           .
       deduct-client-credits-exit. exit.
      *****************************************************
       draw-one-credit section.
           if crd-currency(crd-index) not = inv-currency
               display "credit on account of client "
                       client-id(client-index) " is in "
                       crd-currency(crd-index) " not " inv-currency
                       " -- left on account"
               go to draw-one-credit-exit
           end-if
           if billed-amount = 0
               go to draw-one-credit-exit
           end-if
           if crd-carry(crd-index) > billed-amount
               move billed-amount to credit-one
           else
               move crd-carry(crd-index) to credit-one
           end-if
           subtract credit-one from crd-carry(crd-index)
           move billing-period to crd-applied-period(crd-index)
           move credit-one to crd-applied-amount(crd-index)
           if crd-carry(crd-index) = 0
               move 'A' to crd-status(crd-index)
           end-if
           move 1 to credits-changed
           .
       draw-one-credit-exit. exit.
      *****************************************************
      * On a restart the clients up to the checkpoint, and any later
      * client the interrupted run had already appended, keep their
      * ledger record; every other client gets one now.
       append-ledger-record section.
           if restart-mode = 1
               if client-id(client-index) <= restart-client-id
                   go to append-ledger-record-exit
               end-if
               move 0 to ledger-skip
               perform varying bc-index from 1 by 1
                                   until bc-index > billed-len
                   if billed-client-id(bc-index) =
                                       client-id(client-index)
                       move 1 to ledger-skip
                   end-if
               end-perform
               if ledger-skip = 1
                   go to append-ledger-record-exit
               end-if
           end-if
           move client-id(client-index) to oi-client-id
           move today-date to oi-invoice-date
           move billed-amount to oi-amount
           move 0 to oi-paid-amount
           move inv-currency to oi-currency
           move 'O' to oi-status
      * an invoice the credit on account covered in full is settled
           if billed-amount = 0
               move 'P' to oi-status
           end-if
           WRITE open-invoice-record
           add 1 to ledger-count
           move client-id(client-index) to last-written-client
           add 1 to uncommitted-count
           if uncommitted-count >= checkpoint-interval
               perform commit-checkpoint
           end-if
           .
       append-ledger-record-exit. exit.
      *****************************************************
      * PERIOD.DAT: the months closed so far and any a manager has
      * since reopened. A reopened month before the billed one is
      * re-billed by this run, unless the month's ledger is already
      * written (a rerun) or the credit notes cannot be rewritten --
      * then it waits for the next run.
       load-periods section.
           move 0 to period-len
           move 0 to adjust-count
           move 0 to periods-degraded
           OPEN INPUT period-file
           if period-file-status = "35"
               go to load-periods-exit
           end-if
           if period-file-status not = "00"
               display "cannot open PERIOD.DAT, status "
                       period-file-status
                       " -- no month closed or re-billed this run"
               move 1 to periods-degraded
               go to load-periods-exit
           end-if
           perform until period-file-status = "10"
               READ period-file
                   AT END move "10" to period-file-status
                   NOT AT END
                       if period-len > 239
                           display "period table is full -- "
                                   "PERIOD.DAT not updated this run"
                           move 1 to periods-degraded
                           move "10" to period-file-status
                       else
                           add 1 to period-len
                           set prd-index to period-len
                           move period-record to prd-image(prd-index)
                           move pc-period to prd-period(prd-index)
                           move 0 to prd-adjusting(prd-index)
                           if pc-reopened and
                              pc-period < billing-period
                               perform check-reopened-period
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE period-file
           if periods-degraded = 1
               perform cancel-adjustments
           end-if
           .
       load-periods-exit. exit.
      *****************************************************
      * A month closed before its charges were kept has nothing to
      * work the differences out against; it is closed again and
      * left to be checked by hand.
       check-reopened-period section.
           if pc-charges-kept not = 'Y'
               display "month " pc-period " was billed before its "
                       "charges were kept -- closed again without "
                       "an adjustment, check it by hand"
               move 2 to prd-adjusting(prd-index)
               go to check-reopened-period-exit
           end-if
           if month-billed-already = 1 or credits-degraded = 1
               display "month " pc-period " is reopened -- its "
                       "adjustment waits for the next billing run"
               go to check-reopened-period-exit
           end-if
           move 1 to prd-adjusting(prd-index)
           add 1 to adjust-count
           move pc-reopen-manager to adjust-manager
           .
       check-reopened-period-exit. exit.
      *****************************************************
      * Nothing is re-billed this run: the reopened months stay
      * reopened for the next one.
       cancel-adjustments section.
           if adjust-count > 0
               display adjust-count " reopened month(s) left for the "
                       "next billing run"
           end-if
           move 0 to adjust-count
           move 0 to charge-len
           move 0 to charges-full
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               if prd-adjusting(prd-index) = 1
                   move 0 to prd-adjusting(prd-index)
               end-if
           end-perform
           .
       cancel-adjustments-exit. exit.
      *****************************************************
      * period-found addresses find-period when this run re-bills
      * it, else stays zero.
       find-adjusting-period section.
           move 0 to period-found
           perform varying prd-index from 1 by 1
                           until prd-index > period-len
                              or period-found > 0
               if prd-period(prd-index) = find-period and
                  prd-adjusting(prd-index) = 1
                   set period-found to prd-index
               end-if
           end-perform
           .
       find-adjusting-period-exit. exit.
      *****************************************************
      * Adds up what BILLCHG.DAT holds as billed, visit by visit, for
      * the months being re-billed, with the rates each visit was
      * priced at. Lines written in the billed month mean that an
      * interrupted run of this month got as far as keeping its
      * charges: they are not counted as billed, and are not kept a
      * second time.
       load-billed-charges section.
           move 0 to charge-len
           move 0 to charges-full
           move 0 to charges-on-file
           move 0 to charges-unsaved
           OPEN INPUT charge-file
           if charge-file-status = "35"
               go to load-billed-charges-exit
           end-if
           if charge-file-status not = "00"
               display "cannot open BILLCHG.DAT, status "
                       charge-file-status
                       " -- charges not kept, no month re-billed"
               move 1 to charges-unsaved
               perform cancel-adjustments
               go to load-billed-charges-exit
           end-if
           perform until charge-file-status = "10"
               READ charge-file
                   AT END move "10" to charge-file-status
                   NOT AT END
                       move 0 to period-found
                       if vc-run-period = billing-period
                           move 1 to charges-on-file
                       else
                           move vc-period to find-period
                           perform find-adjusting-period
                       end-if
                       if period-found > 0
                           perform load-one-charge
                       end-if
               END-READ
           END-PERFORM
           CLOSE charge-file
           if charges-full = 1
               perform cancel-adjustments
           end-if
           .
       load-billed-charges-exit. exit.
      *****************************************************
      * The first line of a visit carries the rates it was billed at;
      * a later difference line of the same visit was priced at them.
       load-one-charge section.
           move vc-period to charge-period-ws
           move vc-client-id to charge-client-ws
           move vc-visit-date to charge-date-ws
           move vc-doctor-id to charge-doctor-ws
           move vc-slot-time to charge-time-ws
           perform find-or-add-charge
           if charge-found = 0
               go to load-one-charge-exit
           end-if
           set chg-index to charge-found
           if chg-on-file(chg-index) = 0
               move vc-spesific to chg-spesific(chg-index)
               move vc-biuah-type to chg-biuah-type(chg-index)
               move vc-visit-cost to chg-visit-cost(chg-index)
               move vc-copay-pct to chg-copay-pct(chg-index)
               move 1 to chg-on-file(chg-index)
           end-if
           add vc-amount to chg-billed(chg-index)
           .
       load-one-charge-exit. exit.
      *****************************************************
      * charge-found addresses the charge of the visit keyed by
      * charge-period-ws, charge-client-ws, charge-date-ws,
      * charge-doctor-ws and charge-time-ws, added empty when there
      * is none; zero when the table is full.
       find-or-add-charge section.
           move 0 to charge-found
           perform varying chg-index from 1 by 1
                           until chg-index > charge-len
                              or charge-found > 0
               if chg-period(chg-index) = charge-period-ws and
                  chg-client-id(chg-index) = charge-client-ws and
                  chg-visit-date(chg-index) = charge-date-ws and
                  chg-doctor-id(chg-index) = charge-doctor-ws and
                  chg-slot-time(chg-index) = charge-time-ws
                   set charge-found to chg-index
               end-if
           end-perform
           if charge-found > 0
               go to find-or-add-charge-exit
           end-if
           if charge-len > 8999
               if charges-full = 0
                   display "charge table is full -- the month's "
                           "charges are not all kept"
                   move 1 to charges-full
               end-if
               go to find-or-add-charge-exit
           end-if
           add 1 to charge-len
           set chg-index to charge-len
           move charge-period-ws to chg-period(chg-index)
           move charge-client-ws to chg-client-id(chg-index)
           move charge-date-ws to chg-visit-date(chg-index)
           move charge-doctor-ws to chg-doctor-id(chg-index)
           move charge-time-ws to chg-slot-time(chg-index)
           move spaces to chg-spesific(chg-index)
           move space to chg-biuah-type(chg-index)
           move 0 to chg-visit-cost(chg-index)
           move 0 to chg-copay-pct(chg-index)
           move 0 to chg-billed(chg-index)
           move 0 to chg-priced(chg-index)
           move 0 to chg-on-file(chg-index)
           move 0 to chg-skipped(chg-index)
           move charge-len to charge-found
           .
       find-or-add-charge-exit. exit.
      *****************************************************
      * Books visit-charge, just priced by compute-visit-charge, to
      * the visit keyed by the charge- fields, with the rates it was
      * priced at.
       note-visit-charge section.
           perform find-or-add-charge
           if charge-found = 0
               go to note-visit-charge-exit
           end-if
           set chg-index to charge-found
           move dr-spesific to chg-spesific(chg-index)
           move effective-type to chg-biuah-type(chg-index)
           move dr-visit-cost to chg-visit-cost(chg-index)
           move copay-pct-ws to chg-copay-pct(chg-index)
           add visit-charge to chg-priced(chg-index)
           .
       note-visit-charge-exit. exit.
      *****************************************************
      * Prices the reopened months again from the attended visits
      * now on file and settles the differences against what was
      * billed: a higher charge goes on the client's invoice as an
      * adjustment, a lower one is left on account.
       adjust-reopened-periods section.
           if adjust-count = 0
               go to adjust-reopened-periods-exit
           end-if
           if doctors-missing = 1
               perform cancel-adjustments
               go to adjust-reopened-periods-exit
           end-if
           perform reprice-appts
           if adjust-count > 0
               perform reprice-apphist
           end-if
           if charges-full = 1
               perform cancel-adjustments
           end-if
           if adjust-count > 0
               perform settle-adjustments
           end-if
           .
       adjust-reopened-periods-exit. exit.
      *****************************************************
       reprice-appts section.
           OPEN INPUT appt-file
           if appt-file-status = "35"
               go to reprice-appts-exit
           end-if
           if appt-file-status not = "00"
               display "cannot open APPTS.DAT, status "
                       appt-file-status
               perform cancel-adjustments
               go to reprice-appts-exit
           end-if
           perform until appt-file-status = "10"
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-arrived
                           compute find-period = ar-cal-year * 100 +
                                                 ar-cal-month
                           perform find-adjusting-period
                           if period-found > 0
                               compute visit-date-num =
                                   ar-cal-year * 10000 +
                                   ar-cal-month * 100 + ar-cal-day
                               move ar-client-id to reprice-client-id
                               move ar-doctor-id to dr-doctor-id
                               move ar-slot-time to reprice-time
                               perform reprice-visit
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE appt-file
           .
       reprice-appts-exit. exit.
      *****************************************************
      * A reopened month of a year YEAREND has archived is priced
      * from APPHIST.DAT.
       reprice-apphist section.
           OPEN INPUT apphist-file
           if apphist-file-status = "35"
               go to reprice-apphist-exit
           end-if
           if apphist-file-status not = "00"
               display "cannot open APPHIST.DAT, status "
                       apphist-file-status
               perform cancel-adjustments
               go to reprice-apphist-exit
           end-if
           perform until apphist-file-status not = "00"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       if ah-status = 'A'
                           compute find-period = ah-cal-year * 100 +
                                                 ah-cal-month
                           perform find-adjusting-period
                           if period-found > 0
                               compute visit-date-num =
                                   ah-cal-year * 10000 +
                                   ah-cal-month * 100 + ah-cal-day
                               move ah-client-id to reprice-client-id
                               move ah-doctor-id to dr-doctor-id
                               move ah-slot-time to reprice-time
                               perform reprice-visit
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       reprice-apphist-exit. exit.
      *****************************************************
      * The visit of reprice-client-id on visit-date-num at
      * reprice-time with doctor dr-doctor-id, priced the way the
      * month's run priced it: a visit billed before at the rates it
      * was billed at, so it comes out the same; a visit added since
      * at the rates the month's other visits were billed at, today's
      * visit cost and copay only where the month has none.
       reprice-visit section.
           move 0 to head-found
           set client-index to 1
           search client
               when client-id(client-index) = reprice-client-id
                   move 1 to head-found
           end-search
           if head-found = 0
               go to reprice-visit-exit
           end-if
           move find-period to charge-period-ws
           move reprice-client-id to charge-client-ws
           move visit-date-num to charge-date-ws
           move dr-doctor-id to charge-doctor-ws
           move reprice-time to charge-time-ws
           perform find-or-add-charge
           if charge-found = 0
               go to reprice-visit-exit
           end-if
           set chg-index to charge-found
           if chg-on-file(chg-index) = 1
               compute visit-charge rounded =
                   chg-visit-cost(chg-index) *
                                   chg-copay-pct(chg-index) / 100
               add visit-charge to chg-priced(chg-index)
               go to reprice-visit-exit
           end-if
           READ doctor-file
               INVALID KEY
                   display "unknown doctor " dr-doctor-id " on "
                           visit-date-num " -- visit not re-billed"
                   go to reprice-visit-exit
           END-READ
           perform compute-visit-charge
           perform find-month-rates
           compute visit-charge rounded = month-cost-ws *
                                          month-pct-ws / 100
           move dr-spesific to chg-spesific(chg-index)
           move effective-type to chg-biuah-type(chg-index)
           move month-cost-ws to chg-visit-cost(chg-index)
           move month-pct-ws to chg-copay-pct(chg-index)
           add visit-charge to chg-priced(chg-index)
           .
       reprice-visit-exit. exit.
      *****************************************************
      * The doctor's visit cost and the copay of the plan and
      * specialty as the month's run billed them, from the visits of
      * the month billed before; compute-visit-charge has left
      * today's in dr-visit-cost and copay-pct-ws for when the month
      * has none.
       find-month-rates section.
           move dr-visit-cost to month-cost-ws
           move copay-pct-ws to month-pct-ws
           perform varying chg-scan from 1 by 1
                                       until chg-scan > charge-len
               if chg-on-file(chg-scan) = 1 and
                  chg-period(chg-scan) = charge-period-ws
                   if chg-doctor-id(chg-scan) = dr-doctor-id
                       move chg-visit-cost(chg-scan) to month-cost-ws
                   end-if
                   if chg-spesific(chg-scan) = dr-spesific and
                      chg-biuah-type(chg-scan) = effective-type
                       move chg-copay-pct(chg-scan) to month-pct-ws
                   end-if
               end-if
           end-perform
           .
       find-month-rates-exit. exit.
      *****************************************************
      * Every charge of a re-billed month that came out different.
      * The difference is what BILLCHG.DAT is given once the run is
      * through, so a charge that cannot be settled is marked to be
      * left out.
       settle-adjustments section.
           perform varying chg-index from 1 by 1
                                       until chg-index > charge-len
               compute adjust-diff = chg-priced(chg-index) -
                                     chg-billed(chg-index)
               if adjust-diff not = 0
                   perform settle-one-charge
               end-if
           end-perform
           .
       settle-adjustments-exit. exit.
      *****************************************************
       settle-one-charge section.
           move 0 to head-found
           set client-index to 1
           search client
               when client-id(client-index) = chg-client-id(chg-index)
                   move 1 to head-found
           end-search
           if head-found = 0
               display "client " chg-client-id(chg-index)
                       " of month " chg-period(chg-index)
                       " is not on file -- not re-billed"
               move 1 to chg-skipped(chg-index)
               go to settle-one-charge-exit
           end-if
           add 1 to adjust-lines
           if adjust-diff > 0
               add adjust-diff to adjust-amount(client-index)
               move chg-client-id(chg-index) to bd-client-id
               move 'V' to bd-kind
               move chg-spesific(chg-index) to bd-spesific
               move chg-biuah-type(chg-index) to bd-biuah-type
               move adjust-diff to bd-amount
               move "NIS" to bd-currency
               perform write-dist-line
           else
               subtract adjust-diff from adjust-credit(client-index)
           end-if
           .
       settle-one-charge-exit. exit.
      *****************************************************
      * What a re-billed month came out lower by is left on account
      * as a credit note in the client's invoice currency, for this
      * run's invoice and the ones after it to draw on.
       issue-adjustment-credits section.
           if adjust-count = 0
               go to issue-adjustment-credits-exit
           end-if
           perform varying client-index from 1 by 1
                                       until client-index > client-len
               if adjust-credit(client-index) > 0
                   perform issue-one-credit
               end-if
           end-perform
           .
       issue-adjustment-credits-exit. exit.
      *****************************************************
      * A restart finds the note its interrupted run already issued
      * to the client this month and does not issue it again.
       issue-one-credit section.
           evaluate true
               when Israel(client-index)
                   move "NIS" to credit-currency-ws
               when USA(client-index)
                   move "USD" to credit-currency-ws
               when France(client-index)
                   move "EUR" to credit-currency-ws
               when Englend(client-index)
                   move "GBP" to credit-currency-ws
               when other
                   move "USD" to credit-currency-ws
           end-evaluate
           move adjust-credit(client-index) to credit-conv
           if credit-currency-ws not = "NIS"
               move credit-currency-ws to rate-currency-ws
               perform find-rate-in-force
               if rate-best = 0
                   move "NIS" to credit-currency-ws
               else
                   compute credit-conv rounded =
                       adjust-credit(client-index) * 10000 / rate-best
               end-if
           end-if
           if credit-conv = 0
               go to issue-one-credit-exit
           end-if
           move 0 to credit-reused
           perform varying crd-index from 1 by 1
                                       until crd-index > credit-len
               move crd-image(crd-index) to credit-note-record
               if cn-client-id = client-id(client-index) and
                  cn-reason = 'R' and
                  cn-date >= billing-month-start and
                  cn-date < billing-month-start + 100
                   move 1 to credit-reused
               end-if
           end-perform
           if credit-reused = 1
               display "credit note of client " client-id(client-index)
                       " for the re-billed month(s) already issued"
               go to issue-one-credit-exit
           end-if
           if credit-len > 499
               display "credit-note table is full -- credit of client "
                       client-id(client-index) " for the re-billed "
                       "month(s) not issued"
               go to issue-one-credit-exit
           end-if
           add 1 to next-credit-no
           move next-credit-no to cn-credit-no
           move client-id(client-index) to cn-client-id
           move 0 to cn-invoice-date
           move credit-conv to cn-amount
           move credit-currency-ws to cn-currency
           move today-date-num to cn-date
           move 'R' to cn-reason
           move adjust-manager to cn-manager-id
           move "BILLING" to cn-operator-id
           move 0 to cn-invoice-part
           move 0 to cn-refund-amount
           move 0 to cn-receipt-no
           move credit-conv to cn-carry-amount
           move 'O' to cn-status
           move 0 to cn-applied-period
           move 0 to cn-applied-amount
           add 1 to credit-len
           set crd-index to credit-len
           move credit-note-record to crd-image(crd-index)
           move client-id(client-index) to crd-target(crd-index)
           move cn-currency to crd-currency(crd-index)
           move cn-carry-amount to crd-carry(crd-index)
           move cn-status to crd-status(crd-index)
           move 0 to crd-applied-period(crd-index)
           move 0 to crd-applied-amount(crd-index)
           move 1 to credits-changed
           add 1 to adjust-credit-count
           .
       issue-one-credit-exit. exit.
      *****************************************************
      * Keeps the month's charges, and the differences settled for
      * the re-billed months, in BILLCHG.DAT. A rerun of a month
      * already on the ledger keeps nothing new.
       save-visit-charges section.
           if month-billed-already = 1 or charges-on-file = 1 or
              charges-unsaved = 1
               go to save-visit-charges-exit
           end-if
           OPEN EXTEND charge-file
           if charge-file-status = "35"
               OPEN OUTPUT charge-file
           end-if
           if charge-file-status not = "00"
               display "cannot open BILLCHG.DAT, status "
                       charge-file-status
                       " -- the month's charges are not kept"
               move 1 to charges-unsaved
               go to save-visit-charges-exit
           end-if
           perform varying chg-index from 1 by 1
                                       until chg-index > charge-len
               if chg-period(chg-index) = billing-period
                   if chg-priced(chg-index) > 0
                       move chg-priced(chg-index) to vc-amount
                       perform write-charge-line
                   end-if
               else
                   compute vc-amount = chg-priced(chg-index) -
                                       chg-billed(chg-index)
                   if vc-amount not = 0 and
                      chg-skipped(chg-index) = 0
                       perform write-charge-line
                   end-if
               end-if
           end-perform
           CLOSE charge-file
           .
       save-visit-charges-exit. exit.
      *****************************************************
       write-charge-line section.
           move chg-period(chg-index) to vc-period
           move chg-client-id(chg-index) to vc-client-id
           move chg-visit-date(chg-index) to vc-visit-date
           move chg-doctor-id(chg-index) to vc-doctor-id
           move chg-slot-time(chg-index) to vc-slot-time
           move chg-spesific(chg-index) to vc-spesific
           move chg-biuah-type(chg-index) to vc-biuah-type
           move chg-visit-cost(chg-index) to vc-visit-cost
           move chg-copay-pct(chg-index) to vc-copay-pct
           move billing-period to vc-run-period
           WRITE visit-charge-record
           .
       write-charge-line-exit. exit.
      *****************************************************
      * Closes the billed month in PERIOD.DAT, and closes again the
      * reopened months this run dealt with.
       close-periods section.
           if periods-degraded = 1
               display "PERIOD.DAT not updated -- month "
                       billing-period " is not closed"
               go to close-periods-exit
           end-if
           move 0 to period-found
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               if prd-adjusting(prd-index) > 0
                   move prd-image(prd-index) to period-record
                   move 'C' to pc-status
                   if prd-adjusting(prd-index) = 1
                       move today-date-num to pc-adjust-date
                   end-if
                   move period-record to prd-image(prd-index)
               end-if
               if prd-period(prd-index) = billing-period
                   set period-found to prd-index
               end-if
           end-perform
           if period-found = 0
               if period-len > 239
                   display "period table is full -- month "
                           billing-period " is not closed"
                   go to close-periods-exit
               end-if
               move billing-period to pc-period
               move 'C' to pc-status
               move today-date-num to pc-close-date
               move 'N' to pc-charges-kept
               if month-billed-already = 0 and charges-full = 0 and
                  charges-unsaved = 0
                   move 'Y' to pc-charges-kept
               end-if
               move 0 to pc-reopen-count
               move 0 to pc-reopen-stamp
               move spaces to pc-reopen-manager
               move spaces to pc-reopen-reason
               move 0 to pc-adjust-date
               add 1 to period-len
               set prd-index to period-len
               move period-record to prd-image(prd-index)
               move billing-period to prd-period(prd-index)
               move 0 to prd-adjusting(prd-index)
           end-if
           OPEN OUTPUT period-file
           if period-file-status not = "00"
               display "cannot rewrite PERIOD.DAT, status "
                       period-file-status
               go to close-periods-exit
           end-if
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               move prd-image(prd-index) to period-record
               WRITE period-record
           end-perform
           CLOSE period-file
           .
       close-periods-exit. exit.
      *****************************************************
       END PROGRAM BILLING.
