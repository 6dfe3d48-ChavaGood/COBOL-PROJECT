      *          end-of-day cash report CASH.RPT totals today's
      *          receipts by method so the drawer can be balanced.
      *          The operator signs on against OPERATOR.DAT first.
      *          A manager-approved credit note (CREDITS.DAT, numbered
      *          like receipts) reduces a billed invoice for a reason
      *          code; what the open balance cannot absorb is either
      *          refunded under a negative receipt, so CASH.RPT still
      *          balances, or kept on account for BILLING to deduct
      *          from the next invoice. An overpayment can be kept on
      *          account the same way, without a manager, and
      *          AGING.RPT lists the on-account credits after the
      *          open balances. A settled invoice stays on the
      *          ledger until GLEXPORT has exported it.
      *          Credit notes BILLING issues when a reopened month
      *          is re-billed lower reprint with their own reason.
      *          A session that posts a receipt or a credit note is
      *          stamped in RUNCTL.DAT, so RESTORE lists it for
      *          re-entry when a backup older than it is restored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cr-client-id
               FILE STATUS IS client-file-status.
           SELECT credit-file ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS credit-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD openinv-file.
                   value 'all clients total restated NIS '.
           03 at-total pic zzzzzzzz9.
           03 at-note pic x(30).
       01 aging-credit-line.
           03 ac-client-id pic 9(9).
           03 filler pic x(23) value ' credit on account no. '.
           03 ac-credit-no pic 9(7).
           03 filler pic x value space.
           03 ac-amount pic zzzzzz9.
           03 filler pic x value space.
           03 ac-currency pic x(3).
       FD exrate-file.
       COPY "ratrec.cpy".
       FD receipt-file.
       01 cash-line pic x(80).
       FD client-file.
       COPY "clirec.cpy".
       FD credit-file.
       COPY "crnrec.cpy".
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 openinv-file-status pic xx.
       01 aging-file-status pic xx.
       01 operator-file-status pic xx.
       01 cash-file-status pic xx.
       01 client-file-status pic xx.
       01 credit-file-status pic xx.
       01 runctl-file-status pic xx.
       01 last-export-date pic 9(8) value 0.

      * head-of-household per client, so one payment from the head
      * can settle the members' invoices too
       01 listed-count pic 999 value 0.
       01 aging-count pic 9(5) value 0.
       01 purged-count pic 999 value 0.
       01 session-posted pic 9 value 0.
      * set when the ledger could not be fully read -- rewriting the
      * file from a partial table would destroy the unread records,
      * so the save is skipped and the operator told
       01 nis-grand-total pic 9(9) value 0.
       01 rate-missing pic 9 value 0.
       01 signed-operator-id pic x(8) value spaces.
       01 signed-level pic x value 'F'.
           88 manager-signed VALUE 'M'.
       01 signon-id-ws pic x(8) value spaces.
       01 signon-pass-ws pic x(8) value spaces.
       01 signon-tries pic 9 value 0.
       01 pay-currency pic x(3) value spaces.
       01 reprint-no pic 9(7) value 0.
       01 receipt-found pic 9 value 0.
       01 cash-total pic s9(9) value 0.
       01 card-total pic s9(9) value 0.
       01 day-receipt-count pic 9(5) value 0.
       01 invoice-mine pic 9 value 0.
      * credit-note entry: the approving manager, the invoice it
      * reduces and how the amount was split between the invoice,
      * a refund and the client's account
       01 approving-manager pic x(8) value spaces.
       01 next-credit-no pic 9(7) value 0.
       01 credit-client-id pic 9(9) value 0.
       01 credit-invoice-date pic 9(8) value 0.
       01 credit-amount pic 9(7) value 0.
       01 credit-part pic 9(7) value 0.
       01 credit-left pic 9(7) value 0.
       01 credit-refund pic 9(7) value 0.
       01 credit-carry pic 9(7) value 0.
       01 credit-receipt-no pic 9(7) value 0.
       01 credit-currency pic x(3) value spaces.
       01 credit-reason pic x value space.
       01 credit-found pic 9 value 0.
       01 refund-input pic 9 value 0.
       01 reason-input pic 9 value 0.
       01 credit-listed pic 999 value 0.

       01 cash-detail.
           03 cd-receipt-no pic 9(7).
           03 filler pic x(5) value ' cli '.
           03 cd-client-id pic 9(9).
           03 filler pic x value space.
           03 cd-amount pic -zzzzzz9.
           03 filler pic x value space.
           03 cd-currency pic x(3).
           03 filler pic x value space.
           03 cd-operator pic x(8).
       01 cash-total-line.
           03 ct-label pic x(14).
           03 ct-amount pic -zzzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           perform load-operators
           perform sign-on
           perform find-last-receipt-no
           perform find-last-credit-no
           if ledger-degraded = 1
               display "warning: the ledger could not be fully read "
                       "-- changes made now will not be saved"
           end-if
           perform loop
           perform save-invoices
           if session-posted = 1
               perform stamp-run-control
           end-if
           STOP RUN.
      *****************************************************
      * Records a session that posted receipts or credit notes in
      * RUNCTL.DAT: PAYMENTS does not journal, so this is how
      * RESTORE knows its postings need re-entering.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
               OPEN OUTPUT runctl-file
           end-if
           move "PAYMENTS" to rc-program
           move today-date-num to rc-run-date
           move 'C' to rc-status
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
       load-invoices section.
           move 0 to inv-len
               display "no operators on file -- postings will be "
                       "stamped MANAGER"
               move "MANAGER" to signed-operator-id
               move 'M' to signed-level
               go to sign-on-exit
           end-if
           move 0 to signon-tries
                       move 1 to signon-found
                       move opr-operator-id(op-index) to
                                           signed-operator-id
                       move opr-level(op-index) to signed-level
                   end-if
               end-perform
               if signon-found = 0
           .
       find-last-receipt-no-exit. exit.
      *****************************************************
      * Credit notes run their own number series the same way.
       find-last-credit-no section.
           move 0 to next-credit-no
           OPEN INPUT credit-file
           if credit-file-status = "35"
               go to find-last-credit-no-exit
           end-if
           if credit-file-status not = "00"
               display "cannot open CREDITS.DAT, status "
                       credit-file-status
               go to find-last-credit-no-exit
           end-if
           perform until credit-file-status not = "00"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if cn-credit-no > next-credit-no
                           move cn-credit-no to next-credit-no
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           .
       find-last-credit-no-exit. exit.
      *****************************************************
      * Settled invoices are dropped on save so the ledger only
      * carries open receivables and stays well under the table cap
      * -- once GLEXPORT has taken them: an invoice dated on or after
      * its last run waits for the next one.
      * A degraded load means the table is missing records, and
      * rewriting the file from it would delete them for good.
       save-invoices section.
               go to save-invoices-exit
           end-if
           move 0 to purged-count
           perform find-last-export
           OPEN OUTPUT openinv-file
           perform varying inv-index from 1 by 1
                                           until inv-index > inv-len
               if iv-paid(inv-index) and
                  (last-export-date = 0 or
                   iv-invoice-date(inv-index) < last-export-date)
                   add 1 to purged-count
               else
                   move iv-client-id(inv-index)    to oi-client-id
           end-if
           .
       save-invoices-exit. exit.
      *****************************************************
      * The date of the latest completed GLEXPORT run, zero when it
      * has never run.
       find-last-export section.
           move 0 to last-export-date
           OPEN INPUT runctl-file
           if runctl-file-status = "35"
               go to find-last-export-exit
           end-if
           if runctl-file-status not = "00"
               display "cannot open RUNCTL.DAT, status "
                       runctl-file-status
                       " -- settled invoices kept on the ledger"
               move 99999999 to last-export-date
               go to find-last-export-exit
           end-if
           perform until runctl-file-status = "10"
               READ runctl-file
                   AT END move "10" to runctl-file-status
                   NOT AT END
                       if rc-program = "GLEXPORT" and
                          rc-status = 'C' and
                          rc-run-date > last-export-date
                           move rc-run-date to last-export-date
                       end-if
               END-READ
           END-PERFORM
           CLOSE runctl-file
           .
       find-last-export-exit. exit.
      *****************************************************
       loop section.
           perform until number-input = 99
               display "press 3 to write the aging report"
               display "press 4 to reprint a receipt"
               display "press 5 to write the end-of-day cash report"
               display "press 6 to issue a credit note"
               display "press 7 to reprint a credit note"
               display "press 99 to exit"
               accept number-input
               EVALUATE number-input
                       perform reprint-receipt
                   when 5
                       perform write-cash-report
                   when 6
                       perform issue-credit-note
                   when 7
                       perform reprint-credit-note
               END-EVALUATE
           END-PERFORM
           .
           end-if
           if pay-amount > 0 and applied-count > 0
               display "overpayment of " pay-amount
                       " not applied"
               display "press 1 to keep it on the client's account, "
                       "anything else to hand it back now"
               accept refund-input
               if refund-input = 1
                   perform keep-overpayment
               else
                   display "refund the client " pay-amount " "
                           pay-currency
               end-if
           end-if
           compute pay-applied = pay-original - pay-amount
           if applied-count > 0 and pay-applied > 0
           .
       post-payment-exit. exit.
      *****************************************************
      * The money stays in the drawer: the receipt covers all of it
      * and an on-account credit note records what the client is
      * owed, for BILLING to take off the next invoice. Nothing is
      * taken off the client's bill, so no manager approves it.
       keep-overpayment section.
           move pay-client-id to credit-client-id
           move 0 to credit-invoice-date
           move pay-amount to credit-amount
           move pay-currency to credit-currency
           move 'O' to credit-reason
           move spaces to approving-manager
           move 0 to credit-part
           move 0 to credit-refund
           move 0 to credit-receipt-no
           move pay-amount to credit-carry
           perform write-credit-note
           move 0 to pay-amount
           .
       keep-overpayment-exit. exit.
      *****************************************************
      * Numbered proof of the posting that was actually applied --
      * the drawer is balanced against these at closing, and they
      * outlive the invoice purge at save time.
           move pay-method to rr-method
           WRITE receipt-record
           CLOSE receipt-file
           move 1 to session-posted
           display "receipt " next-receipt-no " issued for "
                   pay-applied " " pay-currency
           .
       write-receipt-exit. exit.
      *****************************************************
      * A refund paid out against a credit note goes through the
      * receipt series as a negative amount, so the drawer report
      * accounts for the cash that left.
       write-refund-receipt section.
           add 1 to next-receipt-no
           OPEN EXTEND receipt-file
           if receipt-file-status = "35"
               OPEN OUTPUT receipt-file
           end-if
           move next-receipt-no to rr-receipt-no
           move credit-client-id to rr-client-id
           compute rr-amount = 0 - credit-refund
           move credit-currency to rr-currency
           move today-date-num to rr-date
           move signed-operator-id to rr-operator-id
           move pay-method to rr-method
           WRITE receipt-record
           CLOSE receipt-file
           move 1 to session-posted
           move next-receipt-no to credit-receipt-no
           display "refund receipt " next-receipt-no " issued for "
                   credit-refund " " credit-currency
           .
       write-refund-receipt-exit. exit.
      *****************************************************
      * A credit note needs a manager: a manager signed on approves
      * it directly, anyone else has a manager confirm with the
      * manager's own id and password.
       approve-credit section.
           move spaces to approving-manager
           if manager-signed
               move signed-operator-id to approving-manager
               go to approve-credit-exit
           end-if
           display "a credit note needs a manager's approval"
           display "enter approving manager id"
           accept signon-id-ws
           display "enter manager password"
           accept signon-pass-ws
           perform varying op-index from 1 by 1
                           until op-index > operator-len
               if opr-operator-id(op-index) = signon-id-ws and
                  opr-password(op-index) = signon-pass-ws and
                  opr-level(op-index) = 'M'
                   move opr-operator-id(op-index) to
                                           approving-manager
               end-if
           end-perform
           if approving-manager = spaces
               display "not a manager id and password -- "
                       "credit note not issued"
           end-if
           .
       approve-credit-exit. exit.
      *****************************************************
      * The credit comes off the invoice's open balance first; a
      * remainder (the invoice was already paid, or settled and
      * purged) is refunded now or kept on account.
       issue-credit-note section.
           if ledger-degraded = 1
               display "the ledger was not fully read -- credit "
                       "notes are disabled this session"
               go to issue-credit-note-exit
           end-if
           perform approve-credit
           if approving-manager = spaces
               go to issue-credit-note-exit
           end-if
           display "enter client id on the invoice"
           accept credit-client-id
           display "enter invoice date (yyyymmdd)"
           accept credit-invoice-date
           move 0 to credit-found
           perform varying inv-index from 1 by 1
                   until inv-index > inv-len or credit-found = 1
               if iv-client-id(inv-index) = credit-client-id and
                  iv-invoice-date(inv-index) = credit-invoice-date
                   move 1 to credit-found
               end-if
           end-perform
           if credit-found = 1
               set inv-index down by 1
               move iv-currency(inv-index) to credit-currency
               compute open-due = iv-amount(inv-index) -
                                  iv-paid-amount(inv-index)
               display "invoice of " credit-invoice-date " for "
                       iv-amount(inv-index) " " credit-currency
                       ", open " open-due
           else
               display "that invoice is not on the open ledger "
                       "(settled and purged?)"
               display "press 1 to credit it anyway as a refund or "
                       "on account, anything else to cancel"
               accept refund-input
               if refund-input not = 1
                   go to issue-credit-note-exit
               end-if
               display "enter invoice currency (NIS, USD, EUR, GBP)"
               accept credit-currency
               move 0 to open-due
           end-if
           display "enter credit amount"
           accept credit-amount
           if credit-amount = 0
               display "nothing to credit"
               go to issue-credit-note-exit
           end-if
           display "reason: 1 check-in entered in error, "
                   "2 wrong copay plan, 3 fee waived by the doctor, "
                   "4 other"
           accept reason-input
           evaluate reason-input
               when 1
                   move 'E' to credit-reason
               when 2
                   move 'P' to credit-reason
               when 3
                   move 'W' to credit-reason
               when other
                   move 'X' to credit-reason
           end-evaluate
           move 0 to credit-part
           if credit-found = 1
               if credit-amount > open-due
                   move open-due to credit-part
               else
                   move credit-amount to credit-part
               end-if
               subtract credit-part from iv-amount(inv-index)
               if iv-amount(inv-index) <= iv-paid-amount(inv-index)
                   move 'P' to iv-status(inv-index)
               end-if
           end-if
           compute credit-left = credit-amount - credit-part
           move 0 to credit-refund
           move 0 to credit-carry
           move 0 to credit-receipt-no
           if credit-left > 0
               display credit-left " " credit-currency
                       " is more than the invoice still owes"
               display "press 1 to refund in cash, 2 to refund to "
                       "the card, anything else to keep it on account"
               accept refund-input
               evaluate refund-input
                   when 1
                       move 'C' to pay-method
                       move credit-left to credit-refund
                       perform write-refund-receipt
                   when 2
                       move 'D' to pay-method
                       move credit-left to credit-refund
                       perform write-refund-receipt
                   when other
                       move credit-left to credit-carry
               end-evaluate
           end-if
           perform write-credit-note
           .
       issue-credit-note-exit. exit.
      *****************************************************
       write-credit-note section.
           add 1 to next-credit-no
           OPEN EXTEND credit-file
           if credit-file-status = "35"
               OPEN OUTPUT credit-file
           end-if
           move next-credit-no to cn-credit-no
           move credit-client-id to cn-client-id
           move credit-invoice-date to cn-invoice-date
           move credit-amount to cn-amount
           move credit-currency to cn-currency
           move today-date-num to cn-date
           move credit-reason to cn-reason
           move approving-manager to cn-manager-id
           move signed-operator-id to cn-operator-id
           move credit-part to cn-invoice-part
           move credit-refund to cn-refund-amount
           move credit-receipt-no to cn-receipt-no
           move credit-carry to cn-carry-amount
           if credit-carry > 0
               move 'O' to cn-status
           else
               move space to cn-status
           end-if
           move 0 to cn-applied-period
           move 0 to cn-applied-amount
           WRITE credit-note-record
           CLOSE credit-file
           move 1 to session-posted
           display "credit note " next-credit-no " issued for "
                   credit-amount " " credit-currency
           if credit-carry > 0
               display credit-carry " " credit-currency
                       " kept on account for the next invoice"
           end-if
           .
       write-credit-note-exit. exit.
      *****************************************************
       reprint-credit-note section.
           display "enter the credit note number"
           accept reprint-no
           move 0 to receipt-found
           OPEN INPUT credit-file
           if credit-file-status = "35"
               display "no credit notes on file yet"
               go to reprint-credit-note-exit
           end-if
           if credit-file-status not = "00"
               display "cannot open CREDITS.DAT, status "
                       credit-file-status
               go to reprint-credit-note-exit
           end-if
           perform until credit-file-status not = "00"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if cn-credit-no = reprint-no
                           move 1 to receipt-found
                           perform show-credit-note
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           if receipt-found = 0
               display "no credit note with that number on file"
           end-if
           .
       reprint-credit-note-exit. exit.
      *****************************************************
       show-credit-note section.
           display "credit note  " cn-credit-no
           display "client       " cn-client-id
           if cn-invoice-date = 0
               if cn-reason = 'R'
                   display "invoice      none (credit on account)"
               else
                   display "invoice      none (overpayment on account)"
               end-if
           else
               display "invoice of   " cn-invoice-date
           end-if
           display "amount       " cn-amount " " cn-currency
           display "date         " cn-date
           evaluate cn-reason
               when 'E'
                   display "reason       check-in entered in error"
               when 'P'
                   display "reason       wrong copay plan"
               when 'W'
                   display "reason       fee waived by the doctor"
               when 'O'
                   display "reason       overpayment on account"
               when 'R'
                   display "reason       reopened month re-billed"
               when other
                   display "reason       other"
           end-evaluate
           if cn-manager-id = spaces
               display "approved by  none (no manager approval "
                       "needed)"
           else
               display "approved by  " cn-manager-id
           end-if
           display "issued by    " cn-operator-id
           display "off invoice  " cn-invoice-part
           if cn-refund-amount > 0
               display "refunded     " cn-refund-amount
                       " receipt " cn-receipt-no
           end-if
           if cn-carry-amount > 0
               display "on account   " cn-carry-amount
           end-if
           .
       show-credit-note-exit. exit.
      *****************************************************
       reprint-receipt section.
           display "enter the receipt number"
           else
               perform write-nis-total
           end-if
           perform write-account-credits
           CLOSE aging-file
           display aging-count " aging line(s) written to AGING.RPT"
           .
           WRITE aging-total-line
           .
       write-nis-total-exit. exit.
      *****************************************************
      * Credit the clients hold on account (not yet deducted from
      * an invoice by BILLING) follows the open balances.
       write-account-credits section.
           move 0 to credit-listed
           OPEN INPUT credit-file
           if credit-file-status not = "00"
               go to write-account-credits-exit
           end-if
           perform until credit-file-status not = "00"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if cn-status = 'O' and cn-carry-amount > 0
                           move cn-client-id to ac-client-id
                           move cn-credit-no to ac-credit-no
                           move cn-carry-amount to ac-amount
                           move cn-currency to ac-currency
                           WRITE aging-credit-line
                           add 1 to credit-listed
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           if credit-listed > 0
               display credit-listed " on-account credit(s) listed"
           end-if
           .
       write-account-credits-exit. exit.
      *****************************************************
       tally-client-aging section.
           move 0 to sum-current
