      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly generation backup of the data files. Copies
      *          every master and ledger file -- the client, doctor
      *          and appointment masters, the archive, the tables
      *          the main system saves at exit (waitlist, bituah
      *          history, copay schedule, referrals, absences,
      *          exchange rates, fee schedule, operators, clinic
      *          shares, recall intervals), the billing-period
      *          close file and the money ledgers (invoices,
      *          receipts, credit notes, claim log, doctor
      *          payments, billing distribution, GL journal, the
      *          visit charges BILLING keeps per month)
      *          -- into one generation file BACKUP.Gnn stamped with
      *          the backup time. The operator gives the number of
      *          generations to keep (1 to 14, 7 when left blank);
      *          the run fills the first empty or cut-short slot,
      *          else overwrites the oldest generation, and empties
      *          any slot above the count. BACKUP.RPT lists what
      *          went into the generation and the run is stamped in
      *          RUNCTL.DAT.
      *          AUDIT.DAT, JOURNAL.DAT and RUNCTL.DAT are not
      *          copied: RESTORE reloads a generation and rolls it
      *          forward from the audit trail, which must survive.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gen-file ASSIGN USING gen-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS gen-file-status.
           SELECT client-file ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cr-client-id
               FILE STATUS IS client-file-status.
           SELECT doctor-file ASSIGN TO "DOCTORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS dr-doctor-id
               FILE STATUS IS doctor-file-status.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS apphist-file-status.
           SELECT bituah-hist-file ASSIGN TO "BTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS bituah-hist-file-status.
           SELECT waitlist-file ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS waitlist-file-status.
           SELECT copay-file ASSIGN TO "COPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS copay-file-status.
           SELECT referral-file ASSIGN TO "REFERRAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS referral-file-status.
           SELECT absence-file ASSIGN TO "ABSENCE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS absence-file-status.
           SELECT exrate-file ASSIGN TO "EXRATE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS exrate-file-status.
           SELECT operator-file ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS operator-file-status.
           SELECT feesched-file ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS feesched-file-status.
           SELECT share-file ASSIGN TO "SHARE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS share-file-status.
           SELECT interval-file ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS interval-file-status.
           SELECT period-file ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS period-file-status.
           SELECT openinv-file ASSIGN TO "OPENINV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS openinv-file-status.
           SELECT receipt-file ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS receipt-file-status.
           SELECT credit-file ASSIGN TO "CREDITS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS credit-file-status.
           SELECT claimlog-file ASSIGN TO "CLAIMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS claimlog-file-status.
           SELECT paid-file ASSIGN TO "DOCPAID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS paid-file-status.
           SELECT dist-file ASSIGN TO "BILLDIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS dist-file-status.
           SELECT gl-file ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS gl-file-status.
           SELECT charge-file ASSIGN TO "BILLCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS charge-file-status.
           SELECT backup-rpt-file ASSIGN TO "BACKUP.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS backup-rpt-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD gen-file.
       COPY "bkrec.cpy".
       FD client-file.
       COPY "clirec.cpy".
       FD doctor-file.
       COPY "docrec.cpy".
       FD appt-file.
       COPY "apptrec.cpy".
       FD apphist-file.
       COPY "apphist.cpy".
       FD bituah-hist-file.
       COPY "bthist.cpy".
       FD waitlist-file.
       COPY "waitlist.cpy".
       FD copay-file.
       COPY "copayrec.cpy".
       FD referral-file.
       COPY "refrec.cpy".
       FD absence-file.
       COPY "absrec.cpy".
       FD exrate-file.
       COPY "ratrec.cpy".
       FD operator-file.
       COPY "oprec.cpy".
       FD feesched-file.
       COPY "feerec.cpy".
       FD share-file.
       COPY "sharerec.cpy".
       FD interval-file.
       COPY "rclrec.cpy".
       FD period-file.
       COPY "prdrec.cpy".
       FD openinv-file.
       COPY "invrec.cpy".
       FD receipt-file.
       COPY "rcptrec.cpy".
       FD credit-file.
       COPY "crnrec.cpy".
       FD claimlog-file.
       COPY "clmrec.cpy".
       FD paid-file.
       COPY "paidrec.cpy".
       FD dist-file.
       COPY "bdistrec.cpy".
       FD gl-file.
       COPY "gljrec.cpy".
       FD charge-file.
       COPY "chgrec.cpy".
       FD backup-rpt-file.
       01 backup-line pic x(80).
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 gen-file-status pic xx.
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 appt-file-status pic xx.
       01 apphist-file-status pic xx.
       01 bituah-hist-file-status pic xx.
       01 waitlist-file-status pic xx.
       01 copay-file-status pic xx.
       01 referral-file-status pic xx.
       01 absence-file-status pic xx.
       01 exrate-file-status pic xx.
       01 operator-file-status pic xx.
       01 feesched-file-status pic xx.
       01 share-file-status pic xx.
       01 interval-file-status pic xx.
       01 period-file-status pic xx.
       01 openinv-file-status pic xx.
       01 receipt-file-status pic xx.
       01 credit-file-status pic xx.
       01 claimlog-file-status pic xx.
       01 paid-file-status pic xx.
       01 dist-file-status pic xx.
       01 gl-file-status pic xx.
       01 charge-file-status pic xx.
       01 backup-rpt-file-status pic xx.
       01 runctl-file-status pic xx.

      * BACKUP.G01 .. BACKUP.G14 -- the slot number picks the file
       01 gen-file-name.
           03 filler pic x(8) value "BACKUP.G".
           03 gen-name-slot pic 99.

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 time-now pic 9(8).
       01 gen-timestamp pic 9(14) value 0.
       01 stamp-work pic 9(14).
       01 stamp-work-split redefines stamp-work.
           03 sw-year pic 9(4).
           03 sw-month pic 99.
           03 sw-day pic 99.
           03 sw-hh pic 99.
           03 sw-mm pic 99.
           03 sw-ss pic 99.
       01 max-generations pic 99 value 14.
       01 keep-input pic 99 value 0.
       01 keep-count pic 99 value 7.
       01 gen-slot pic 99 value 0.
       01 gen-try pic 99 value 0.
       01 oldest-slot pic 99 value 0.
       01 oldest-stamp pic 9(14) value 0.
       01 gen-complete pic 9 value 0.
       01 gen-stamp pic 9(14) value 0.
       01 gen-last-type pic x value space.
       01 cleared-count pic 99 value 0.
       01 copy-code pic x(8).
       01 copy-status pic xx.
       01 copy-open-ok pic 9 value 0.
       01 copy-count pic 9(9) value 0.
       01 total-count pic 9(9) value 0.
       01 file-count pic 99 value 0.
       01 run-failed pic 9 value 0.

       01 backup-header.
           03 filler pic x(19) value 'backup generation G'.
           03 bg-slot pic 99.
           03 filler pic x(7) value ' taken '.
           03 bg-day pic 99.
           03 filler pic x value '/'.
           03 bg-month pic 99.
           03 filler pic x value '/'.
           03 bg-year pic 9(4).
           03 filler pic x value space.
           03 bg-hh pic 99.
           03 filler pic x value ':'.
           03 bg-mm pic 99.
           03 filler pic x value ':'.
           03 bg-ss pic 99.
           03 filler pic x(10) value ', keeping '.
           03 bg-keep pic z9.
       01 backup-detail.
           03 filler pic x(2) value spaces.
           03 bl-file pic x(8).
           03 filler pic x(2) value spaces.
           03 bl-count pic z(8)9.
           03 filler pic x(11) value ' record(s) '.
           03 bl-note pic x(40).
       01 backup-total.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value 'total'.
           03 filler pic x(2) value spaces.
           03 bt-count pic z(8)9.
           03 filler pic x(15) value ' record(s) in '.
           03 bt-files pic z9.
           03 filler pic x(8) value ' file(s)'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           accept time-now from time
           compute gen-timestamp = today-date-num * 1000000 +
                                   time-now / 100
           display "number of generations to keep (1-14, "
                   "blank for 7)"
           accept keep-input
           if keep-input = 0
               move 7 to keep-count
           else
               if keep-input > max-generations
                   display "at most " max-generations
                           " generations are kept -- keeping "
                           max-generations
                   move max-generations to keep-count
               else
                   move keep-input to keep-count
               end-if
           end-if
           perform choose-generation
           move gen-slot to gen-name-slot
           OPEN OUTPUT gen-file
           if gen-file-status not = "00"
               display "cannot create " gen-file-name ", status "
                       gen-file-status " -- backup aborted"
               move 1 to run-failed
               perform stamp-run-control
               STOP RUN
           end-if
           OPEN OUTPUT backup-rpt-file
           move gen-slot to bg-slot
           move gen-timestamp to stamp-work
           move sw-day to bg-day
           move sw-month to bg-month
           move sw-year to bg-year
           move sw-hh to bg-hh
           move sw-mm to bg-mm
           move sw-ss to bg-ss
           move keep-count to bg-keep
           move backup-header to backup-line
           WRITE backup-line
           perform write-header
           perform copy-clients
           perform copy-doctors
           perform copy-appts
           perform copy-apphist
           perform copy-bthist
           perform copy-waitlist
           perform copy-copay
           perform copy-referral
           perform copy-absence
           perform copy-exrate
           perform copy-operator
           perform copy-feesched
           perform copy-share
           perform copy-recall
           perform copy-period
           perform copy-openinv
           perform copy-receipts
           perform copy-credits
           perform copy-claimlog
           perform copy-docpaid
           perform copy-billdist
           perform copy-gljrnl
           perform copy-billchg
      * a generation without its trailer is never restored, and
      * the slot is the first one the next run fills again
           if run-failed = 0
               perform write-trailer
           end-if
           CLOSE gen-file
           move total-count to bt-count
           move file-count to bt-files
           move backup-total to backup-line
           WRITE backup-line
           if run-failed = 1
               move "generation is INCOMPLETE -- it cannot be restored"
                                                   to backup-line
               WRITE backup-line
           else
               perform clear-surplus-generations
           end-if
           CLOSE backup-rpt-file
           if run-failed = 1
               display "backup to " gen-file-name " FAILED -- "
                       "see BACKUP.RPT"
           else
               display total-count " record(s) from " file-count
                       " file(s) backed up to " gen-file-name
               if cleared-count > 0
                   display cleared-count " generation(s) above the "
                           "keep count emptied"
               end-if
           end-if
           perform stamp-run-control
           STOP RUN.
      *****************************************************
      * Records the run in RUNCTL.DAT for the RUNINQ batch-window
      * inquiry -- 'F' when the generation was cut short.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
               OPEN OUTPUT runctl-file
           end-if
           move "BACKUP" to rc-program
           move today-date to rc-run-date
           if run-failed = 1
               move 'F' to rc-status
           else
               move 'C' to rc-status
           end-if
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
      * The first slot up to the keep count with no complete
      * generation in it, else the slot holding the oldest one.
       choose-generation section.
           move 0 to gen-slot
           move 0 to oldest-slot
           move 99999999999999 to oldest-stamp
           perform varying gen-try from 1 by 1
                           until gen-try > keep-count or gen-slot > 0
               move gen-try to gen-name-slot
               perform check-generation
               if gen-complete = 0
                   move gen-try to gen-slot
               else
                   if gen-stamp < oldest-stamp
                       move gen-stamp to oldest-stamp
                       move gen-try to oldest-slot
                   end-if
               end-if
           end-perform
           if gen-slot = 0
               move oldest-slot to gen-slot
           end-if
           .
       choose-generation-exit. exit.
      *****************************************************
      * Reads the generation named by gen-name-slot through: it is
      * complete when it opens with a header and ends with the
      * trailer. gen-stamp is the backup time from the header.
       check-generation section.
           move 0 to gen-complete
           move 0 to gen-stamp
           move space to gen-last-type
           OPEN INPUT gen-file
           if gen-file-status not = "00"
               go to check-generation-exit
           end-if
           READ gen-file
               AT END move "10" to gen-file-status
           END-READ
           if gen-file-status = "00" and bk-header-line
               move bkh-timestamp to gen-stamp
               perform until gen-file-status not = "00"
                   move bk-rec-type to gen-last-type
                   READ gen-file
                       AT END move "10" to gen-file-status
                   END-READ
               END-PERFORM
               if gen-file-status = "10" and gen-last-type = 'T'
                   move 1 to gen-complete
               end-if
           end-if
           CLOSE gen-file
           .
       check-generation-exit. exit.
      *****************************************************
      * Slots above the keep count are emptied once the new
      * generation is safely written.
       clear-surplus-generations section.
           move 0 to cleared-count
           perform varying gen-try from keep-count by 1
                           until gen-try >= max-generations
               compute gen-name-slot = gen-try + 1
               perform check-generation
               if gen-stamp not = 0
                   OPEN OUTPUT gen-file
                   CLOSE gen-file
                   add 1 to cleared-count
                   move spaces to backup-line
                   string "  G" gen-name-slot "  generation emptied "
                          "-- above the keep count"
                          delimited by size into backup-line
                   WRITE backup-line
               end-if
           end-perform
           move gen-slot to gen-name-slot
           .
       clear-surplus-generations-exit. exit.
      *****************************************************
       write-header section.
           move spaces to backup-record
           move 'H' to bk-rec-type
           move gen-timestamp to bkh-timestamp
           move gen-slot to bkh-slot
           move keep-count to bkh-keep
           WRITE backup-record
           .
       write-header-exit. exit.
      *****************************************************
       write-trailer section.
           move spaces to backup-record
           move 'T' to bk-rec-type
           move gen-timestamp to bkt-timestamp
           move total-count to bkt-record-count
           move file-count to bkt-file-count
           WRITE backup-record
           .
       write-trailer-exit. exit.
      *****************************************************
      * Called right after the OPEN INPUT of the file named in
      * copy-code with its status in copy-status. A file not yet on
      * disk is noted in the generation so RESTORE leaves it empty;
      * any other open failure spoils the generation.
       check-copy-open section.
           move 0 to copy-open-ok
           move 0 to copy-count
           if copy-status = "35"
               move spaces to backup-record
               move 'C' to bk-rec-type
               move copy-code to bk-file-code
               move 0 to bkc-record-count
               move 'N' to bkc-on-file
               WRITE backup-record
               add 1 to file-count
               move "not on file" to bl-note
               perform write-backup-detail
               go to check-copy-open-exit
           end-if
           if copy-status not = "00"
               display "cannot open " copy-code ", status "
                       copy-status
               move 1 to run-failed
               move spaces to bl-note
               string "OPEN FAILED, status " copy-status
                      delimited by size into bl-note
               perform write-backup-detail
               go to check-copy-open-exit
           end-if
           move 1 to copy-open-ok
           .
       check-copy-open-exit. exit.
      *****************************************************
       put-data-line section.
           move 'D' to bk-rec-type
           move copy-code to bk-file-code
           WRITE backup-record
           add 1 to copy-count
           add 1 to total-count
           .
       put-data-line-exit. exit.
      *****************************************************
      * Closes one file's copy with its count line; the read loop
      * must have stopped at end of file (copy-status "10").
       end-copied-file section.
           if copy-status not = "10"
               display "read error on " copy-code ", status "
                       copy-status
               move 1 to run-failed
               move spaces to bl-note
               string "READ FAILED, status " copy-status
                      delimited by size into bl-note
               perform write-backup-detail
               go to end-copied-file-exit
           end-if
           move spaces to backup-record
           move 'C' to bk-rec-type
           move copy-code to bk-file-code
           move copy-count to bkc-record-count
           move 'Y' to bkc-on-file
           WRITE backup-record
           add 1 to file-count
           move spaces to bl-note
           perform write-backup-detail
           .
       end-copied-file-exit. exit.
      *****************************************************
       write-backup-detail section.
           move copy-code to bl-file
           move copy-count to bl-count
           move backup-detail to backup-line
           WRITE backup-line
           .
       write-backup-detail-exit. exit.
      *****************************************************
       copy-clients section.
           move "CLIENTS" to copy-code
           OPEN INPUT client-file
           move client-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-clients-exit
           end-if
           perform until client-file-status not = "00"
               READ client-file
                   AT END move "10" to client-file-status
                   NOT AT END
                       move client-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move client-file-status to copy-status
           CLOSE client-file
           perform end-copied-file
           .
       copy-clients-exit. exit.
      *****************************************************
       copy-doctors section.
           move "DOCTORS" to copy-code
           OPEN INPUT doctor-file
           move doctor-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-doctors-exit
           end-if
           perform until doctor-file-status not = "00"
               READ doctor-file
                   AT END move "10" to doctor-file-status
                   NOT AT END
                       move doctor-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move doctor-file-status to copy-status
           CLOSE doctor-file
           perform end-copied-file
           .
       copy-doctors-exit. exit.
      *****************************************************
       copy-appts section.
           move "APPTS" to copy-code
           OPEN INPUT appt-file
           move appt-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-appts-exit
           end-if
           perform until appt-file-status not = "00"
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       move appt-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move appt-file-status to copy-status
           CLOSE appt-file
           perform end-copied-file
           .
       copy-appts-exit. exit.
      *****************************************************
       copy-apphist section.
           move "APPHIST" to copy-code
           OPEN INPUT apphist-file
           move apphist-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-apphist-exit
           end-if
           perform until apphist-file-status not = "00"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       move apphist-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move apphist-file-status to copy-status
           CLOSE apphist-file
           perform end-copied-file
           .
       copy-apphist-exit. exit.
      *****************************************************
       copy-bthist section.
           move "BTHIST" to copy-code
           OPEN INPUT bituah-hist-file
           move bituah-hist-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-bthist-exit
           end-if
           perform until bituah-hist-file-status not = "00"
               READ bituah-hist-file
                   AT END move "10" to bituah-hist-file-status
                   NOT AT END
                       move bituah-hist-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move bituah-hist-file-status to copy-status
           CLOSE bituah-hist-file
           perform end-copied-file
           .
       copy-bthist-exit. exit.
      *****************************************************
       copy-waitlist section.
           move "WAITLIST" to copy-code
           OPEN INPUT waitlist-file
           move waitlist-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-waitlist-exit
           end-if
           perform until waitlist-file-status not = "00"
               READ waitlist-file
                   AT END move "10" to waitlist-file-status
                   NOT AT END
                       move waitlist-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move waitlist-file-status to copy-status
           CLOSE waitlist-file
           perform end-copied-file
           .
       copy-waitlist-exit. exit.
      *****************************************************
       copy-copay section.
           move "COPAY" to copy-code
           OPEN INPUT copay-file
           move copay-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-copay-exit
           end-if
           perform until copay-file-status not = "00"
               READ copay-file
                   AT END move "10" to copay-file-status
                   NOT AT END
                       move copay-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move copay-file-status to copy-status
           CLOSE copay-file
           perform end-copied-file
           .
       copy-copay-exit. exit.
      *****************************************************
       copy-referral section.
           move "REFERRAL" to copy-code
           OPEN INPUT referral-file
           move referral-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-referral-exit
           end-if
           perform until referral-file-status not = "00"
               READ referral-file
                   AT END move "10" to referral-file-status
                   NOT AT END
                       move referral-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move referral-file-status to copy-status
           CLOSE referral-file
           perform end-copied-file
           .
       copy-referral-exit. exit.
      *****************************************************
       copy-absence section.
           move "ABSENCE" to copy-code
           OPEN INPUT absence-file
           move absence-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-absence-exit
           end-if
           perform until absence-file-status not = "00"
               READ absence-file
                   AT END move "10" to absence-file-status
                   NOT AT END
                       move absence-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move absence-file-status to copy-status
           CLOSE absence-file
           perform end-copied-file
           .
       copy-absence-exit. exit.
      *****************************************************
       copy-exrate section.
           move "EXRATE" to copy-code
           OPEN INPUT exrate-file
           move exrate-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-exrate-exit
           end-if
           perform until exrate-file-status not = "00"
               READ exrate-file
                   AT END move "10" to exrate-file-status
                   NOT AT END
                       move exrate-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move exrate-file-status to copy-status
           CLOSE exrate-file
           perform end-copied-file
           .
       copy-exrate-exit. exit.
      *****************************************************
       copy-operator section.
           move "OPERATOR" to copy-code
           OPEN INPUT operator-file
           move operator-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-operator-exit
           end-if
           perform until operator-file-status not = "00"
               READ operator-file
                   AT END move "10" to operator-file-status
                   NOT AT END
                       move operator-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move operator-file-status to copy-status
           CLOSE operator-file
           perform end-copied-file
           .
       copy-operator-exit. exit.
      *****************************************************
       copy-feesched section.
           move "FEESCHED" to copy-code
           OPEN INPUT feesched-file
           move feesched-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-feesched-exit
           end-if
           perform until feesched-file-status not = "00"
               READ feesched-file
                   AT END move "10" to feesched-file-status
                   NOT AT END
                       move fee-schedule-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move feesched-file-status to copy-status
           CLOSE feesched-file
           perform end-copied-file
           .
       copy-feesched-exit. exit.
      *****************************************************
       copy-share section.
           move "SHARE" to copy-code
           OPEN INPUT share-file
           move share-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-share-exit
           end-if
           perform until share-file-status not = "00"
               READ share-file
                   AT END move "10" to share-file-status
                   NOT AT END
                       move clinic-share-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move share-file-status to copy-status
           CLOSE share-file
           perform end-copied-file
           .
       copy-share-exit. exit.
      *****************************************************
       copy-recall section.
           move "RECALL" to copy-code
           OPEN INPUT interval-file
           move interval-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-recall-exit
           end-if
           perform until interval-file-status not = "00"
               READ interval-file
                   AT END move "10" to interval-file-status
                   NOT AT END
                       move recall-interval-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move interval-file-status to copy-status
           CLOSE interval-file
           perform end-copied-file
           .
       copy-recall-exit. exit.
      *****************************************************
       copy-period section.
           move "PERIOD" to copy-code
           OPEN INPUT period-file
           move period-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-period-exit
           end-if
           perform until period-file-status not = "00"
               READ period-file
                   AT END move "10" to period-file-status
                   NOT AT END
                       move period-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move period-file-status to copy-status
           CLOSE period-file
           perform end-copied-file
           .
       copy-period-exit. exit.
      *****************************************************
       copy-openinv section.
           move "OPENINV" to copy-code
           OPEN INPUT openinv-file
           move openinv-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-openinv-exit
           end-if
           perform until openinv-file-status not = "00"
               READ openinv-file
                   AT END move "10" to openinv-file-status
                   NOT AT END
                       move open-invoice-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move openinv-file-status to copy-status
           CLOSE openinv-file
           perform end-copied-file
           .
       copy-openinv-exit. exit.
      *****************************************************
       copy-receipts section.
           move "RECEIPTS" to copy-code
           OPEN INPUT receipt-file
           move receipt-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-receipts-exit
           end-if
           perform until receipt-file-status not = "00"
               READ receipt-file
                   AT END move "10" to receipt-file-status
                   NOT AT END
                       move receipt-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move receipt-file-status to copy-status
           CLOSE receipt-file
           perform end-copied-file
           .
       copy-receipts-exit. exit.
      *****************************************************
       copy-credits section.
           move "CREDITS" to copy-code
           OPEN INPUT credit-file
           move credit-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-credits-exit
           end-if
           perform until credit-file-status not = "00"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       move credit-note-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move credit-file-status to copy-status
           CLOSE credit-file
           perform end-copied-file
           .
       copy-credits-exit. exit.
      *****************************************************
       copy-claimlog section.
           move "CLAIMLOG" to copy-code
           OPEN INPUT claimlog-file
           move claimlog-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-claimlog-exit
           end-if
           perform until claimlog-file-status not = "00"
               READ claimlog-file
                   AT END move "10" to claimlog-file-status
                   NOT AT END
                       move claim-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move claimlog-file-status to copy-status
           CLOSE claimlog-file
           perform end-copied-file
           .
       copy-claimlog-exit. exit.
      *****************************************************
       copy-docpaid section.
           move "DOCPAID" to copy-code
           OPEN INPUT paid-file
           move paid-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-docpaid-exit
           end-if
           perform until paid-file-status not = "00"
               READ paid-file
                   AT END move "10" to paid-file-status
                   NOT AT END
                       move paid-visit-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move paid-file-status to copy-status
           CLOSE paid-file
           perform end-copied-file
           .
       copy-docpaid-exit. exit.
      *****************************************************
       copy-billdist section.
           move "BILLDIST" to copy-code
           OPEN INPUT dist-file
           move dist-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-billdist-exit
           end-if
           perform until dist-file-status not = "00"
               READ dist-file
                   AT END move "10" to dist-file-status
                   NOT AT END
                       move bill-dist-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move dist-file-status to copy-status
           CLOSE dist-file
           perform end-copied-file
           .
       copy-billdist-exit. exit.
      *****************************************************
       copy-gljrnl section.
           move "GLJRNL" to copy-code
           OPEN INPUT gl-file
           move gl-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-gljrnl-exit
           end-if
           perform until gl-file-status not = "00"
               READ gl-file
                   AT END move "10" to gl-file-status
                   NOT AT END
                       move gl-journal-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move gl-file-status to copy-status
           CLOSE gl-file
           perform end-copied-file
           .
       copy-gljrnl-exit. exit.
      *****************************************************
       copy-billchg section.
           move "BILLCHG" to copy-code
           OPEN INPUT charge-file
           move charge-file-status to copy-status
           perform check-copy-open
           if copy-open-ok = 0
               go to copy-billchg-exit
           end-if
           perform until charge-file-status not = "00"
               READ charge-file
                   AT END move "10" to charge-file-status
                   NOT AT END
                       move visit-charge-record to bk-data
                       perform put-data-line
               END-READ
           END-PERFORM
           move charge-file-status to copy-status
           CLOSE charge-file
           perform end-copied-file
           .
       copy-billchg-exit. exit.
      *****************************************************
       END PROGRAM BACKUP.
