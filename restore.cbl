      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reloads the data files from a BACKUP generation and
      *          rolls them forward from the audit trail. The run
      *          lists the generations on disk; the operator picks
      *          one and the point in time (yyyymmddhhmmss) to roll
      *          forward to, and confirms. Every file in the
      *          generation is rewritten from it, then each
      *          AUDIT.DAT entry stamped after the backup time and
      *          not after the chosen point is applied again the way
      *          the main system made it: bookings, cancellations,
      *          waitlist moves, check-ins, visit summaries, re-homed
      *          bookings, client and doctor cards, the copay,
      *          referral, absence, exchange-rate and fee tables,
      *          doctor retirements and the reopening of billed
      *          months in PERIOD.DAT, and card merges, redone from
      *          the two client ids they journaled. Operator changes
      *          (the journal holds no password) cannot be replayed
      *          and are listed for the manager to repeat.
      *          RESTORE.RPT shows every entry replayed or not, and
      *          the batch runs and PAYMENTS posting sessions since
      *          the backup, whose changes are not in the audit trail
      *          and must be run or entered again.
      *          JOURNAL.DAT is emptied, its lines being in AUDIT.DAT
      *          as well. The run is stamped in RUNCTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gen-file ASSIGN USING gen-file-name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS gen-file-status.
           SELECT client-file ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cr-client-id
               FILE STATUS IS client-file-status.
           SELECT doctor-file ASSIGN TO "DOCTORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dr-doctor-id
               FILE STATUS IS doctor-file-status.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT period-file ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS period-file-status.
           SELECT charge-file ASSIGN TO "BILLCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS charge-file-status.
           SELECT audit-file ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS audit-file-status.
           SELECT journal-file ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS journal-file-status.
           SELECT restore-rpt-file ASSIGN TO "RESTORE.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS restore-rpt-file-status.
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
       FD period-file.
       COPY "prdrec.cpy".
       FD charge-file.
       COPY "chgrec.cpy".
      * AUDIT.DAT lines have the journal-record shape
       FD audit-file.
       COPY "jrnlrec.cpy".
       FD journal-file.
       01 journal-line pic x(150).
       FD restore-rpt-file.
       01 restore-line pic x(120).
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 gen-file-status pic xx.
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 appt-file-status pic xx.
           88 appt-io-ok VALUE "00" "02".
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
       01 openinv-file-status pic xx.
       01 receipt-file-status pic xx.
       01 credit-file-status pic xx.
       01 claimlog-file-status pic xx.
       01 paid-file-status pic xx.
       01 dist-file-status pic xx.
       01 gl-file-status pic xx.
       01 period-file-status pic xx.
       01 charge-file-status pic xx.
       01 audit-file-status pic xx.
       01 journal-file-status pic xx.
       01 restore-rpt-file-status pic xx.
       01 runctl-file-status pic xx.

      * BACKUP.G01 .. BACKUP.G14 -- the slot number picks the file
       01 gen-file-name.
           03 filler pic x(8) value "BACKUP.G".
           03 gen-name-slot pic 99.

      * the tables the main system keeps in memory and saves at
      * exit, rebuilt here from the generation and the audit trail
       01 bituah-hists.
           03 bituah-hist-len pic 999 VALUE 0.
           03 bituah-hist OCCURS 1 to 200 DEPENDING on bituah-hist-len
                                              INDEXED by bth-index.
               05 hist-client-id pic 9(9).
               05 old-bituah-type pic x.
               05 new-bituah-type pic x.
               05 bituah-change-date pic 9(8).

       01 copays.
           03 copay-len pic 999 VALUE 0.
           03 copay OCCURS 1 to 100 DEPENDING on copay-len
                                              INDEXED by cp-index.
               05 copay-biuah-type pic x.
               05 copay-spesific pic x(15).
               05 copay-pct pic 999.

       01 referrals.
           03 referral-len pic 999 VALUE 0.
           03 referral OCCURS 1 to 200 DEPENDING on referral-len
                                              INDEXED by ref-index.
               05 ref-client-id pic 9(9).
               05 ref-doctor-id pic 9(9).
               05 ref-target-spesific pic x(15).
               05 ref-issue-date pic 9(8).
               05 ref-expiry-date pic 9(8).
               05 ref-status pic x.

       01 waitlists.
           03 waitlist-len pic 999 VALUE 0.
           03 waitlist OCCURS 1 to 100 DEPENDING on waitlist-len
                                              INDEXED by wl-index.
               05 wl-cal-month pic 99.
               05 wl-cal-day pic 99.
               05 wl-client-id pic 9(9).
               05 wl-doctor-id pic 9(9).

       01 absences.
           03 absence-len pic 999 VALUE 0.
           03 absence OCCURS 1 to 50 DEPENDING on absence-len
                                              INDEXED by ab-index.
               05 abs-doctor-id pic 9(9).
               05 abs-from-date pic 9(8).
               05 abs-to-date pic 9(8).
               05 abs-reason pic x(30).

       01 exrates.
           03 exrate-len pic 999 VALUE 0.
           03 exrate OCCURS 1 to 50 DEPENDING on exrate-len
                                              INDEXED by xr-index.
               05 exr-currency pic x(3).
               05 exr-rate pic 9(7).
               05 exr-effective pic 9(8).

       01 fee-scheds.
           03 feesched-len pic 99 VALUE 0.
           03 feesched OCCURS 1 to 10 DEPENDING on feesched-len
                                              INDEXED by fs-index.
               05 fee-biuah-type pic x.
               05 fee-flat-amount pic 9(5).
               05 fee-pct pic 999.

      * PERIOD.DAT is held here while the month reopenings are
      * replayed into it
       01 periods.
           03 period-len pic 999 VALUE 0.
           03 period OCCURS 1 to 240 DEPENDING on period-len
                                              INDEXED by prd-index.
               05 prd-image pic x(88).
       01 period-found pic 999 value 0.

      * journal detail layouts, as the main system writes them
       01 jd-client.
           03 jd-cl-name pic x(15).
           03 jd-cl-cnt pic 999.
           03 jd-cl-type pic x.
           03 jd-cl-status pic x.
           03 jd-cl-country pic 9.
           03 jd-cl-household pic 9(9).
       01 jd-doctor.
           03 jd-dr-name pic x(15).
           03 jd-dr-lenaguge pic x(10).
           03 jd-dr-cost pic 9(4).
           03 jd-dr-spesific pic x(15).
           03 jd-dr-accept pic 9 occurs 6.
           03 jd-dr-start pic 9(4).
           03 jd-dr-end pic 9(4).
           03 jd-dr-ezor pic 9.
       01 jd-bituah.
           03 jd-bt-old pic x.
           03 jd-bt-new pic x.
           03 jd-bt-date pic 9(8).
       01 jd-referral.
           03 jd-rf-spec pic x(15).
           03 jd-rf-issue pic 9(8).
           03 jd-rf-expiry pic 9(8).
           03 jd-rf-status pic x.
       01 jd-copay.
           03 jd-cp-type pic x.
           03 jd-cp-spec pic x(15).
           03 jd-cp-pct pic 999.
       01 jd-absence.
           03 jd-ab-from pic 9(8).
           03 jd-ab-to pic 9(8).
           03 jd-ab-reason pic x(30).
       01 jd-move.
           03 jd-mv-old-doctor pic 9(9).
           03 jd-mv-old-time pic 9(4).
       01 jd-rate.
           03 jd-xr-currency pic x(3).
           03 jd-xr-rate pic 9(7).
           03 jd-xr-date pic 9(8).
       01 jd-fee.
           03 jd-fs-type pic x.
           03 jd-fs-flat pic 9(5).
           03 jd-fs-pct pic 999.
       01 jd-retire.
           03 jd-dr-retire-date pic 9(8).
       01 jd-period.
           03 jd-pr-period pic 9(6).
           03 jd-pr-reason pic x(40).
       01 jd-merge.
           03 jd-mg-retired pic 9(9).
           03 jd-mg-slots pic 9(5).
           03 jd-mg-hist pic 9(5).
           03 jd-mg-invoices pic 9(5).
           03 jd-mg-receipts pic 9(5).
           03 jd-mg-referrals pic 9(5).
           03 jd-mg-waitlist pic 9(5).
           03 jd-mg-household pic 9(5).

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 max-generations pic 99 value 14.
       01 gen-try pic 99 value 0.
       01 gen-slot pic 99 value 0.
       01 gen-complete pic 9 value 0.
       01 gen-stamp pic 9(14) value 0.
       01 gen-date pic 9(8) value 0.
       01 gen-last-type pic x value space.
       01 gen-total pic 9(9) value 0.
       01 gen-count pic 99 value 0.
       01 slot-input pic 99 value 0.
       01 stop-stamp pic 9(14) value 0.
       01 confirm-input pic x(3) value spaces.
       01 stamp-work pic 9(14).
       01 stamp-work-split redefines stamp-work.
           03 sw-year pic 9(4).
           03 sw-month pic 99.
           03 sw-day pic 99.
           03 sw-hh pic 99.
           03 sw-mm pic 99.
           03 sw-ss pic 99.
       01 time-work pic 9(4) value 0.
       01 time-work-split redefines time-work.
           03 time-work-hh pic 99.
           03 time-work-mm pic 99.
       01 run-failed pic 9 value 0.
       01 load-count pic 9(9) value 0.
       01 file-load-count pic 9(9) value 0.
       01 lost-count pic 9(7) value 0.
       01 replay-count pic 9(7) value 0.
       01 skipped-count pic 9(7) value 0.
       01 rerun-count pic 99 value 0.
       01 replay-ok pic 9 value 0.
       01 replay-note pic x(40) value spaces.
       01 upd-client-id pic 9(9) value 0.
       01 upd-cnt-delta pic s9 value 0.
       01 appt-found pic 9 value 0.
       01 day-idx pic 9 value 0.
       01 free-wl-index pic 999 value 0.
       01 copay-found-index pic 999 value 0.
       01 ref-found-index pic 999 value 0.
       01 abs-found-index pic 999 value 0.
       01 rate-found-index pic 999 value 0.
       01 fee-found-index pic 99 value 0.
      * card merge replay: the two cards, and what moved
       01 merge-keep-id pic 9(9) value 0.
       01 merge-retire-id pic 9(9) value 0.
       01 merge-more pic 9 value 0.
       01 merge-new-count pic 9(5) value 0.
       01 merge-moved pic 9(7) value 0.
       01 merge-unreadable pic 9 value 0.
       01 merge-wl-dup pic 9 value 0.
       01 mg-scan-index pic 999 value 0.
       01 merge-note.
           03 filler pic x(15) value 'card merged -- '.
           03 mn-moved pic z(6)9.
           03 filler pic x(14) value ' item(s) moved'.

      * day-of-week work fields (Zeller: 1 Sunday .. 7 Saturday)
       01 z-year pic 9(4).
       01 z-month pic 99.
       01 z-day pic 99.
       01 z-y pic 9(4).
       01 z-m pic 99.
       01 z-j pic 99.
       01 z-k pic 99.
       01 z-t1 pic 999.
       01 z-t2 pic 99.
       01 z-t3 pic 99.
       01 z-h pic 9.

       01 restore-header.
           03 filler pic x(21) value 'restore of generation'.
           03 filler pic x(2) value ' G'.
           03 rh-slot pic 99.
           03 filler pic x(8) value ' taken '.
           03 rh-taken pic x(19).
           03 filler pic x(21) value ', rolled forward to '.
           03 rh-stop pic x(19).
       01 restore-load.
           03 filler pic x(2) value spaces.
           03 rl-file pic x(8).
           03 filler pic x(2) value spaces.
           03 rl-count pic z(8)9.
           03 filler pic x(11) value ' record(s) '.
           03 rl-note pic x(40).
       01 replay-detail.
           03 rd-stamp pic x(19).
           03 filler pic x value space.
           03 rd-operator pic x(8).
           03 filler pic x value space.
           03 rd-action pic x(2).
           03 filler pic x(5) value ' cli '.
           03 rd-client-id pic 9(9).
           03 filler pic x(5) value ' doc '.
           03 rd-doctor-id pic 9(9).
           03 filler pic x value space.
           03 rd-day pic 99.
           03 filler pic x value '/'.
           03 rd-month pic 99.
           03 filler pic x value space.
           03 rd-hh pic 99.
           03 filler pic x value ':'.
           03 rd-mm pic 99.
           03 filler pic x value space.
           03 rd-note pic x(40).
       01 rerun-detail.
           03 filler pic x(2) value spaces.
           03 ru-program pic x(10).
           03 filler pic x(8) value ' ran on '.
           03 ru-day pic 99.
           03 filler pic x value '/'.
           03 ru-month pic 99.
           03 filler pic x value '/'.
           03 ru-year pic 9(4).
           03 filler pic x(4) value ' -- '.
           03 ru-status pic x(9).
           03 filler pic x(27) value
                               ' -- check it and run again'.
       01 stamp-display.
           03 sd-day pic 99.
           03 filler pic x value '/'.
           03 sd-month pic 99.
           03 filler pic x value '/'.
           03 sd-year pic 9(4).
           03 filler pic x value space.
           03 sd-hh pic 99.
           03 filler pic x value ':'.
           03 sd-mm pic 99.
           03 filler pic x value ':'.
           03 sd-ss pic 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           perform list-generations
           if gen-count = 0
               display "no complete backup generation on disk -- "
                       "nothing to restore"
               STOP RUN
           end-if
           display "restore which generation (1-14, 0 to quit)"
           accept slot-input
           if slot-input = 0 or slot-input > max-generations
               display "nothing restored"
               STOP RUN
           end-if
           move slot-input to gen-slot
           move gen-slot to gen-name-slot
           perform check-generation
           if gen-complete = 0
               display gen-file-name " is not a complete generation "
                       "-- nothing restored"
               STOP RUN
           end-if
           display "roll forward to (yyyymmddhhmmss, 0 for the end "
                   "of AUDIT.DAT)"
           accept stop-stamp
           if stop-stamp = 0
               move 99999999999999 to stop-stamp
           end-if
           if stop-stamp < gen-stamp
               display "that point is before the backup was taken "
                       "-- nothing restored"
               STOP RUN
           end-if
           display "every data file will be replaced from "
                   gen-file-name " -- type YES to go on"
           accept confirm-input
           if confirm-input not = "YES"
               display "nothing restored"
               STOP RUN
           end-if
           compute gen-date = gen-stamp / 1000000
           OPEN OUTPUT restore-rpt-file
           move gen-slot to rh-slot
           move gen-stamp to stamp-work
           perform set-stamp-display
           move stamp-display to rh-taken
           if stop-stamp = 99999999999999
               move "end of AUDIT.DAT" to rh-stop
           else
               move stop-stamp to stamp-work
               perform set-stamp-display
               move stamp-display to rh-stop
           end-if
           move restore-header to restore-line
           WRITE restore-line
           perform reload-generation
           if run-failed = 1
               move "the reload FAILED -- restore again before use"
                                                   to restore-line
               WRITE restore-line
               CLOSE restore-rpt-file
               display "reload from " gen-file-name " FAILED -- "
                       "see RESTORE.RPT"
               perform stamp-run-control
               STOP RUN
           end-if
           perform roll-forward
           perform save-tables
      * every journal line is in AUDIT.DAT too: left in place the
      * main system would apply it a second time at startup
           OPEN OUTPUT journal-file
           CLOSE journal-file
           perform list-batch-reruns
           CLOSE restore-rpt-file
           display load-count " record(s) reloaded from "
                   gen-file-name
           display replay-count " audit entry(ies) replayed, "
                   skipped-count " could not be -- see RESTORE.RPT"
           if rerun-count > 0
               display rerun-count " batch run(s) since the backup "
                       "must be run again -- see RESTORE.RPT"
           end-if
           perform stamp-run-control
           STOP RUN.
      *****************************************************
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
               OPEN OUTPUT runctl-file
           end-if
           move "RESTORE" to rc-program
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
       set-stamp-display section.
           move sw-day to sd-day
           move sw-month to sd-month
           move sw-year to sd-year
           move sw-hh to sd-hh
           move sw-mm to sd-mm
           move sw-ss to sd-ss
           .
       set-stamp-display-exit. exit.
      *****************************************************
       list-generations section.
           move 0 to gen-count
           display "backup generations on disk:"
           perform varying gen-try from 1 by 1
                           until gen-try > max-generations
               move gen-try to gen-name-slot
               perform check-generation
               if gen-complete = 1
                   add 1 to gen-count
                   move gen-stamp to stamp-work
                   perform set-stamp-display
                   display "  " gen-try "  taken " stamp-display
                           "  " gen-total " record(s)"
               else
                   if gen-stamp not = 0
                       move gen-stamp to stamp-work
                       perform set-stamp-display
                       display "  " gen-try "  taken " stamp-display
                               "  INCOMPLETE -- cannot be restored"
                   end-if
               end-if
           end-perform
           .
       list-generations-exit. exit.
      *****************************************************
      * Reads the generation named by gen-name-slot through: it is
      * complete when it opens with a header and ends with the
      * trailer. gen-stamp is the backup time from the header,
      * gen-total the record count from the trailer.
       check-generation section.
           move 0 to gen-complete
           move 0 to gen-stamp
           move 0 to gen-total
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
                   if bk-trailer-line
                       move bkt-record-count to gen-total
                   end-if
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
      * Every file is emptied first, so a file that was not on disk
      * at backup time comes back empty. The masters and ledgers are
      * written as their lines come; the tables the main system
      * saves at exit are loaded into memory for the roll-forward
      * and written out after it.
       reload-generation section.
           move 0 to load-count
           move 0 to file-load-count
           move 0 to bituah-hist-len
           move 0 to waitlist-len
           move 0 to copay-len
           move 0 to referral-len
           move 0 to absence-len
           move 0 to exrate-len
           move 0 to feesched-len
           move 0 to period-len
           OPEN OUTPUT client-file
           OPEN OUTPUT doctor-file
           OPEN OUTPUT appt-file
           if client-file-status not = "00" or
              doctor-file-status not = "00" or
              appt-file-status not = "00"
               display "cannot create the master files, status "
                       client-file-status " " doctor-file-status " "
                       appt-file-status
               move 1 to run-failed
               go to reload-generation-exit
           end-if
           OPEN OUTPUT apphist-file
           OPEN OUTPUT operator-file
           OPEN OUTPUT share-file
           OPEN OUTPUT interval-file
           OPEN OUTPUT openinv-file
           OPEN OUTPUT receipt-file
           OPEN OUTPUT credit-file
           OPEN OUTPUT claimlog-file
           OPEN OUTPUT paid-file
           OPEN OUTPUT dist-file
           OPEN OUTPUT gl-file
           OPEN OUTPUT charge-file
           OPEN INPUT gen-file
           perform until gen-file-status not = "00"
               READ gen-file
                   AT END move "10" to gen-file-status
                   NOT AT END
                       if bk-data-line
                           perform reload-one-record
                       end-if
                       if bk-count-line
                           perform check-file-count
                       end-if
               END-READ
           END-PERFORM
           if gen-file-status not = "10"
               display "read error on " gen-file-name ", status "
                       gen-file-status
               move 1 to run-failed
           end-if
           CLOSE gen-file
           CLOSE client-file
           CLOSE doctor-file
           CLOSE appt-file
           CLOSE apphist-file
           CLOSE operator-file
           CLOSE share-file
           CLOSE interval-file
           CLOSE openinv-file
           CLOSE receipt-file
           CLOSE credit-file
           CLOSE claimlog-file
           CLOSE paid-file
           CLOSE dist-file
           CLOSE gl-file
           CLOSE charge-file
           if load-count not = gen-total
               display load-count " record(s) reloaded but the "
                       "generation holds " gen-total
               move 1 to run-failed
           end-if
           .
       reload-generation-exit. exit.
      *****************************************************
       reload-one-record section.
           add 1 to load-count
           add 1 to file-load-count
           EVALUATE bk-file-code
               when "CLIENTS"
                   move bk-data to client-record
                   WRITE client-record
                       INVALID KEY add 1 to lost-count
                   END-WRITE
               when "DOCTORS"
                   move bk-data to doctor-record
                   WRITE doctor-record
                       INVALID KEY add 1 to lost-count
                   END-WRITE
               when "APPTS"
                   move bk-data to appt-record
                   WRITE appt-record
                       INVALID KEY add 1 to lost-count
                   END-WRITE
               when "APPHIST"
                   move bk-data to apphist-record
                   WRITE apphist-record
               when "OPERATOR"
                   move bk-data to operator-record
                   WRITE operator-record
               when "SHARE"
                   move bk-data to clinic-share-record
                   WRITE clinic-share-record
               when "RECALL"
                   move bk-data to recall-interval-record
                   WRITE recall-interval-record
               when "OPENINV"
                   move bk-data to open-invoice-record
                   WRITE open-invoice-record
               when "RECEIPTS"
                   move bk-data to receipt-record
                   WRITE receipt-record
               when "CREDITS"
                   move bk-data to credit-note-record
                   WRITE credit-note-record
               when "CLAIMLOG"
                   move bk-data to claim-record
                   WRITE claim-record
               when "DOCPAID"
                   move bk-data to paid-visit-record
                   WRITE paid-visit-record
               when "BILLDIST"
                   move bk-data to bill-dist-record
                   WRITE bill-dist-record
               when "GLJRNL"
                   move bk-data to gl-journal-record
                   WRITE gl-journal-record
               when "BILLCHG"
                   move bk-data to visit-charge-record
                   WRITE visit-charge-record
               when "PERIOD"
                   perform load-period
               when "BTHIST"
                   perform load-bituah-hist
               when "WAITLIST"
                   perform load-waitlist
               when "COPAY"
                   perform load-copay
               when "REFERRAL"
                   perform load-referral
               when "ABSENCE"
                   perform load-absence
               when "EXRATE"
                   perform load-exrate
               when "FEESCHED"
                   perform load-feesched
               when other
                   add 1 to lost-count
           END-EVALUATE
           .
       reload-one-record-exit. exit.
      *****************************************************
      * A file's count line closes its records in the generation:
      * what was reloaded must match what was backed up.
       check-file-count section.
           move bk-file-code to rl-file
           move file-load-count to rl-count
           if bkc-on-file = 'N'
               move "not on file at backup -- left empty" to rl-note
           else
               if file-load-count = bkc-record-count and
                  lost-count = 0
                   move spaces to rl-note
               else
                   move spaces to rl-note
                   string "RELOAD FAILED, " lost-count
                          " record(s) lost" delimited by size
                          into rl-note
                   move 1 to run-failed
               end-if
           end-if
           move restore-load to restore-line
           WRITE restore-line
           move 0 to file-load-count
           move 0 to lost-count
           .
       check-file-count-exit. exit.
      *****************************************************
       load-bituah-hist section.
           if bituah-hist-len > 199
               add 1 to lost-count
               go to load-bituah-hist-exit
           end-if
           move bk-data to bituah-hist-record
           add 1 to bituah-hist-len
           set bth-index to bituah-hist-len
           move bh-client-id   to hist-client-id(bth-index)
           move bh-old-type    to old-bituah-type(bth-index)
           move bh-new-type    to new-bituah-type(bth-index)
           move bh-change-date to bituah-change-date(bth-index)
           .
       load-bituah-hist-exit. exit.
      *****************************************************
       load-waitlist section.
           if waitlist-len > 99
               add 1 to lost-count
               go to load-waitlist-exit
           end-if
           move bk-data to waitlist-record
           add 1 to waitlist-len
           set wl-index to waitlist-len
           move wr-cal-month to wl-cal-month(wl-index)
           move wr-cal-day   to wl-cal-day(wl-index)
           move wr-client-id to wl-client-id(wl-index)
           move wr-doctor-id to wl-doctor-id(wl-index)
           .
       load-waitlist-exit. exit.
      *****************************************************
       load-copay section.
           if copay-len > 99
               add 1 to lost-count
               go to load-copay-exit
           end-if
           move bk-data to copay-record
           add 1 to copay-len
           set cp-index to copay-len
           move cp-biuah-type to copay-biuah-type(cp-index)
           move cp-spesific   to copay-spesific(cp-index)
           move cp-pct        to copay-pct(cp-index)
           .
       load-copay-exit. exit.
      *****************************************************
       load-referral section.
           if referral-len > 199
               add 1 to lost-count
               go to load-referral-exit
           end-if
           move bk-data to referral-record
           add 1 to referral-len
           set ref-index to referral-len
           move rf-client-id       to ref-client-id(ref-index)
           move rf-doctor-id       to ref-doctor-id(ref-index)
           move rf-target-spesific to ref-target-spesific(ref-index)
           move rf-issue-date      to ref-issue-date(ref-index)
           move rf-expiry-date     to ref-expiry-date(ref-index)
           move rf-status          to ref-status(ref-index)
           .
       load-referral-exit. exit.
      *****************************************************
       load-absence section.
           if absence-len > 49
               add 1 to lost-count
               go to load-absence-exit
           end-if
           move bk-data to absence-record
           add 1 to absence-len
           set ab-index to absence-len
           move ab-doctor-id to abs-doctor-id(ab-index)
           move ab-from-date to abs-from-date(ab-index)
           move ab-to-date   to abs-to-date(ab-index)
           move ab-reason    to abs-reason(ab-index)
           .
       load-absence-exit. exit.
      *****************************************************
       load-exrate section.
           if exrate-len > 49
               add 1 to lost-count
               go to load-exrate-exit
           end-if
           move bk-data to exrate-record
           add 1 to exrate-len
           set xr-index to exrate-len
           move xr-currency       to exr-currency(xr-index)
           move xr-rate           to exr-rate(xr-index)
           move xr-effective-date to exr-effective(xr-index)
           .
       load-exrate-exit. exit.
      *****************************************************
       load-feesched section.
           if feesched-len > 9
               add 1 to lost-count
               go to load-feesched-exit
           end-if
           move bk-data to fee-schedule-record
           add 1 to feesched-len
           set fs-index to feesched-len
           move fs-biuah-type  to fee-biuah-type(fs-index)
           move fs-flat-amount to fee-flat-amount(fs-index)
           move fs-pct         to fee-pct(fs-index)
           .
       load-feesched-exit. exit.
      *****************************************************
       load-period section.
           if period-len > 239
               add 1 to lost-count
               go to load-period-exit
           end-if
           add 1 to period-len
           set prd-index to period-len
           move bk-data to prd-image(prd-index)
           .
       load-period-exit. exit.
      *****************************************************
      * AUDIT.DAT in the order the changes were made: every entry
      * after the backup time up to the chosen point is applied
      * again and listed.
       roll-forward section.
           move 0 to replay-count
           move 0 to skipped-count
           move spaces to restore-line
           WRITE restore-line
           OPEN INPUT audit-file
           if audit-file-status = "35"
               move "no AUDIT.DAT -- nothing to roll forward"
                                                   to restore-line
               WRITE restore-line
               go to roll-forward-exit
           end-if
           if audit-file-status not = "00"
               display "cannot open AUDIT.DAT, status "
                       audit-file-status " -- not rolled forward"
               move "AUDIT.DAT unreadable -- NOT rolled forward"
                                                   to restore-line
               WRITE restore-line
               move 1 to run-failed
               go to roll-forward-exit
           end-if
           OPEN I-O client-file
           OPEN I-O doctor-file
           OPEN I-O appt-file
           perform until audit-file-status not = "00"
               READ audit-file
                   AT END move "10" to audit-file-status
                   NOT AT END
                       if jr-timestamp > gen-stamp and
                          jr-timestamp <= stop-stamp
                           perform apply-audit-record
                       end-if
               END-READ
           END-PERFORM
           CLOSE audit-file
           CLOSE client-file
           CLOSE doctor-file
           CLOSE appt-file
           if replay-count = 0 and skipped-count = 0
               move "no audit entries after the backup"
                                                   to restore-line
               WRITE restore-line
           end-if
           .
       roll-forward-exit. exit.
      *****************************************************
      * The main system journals each change after making it, so
      * an entry that no longer applies (the slot is already taken,
      * the booking is gone) is listed and passed over.
       apply-audit-record section.
           move 1 to replay-ok
           move spaces to replay-note
           EVALUATE jr-action
               when "BK"
                   perform replay-booking
               when "CN"
                   perform replay-cancel
               when "WA"
                   perform replay-booking
                   if replay-ok = 1
                       perform replay-waitlist-remove
                   end-if
               when "WL"
                   perform replay-waitlist-add
               when "BT"
                   perform replay-bituah-change
               when "CO"
                   perform replay-card-status
               when "NC"
                   perform replay-new-client
               when "ND"
                   perform replay-new-doctor
               when "SM"
                   perform replay-visit-summary
               when "CI"
                   perform replay-check-in
               when "MV"
                   perform replay-move
               when "CP"
                   perform replay-copay
               when "RC"
                   perform replay-referral-capture
               when "RU"
                   perform replay-referral-status
               when "RO"
                   perform replay-referral-status
               when "AB"
                   perform replay-absence-add
               when "AD"
                   perform replay-absence-delete
               when "XR"
                   perform replay-exrate
               when "FS"
                   perform replay-feesched
               when "DR"
                   perform replay-retire
               when "PR"
                   perform replay-reopen-period
               when "OA"
                   move 0 to replay-ok
                   move "operator change -- re-enter with option 19"
                                                   to replay-note
               when "MG"
                   perform replay-merge
               when other
                   move 0 to replay-ok
                   move "unknown action" to replay-note
           END-EVALUATE
           if replay-ok = 1
               add 1 to replay-count
               if replay-note = spaces
                   move "replayed" to replay-note
               end-if
           else
               add 1 to skipped-count
           end-if
           move jr-timestamp to stamp-work
           perform set-stamp-display
           move stamp-display to rd-stamp
           move jr-operator-id to rd-operator
           move jr-action to rd-action
           move jr-client-id to rd-client-id
           move jr-doctor-id to rd-doctor-id
           move jr-cal-day to rd-day
           move jr-cal-month to rd-month
           move jr-slot-time to time-work
           move time-work-hh to rd-hh
           move time-work-mm to rd-mm
           move replay-note to rd-note
           move replay-detail to restore-line
           WRITE restore-line
           .
       apply-audit-record-exit. exit.
      *****************************************************
      * The journal carries the month and day of the booking; the
      * year is the working year the change was made in.
       set-appt-key section.
           move jr-timestamp to stamp-work
           move sw-year to ar-cal-year
           move jr-cal-month to ar-cal-month
           move jr-cal-day to ar-cal-day
           move jr-doctor-id to ar-doctor-id
           move jr-slot-time to ar-slot-time
           .
       set-appt-key-exit. exit.
      *****************************************************
      * BK and WA: the slot is written afresh as booked. The weekly
      * course flag is not journaled, so a replayed course visit is
      * an ordinary booking.
       replay-booking section.
           perform set-appt-key
           move jr-client-id to ar-client-id
           move ar-cal-year to z-year
           move ar-cal-month to z-month
           move ar-cal-day to z-day
           perform compute-day-of-week
           move z-h to ar-day-in-week
           move 'B' to ar-status
           move 0 to ar-series
           move spaces to ar-sicum-bikur
           WRITE appt-record
               INVALID KEY
                   move 0 to replay-ok
                   move "slot already taken -- not booked"
                                                   to replay-note
                   go to replay-booking-exit
           END-WRITE
           move jr-client-id to upd-client-id
           move 1 to upd-cnt-delta
           perform apply-client-visit-delta
           .
       replay-booking-exit. exit.
      *****************************************************
       replay-cancel section.
           perform set-appt-key
           READ appt-file
               INVALID KEY
                   move 0 to replay-ok
                   move "booking not on file -- nothing cancelled"
                                                   to replay-note
                   go to replay-cancel-exit
           END-READ
           DELETE appt-file RECORD
               INVALID KEY
                   move 0 to replay-ok
                   move "booking could not be deleted" to replay-note
                   go to replay-cancel-exit
           END-DELETE
           move ar-client-id to upd-client-id
           move -1 to upd-cnt-delta
           perform apply-client-visit-delta
           .
       replay-cancel-exit. exit.
      *****************************************************
      * The client card's visit count follows the bookings made
      * and cancelled, as it did at the desk.
       apply-client-visit-delta section.
           move upd-client-id to cr-client-id
           READ client-file
               INVALID KEY
                   go to apply-client-visit-delta-exit
           END-READ
           if upd-cnt-delta < 0 and cr-cnt-visit = 0
               go to apply-client-visit-delta-exit
           end-if
           add upd-cnt-delta to cr-cnt-visit
           REWRITE client-record
           END-REWRITE
           .
       apply-client-visit-delta-exit. exit.
      *****************************************************
      * A WL line with the old doctor and time in the detail is a
      * booking that a doctor absence or retirement pushed onto the
      * waitlist: the booking itself goes too.
       replay-waitlist-add section.
           move 0 to free-wl-index
           perform varying wl-index from 1 by 1
                           until wl-index > waitlist-len
               if free-wl-index = 0 and wl-client-id(wl-index) = 0
                   set free-wl-index to wl-index
               end-if
           end-perform
           if free-wl-index = 0
               if waitlist-len > 99
                   move 0 to replay-ok
                   move "waitlist is full" to replay-note
                   go to replay-waitlist-add-exit
               end-if
               add 1 to waitlist-len
               set free-wl-index to waitlist-len
           end-if
           set wl-index to free-wl-index
           move jr-cal-month to wl-cal-month(wl-index)
           move jr-cal-day to wl-cal-day(wl-index)
           move jr-client-id to wl-client-id(wl-index)
           move jr-doctor-id to wl-doctor-id(wl-index)
           if jr-detail = spaces
               go to replay-waitlist-add-exit
           end-if
           move jr-detail to jd-move
           perform set-appt-key
           move jd-mv-old-doctor to ar-doctor-id
           move jd-mv-old-time to ar-slot-time
           READ appt-file
               INVALID KEY
                   move "waitlisted; old booking was not on file"
                                                   to replay-note
                   go to replay-waitlist-add-exit
           END-READ
           DELETE appt-file RECORD
           END-DELETE
           .
       replay-waitlist-add-exit. exit.
      *****************************************************
       replay-waitlist-remove section.
           perform varying wl-index from 1 by 1
                           until wl-index > waitlist-len
               if wl-client-id(wl-index) = jr-client-id
                  and wl-doctor-id(wl-index) = jr-doctor-id
                  and wl-cal-month(wl-index) = jr-cal-month
                  and wl-cal-day(wl-index) = jr-cal-day
                   move ZERO to wl-client-id(wl-index)
                   move ZERO to wl-doctor-id(wl-index)
                   move ZERO to wl-cal-month(wl-index)
                   move ZERO to wl-cal-day(wl-index)
               end-if
           end-perform
           .
       replay-waitlist-remove-exit. exit.
      *****************************************************
       replay-bituah-change section.
           move jr-detail to jd-bituah
           move jr-client-id to cr-client-id
           READ client-file
               INVALID KEY
                   move 0 to replay-ok
                   move "client card not on file" to replay-note
                   go to replay-bituah-change-exit
           END-READ
           move jd-bt-new to cr-biuah-type
           REWRITE client-record
           END-REWRITE
           if bituah-hist-len > 199
               move "card changed; history table is full"
                                                   to replay-note
               go to replay-bituah-change-exit
           end-if
           add 1 to bituah-hist-len
           set bth-index to bituah-hist-len
           move jr-client-id to hist-client-id(bth-index)
           move jd-bt-old to old-bituah-type(bth-index)
           move jd-bt-new to new-bituah-type(bth-index)
           move jd-bt-date to bituah-change-date(bth-index)
           .
       replay-bituah-change-exit. exit.
      *****************************************************
       replay-card-status section.
           move jr-client-id to cr-client-id
           READ client-file
               INVALID KEY
                   move 0 to replay-ok
                   move "client card not on file" to replay-note
                   go to replay-card-status-exit
           END-READ
           move jr-detail(1:1) to cr-status-card
           REWRITE client-record
           END-REWRITE
           .
       replay-card-status-exit. exit.
      *****************************************************
       replay-new-client section.
           move jr-detail to jd-client
           move jr-client-id to cr-client-id
           move jd-cl-name to cr-clint-name
           move jd-cl-cnt to cr-cnt-visit
           move jd-cl-type to cr-biuah-type
           move jd-cl-status to cr-status-card
           move jd-cl-country to cr-country
           move jd-cl-household to cr-household-id
           WRITE client-record
               INVALID KEY
                   move 0 to replay-ok
                   move "a card with that id is already on file"
                                                   to replay-note
           END-WRITE
           .
       replay-new-client-exit. exit.
      *****************************************************
       replay-new-doctor section.
           move jr-detail to jd-doctor
           move jr-doctor-id to dr-doctor-id
           move jd-dr-name to dr-doctor-name
           move jd-dr-lenaguge to dr-doctor-lenaguge
           move jd-dr-cost to dr-visit-cost
           move jd-dr-spesific to dr-spesific
           perform varying day-idx from 1 by 1 until day-idx > 6
               move jd-dr-accept(day-idx) to dr-accept-days(day-idx)
           end-perform
           move jd-dr-start to dr-start-hour
           move jd-dr-end to dr-end-hour
           move jd-dr-ezor to dr-ezor
           move 'A' to dr-status
           move 0 to dr-retire-date
           WRITE doctor-record
               INVALID KEY
                   move 0 to replay-ok
                   move "a doctor with that id is already on file"
                                                   to replay-note
           END-WRITE
           .
       replay-new-doctor-exit. exit.
      *****************************************************
      * A summary is journaled without the doctor: the client's
      * booking at that date and time is found by the client key.
       replay-visit-summary section.
           move 0 to appt-found
           move jr-client-id to ar-client-id
           START appt-file KEY IS = ar-client-id
               INVALID KEY
                   move "10" to appt-file-status
               NOT INVALID KEY
                   move "00" to appt-file-status
           END-START
           move jr-timestamp to stamp-work
           perform until not appt-io-ok or
                         appt-found = 1
               READ appt-file NEXT RECORD
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = jr-client-id
                           move "10" to appt-file-status
                       else
                           if ar-cal-year = sw-year and
                              ar-cal-month = jr-cal-month and
                              ar-cal-day = jr-cal-day and
                              ar-slot-time = jr-slot-time
                               move 1 to appt-found
                           end-if
                       end-if
               END-READ
           END-PERFORM
           if appt-found = 0
               move 0 to replay-ok
               move "booking not on file -- summary not saved"
                                                   to replay-note
               go to replay-visit-summary-exit
           end-if
           move jr-detail to ar-sicum-bikur
           move 'A' to ar-status
           REWRITE appt-record
               INVALID KEY
                   move 0 to replay-ok
                   move "summary could not be saved" to replay-note
           END-REWRITE
           .
       replay-visit-summary-exit. exit.
      *****************************************************
       replay-check-in section.
           perform set-appt-key
           READ appt-file
               INVALID KEY
                   move 0 to replay-ok
                   move "booking not on file -- not checked in"
                                                   to replay-note
                   go to replay-check-in-exit
           END-READ
           move 'A' to ar-status
           REWRITE appt-record
               INVALID KEY
                   move 0 to replay-ok
                   move "check-in could not be saved" to replay-note
           END-REWRITE
           .
       replay-check-in-exit. exit.
      *****************************************************
      * The old doctor and time are in the detail; the new ones are
      * the entry's own doctor and time.
       replay-move section.
           move jr-detail to jd-move
           perform set-appt-key
           move jd-mv-old-doctor to ar-doctor-id
           move jd-mv-old-time to ar-slot-time
           READ appt-file
               INVALID KEY
                   move 0 to replay-ok
                   move "old booking not on file -- not moved"
                                                   to replay-note
                   go to replay-move-exit
           END-READ
           DELETE appt-file RECORD
               INVALID KEY
                   move 0 to replay-ok
                   move "old booking could not be deleted"
                                                   to replay-note
                   go to replay-move-exit
           END-DELETE
           move jr-doctor-id to ar-doctor-id
           move jr-slot-time to ar-slot-time
           move 'B' to ar-status
           move 0 to ar-series
           WRITE appt-record
               INVALID KEY
                   move 0 to replay-ok
                   move "new slot already taken -- booking LOST"
                                                   to replay-note
           END-WRITE
           .
       replay-move-exit. exit.
      *****************************************************
       replay-retire section.
           move jr-detail to jd-retire
           move jr-doctor-id to dr-doctor-id
           READ doctor-file
               INVALID KEY
                   move 0 to replay-ok
                   move "doctor not on file" to replay-note
                   go to replay-retire-exit
           END-READ
           move 'R' to dr-status
           move jd-dr-retire-date to dr-retire-date
           REWRITE doctor-record
           END-REWRITE
           .
       replay-retire-exit. exit.
      *****************************************************
       replay-copay section.
           move jr-detail to jd-copay
           move 0 to copay-found-index
           perform varying cp-index from 1 by 1
                                       until cp-index > copay-len
               if copay-biuah-type(cp-index) = jd-cp-type and
                  copay-spesific(cp-index) = jd-cp-spec
                   set copay-found-index to cp-index
               end-if
           end-perform
           if copay-found-index not = 0
               move jd-cp-pct to copay-pct(copay-found-index)
           else
               if copay-len > 99
                   move 0 to replay-ok
                   move "copay schedule is full" to replay-note
                   go to replay-copay-exit
               end-if
               add 1 to copay-len
               set cp-index to copay-len
               move jd-cp-type to copay-biuah-type(cp-index)
               move jd-cp-spec to copay-spesific(cp-index)
               move jd-cp-pct to copay-pct(cp-index)
           end-if
           .
       replay-copay-exit. exit.
      *****************************************************
       replay-referral-capture section.
           if referral-len > 199
               move 0 to replay-ok
               move "referral table is full" to replay-note
               go to replay-referral-capture-exit
           end-if
           move jr-detail to jd-referral
           add 1 to referral-len
           set ref-index to referral-len
           move jr-client-id to ref-client-id(ref-index)
           move jr-doctor-id to ref-doctor-id(ref-index)
           move jd-rf-spec to ref-target-spesific(ref-index)
           move jd-rf-issue to ref-issue-date(ref-index)
           move jd-rf-expiry to ref-expiry-date(ref-index)
           move jd-rf-status to ref-status(ref-index)
           .
       replay-referral-capture-exit. exit.
      *****************************************************
      * RU flips the first matching open referral to used, RO flips
      * the first matching used referral back to open.
       replay-referral-status section.
           move jr-detail to jd-referral
           move 0 to ref-found-index
           perform varying ref-index from 1 by 1
                           until ref-index > referral-len
               if ref-found-index = 0
                  and ref-client-id(ref-index) = jr-client-id
                  and ref-target-spesific(ref-index) = jd-rf-spec
                  and ref-expiry-date(ref-index) = jd-rf-expiry
                  and ref-status(ref-index) not = jd-rf-status
                   set ref-found-index to ref-index
               end-if
           end-perform
           if ref-found-index not = 0
               move jd-rf-status to ref-status(ref-found-index)
           else
               move 0 to replay-ok
               move "no matching referral on file" to replay-note
           end-if
           .
       replay-referral-status-exit. exit.
      *****************************************************
       replay-absence-add section.
           if absence-len > 49
               move 0 to replay-ok
               move "absence table is full" to replay-note
               go to replay-absence-add-exit
           end-if
           move jr-detail to jd-absence
           move 0 to abs-found-index
           perform varying ab-index from 1 by 1
                           until ab-index > absence-len
               if abs-found-index = 0 and abs-doctor-id(ab-index) = 0
                   set abs-found-index to ab-index
               end-if
           end-perform
           if abs-found-index = 0
               add 1 to absence-len
               set abs-found-index to absence-len
           end-if
           set ab-index to abs-found-index
           move jr-doctor-id to abs-doctor-id(ab-index)
           move jd-ab-from to abs-from-date(ab-index)
           move jd-ab-to to abs-to-date(ab-index)
           move jd-ab-reason to abs-reason(ab-index)
           .
       replay-absence-add-exit. exit.
      *****************************************************
       replay-absence-delete section.
           move jr-detail to jd-absence
           perform varying ab-index from 1 by 1
                           until ab-index > absence-len
               if abs-doctor-id(ab-index) = jr-doctor-id
                  and abs-from-date(ab-index) = jd-ab-from
                  and abs-to-date(ab-index) = jd-ab-to
                   move ZERO to abs-doctor-id(ab-index)
                   move ZERO to abs-from-date(ab-index)
                   move ZERO to abs-to-date(ab-index)
                   move SPACES to abs-reason(ab-index)
               end-if
           end-perform
           .
       replay-absence-delete-exit. exit.
      *****************************************************
      * Same currency and effective date updates the row in place,
      * otherwise a new row is appended -- as the rate option does.
       replay-exrate section.
           move jr-detail to jd-rate
           move 0 to rate-found-index
           perform varying xr-index from 1 by 1
                                       until xr-index > exrate-len
               if exr-currency(xr-index) = jd-xr-currency and
                  exr-effective(xr-index) = jd-xr-date
                   set rate-found-index to xr-index
               end-if
           end-perform
           if rate-found-index not = 0
               move jd-xr-rate to exr-rate(rate-found-index)
           else
               if exrate-len > 49
                   move 0 to replay-ok
                   move "exchange-rate table is full" to replay-note
                   go to replay-exrate-exit
               end-if
               add 1 to exrate-len
               set xr-index to exrate-len
               move jd-xr-currency to exr-currency(xr-index)
               move jd-xr-rate to exr-rate(xr-index)
               move jd-xr-date to exr-effective(xr-index)
           end-if
           .
       replay-exrate-exit. exit.
      *****************************************************
       replay-feesched section.
           move jr-detail to jd-fee
           move 0 to fee-found-index
           perform varying fs-index from 1 by 1
                                       until fs-index > feesched-len
               if fee-biuah-type(fs-index) = jd-fs-type
                   set fee-found-index to fs-index
               end-if
           end-perform
           if fee-found-index not = 0
               move jd-fs-flat to fee-flat-amount(fee-found-index)
               move jd-fs-pct to fee-pct(fee-found-index)
           else
               if feesched-len > 9
                   move 0 to replay-ok
                   move "fee schedule is full" to replay-note
                   go to replay-feesched-exit
               end-if
               add 1 to feesched-len
               set fs-index to feesched-len
               move jd-fs-type to fee-biuah-type(fs-index)
               move jd-fs-flat to fee-flat-amount(fs-index)
               move jd-fs-pct to fee-pct(fs-index)
           end-if
           .
       replay-feesched-exit. exit.
      *****************************************************
      * A month the generation does not show as closed was billed
      * after the backup; that BILLING run is listed to be run
      * again, and the month reopened again after it.
       replay-reopen-period section.
           move jr-detail to jd-period
           move 0 to period-found
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               move prd-image(prd-index) to period-record
               if pc-period = jd-pr-period
                   set period-found to prd-index
               end-if
           end-perform
           if period-found = 0
               move 0 to replay-ok
               move "not closed at backup -- reopen it again"
                                                   to replay-note
               go to replay-reopen-period-exit
           end-if
           set prd-index to period-found
           move prd-image(prd-index) to period-record
           move 'R' to pc-status
           add 1 to pc-reopen-count
           move jr-timestamp to pc-reopen-stamp
           move jr-operator-id to pc-reopen-manager
           move jd-pr-reason to pc-reopen-reason
           move period-record to prd-image(prd-index)
           .
       replay-reopen-period-exit. exit.
      *****************************************************
      * A card merge is redone from the two ids it journaled: the
      * retired card's bookings are re-keyed to the surviving card,
      * every ledger line, table row and household link moves with
      * them, the surviving card's visit count is its slot count
      * and the retired card is closed -- what option 24 does.
       replay-merge section.
           move jr-detail to jd-merge
           move jr-client-id to merge-keep-id
           move jd-mg-retired to merge-retire-id
           move 0 to merge-moved
           move 0 to merge-unreadable
           perform merge-appts
           perform merge-apphist
           perform merge-openinv
           perform merge-receipts-file
           perform merge-credits-file
           perform merge-claimlog
           perform merge-docpaid
           perform merge-billchg
           perform merge-tables
           perform merge-households
           perform merge-close-card
           if merge-unreadable = 1
               move 0 to replay-ok
               move "merge redone, a file was unreadable"
                                                   to replay-note
           end-if
           if replay-ok = 1 and replay-note = spaces
               move merge-moved to mn-moved
               move merge-note to replay-note
           end-if
           .
       replay-merge-exit. exit.
      *****************************************************
      * Re-keying moves the booking on the client key, so the
      * retired card's bookings are looked up afresh until none is
      * left.
       merge-appts section.
           move 1 to merge-more
           perform until merge-more = 0
               move 0 to merge-more
               move merge-retire-id to ar-client-id
               START appt-file KEY IS = ar-client-id
                   INVALID KEY continue
                   NOT INVALID KEY
                       READ appt-file NEXT RECORD
                           AT END continue
                           NOT AT END
                               if ar-client-id = merge-retire-id
                                   perform merge-appt-slot
                               end-if
                       END-READ
               END-START
           end-perform
           move 0 to merge-new-count
           move merge-keep-id to ar-client-id
           START appt-file KEY IS = ar-client-id
               INVALID KEY
                   move "10" to appt-file-status
               NOT INVALID KEY
                   move "00" to appt-file-status
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT RECORD
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = merge-keep-id
                           move "10" to appt-file-status
                       else
                           add 1 to merge-new-count
                       end-if
               END-READ
           END-PERFORM
           .
       merge-appts-exit. exit.
      *****************************************************
       merge-appt-slot section.
           move merge-keep-id to ar-client-id
           REWRITE appt-record
               INVALID KEY
                   move 1 to merge-unreadable
                   go to merge-appt-slot-exit
           END-REWRITE
           add 1 to merge-moved
           move 1 to merge-more
           .
       merge-appt-slot-exit. exit.
      *****************************************************
       merge-apphist section.
           OPEN I-O apphist-file
           if apphist-file-status = "35"
               go to merge-apphist-exit
           end-if
           if apphist-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-apphist-exit
           end-if
           perform until apphist-file-status not = "00"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       if ah-client-id = merge-retire-id
                           move merge-keep-id to ah-client-id
                           REWRITE apphist-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       merge-apphist-exit. exit.
      *****************************************************
       merge-openinv section.
           OPEN I-O openinv-file
           if openinv-file-status = "35"
               go to merge-openinv-exit
           end-if
           if openinv-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-openinv-exit
           end-if
           perform until openinv-file-status not = "00"
               READ openinv-file
                   AT END move "10" to openinv-file-status
                   NOT AT END
                       if oi-client-id = merge-retire-id
                           move merge-keep-id to oi-client-id
                           REWRITE open-invoice-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE openinv-file
           .
       merge-openinv-exit. exit.
      *****************************************************
       merge-receipts-file section.
           OPEN I-O receipt-file
           if receipt-file-status = "35"
               go to merge-receipts-file-exit
           end-if
           if receipt-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-receipts-file-exit
           end-if
           perform until receipt-file-status not = "00"
               READ receipt-file
                   AT END move "10" to receipt-file-status
                   NOT AT END
                       if rr-client-id = merge-retire-id
                           move merge-keep-id to rr-client-id
                           REWRITE receipt-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE receipt-file
           .
       merge-receipts-file-exit. exit.
      *****************************************************
       merge-credits-file section.
           OPEN I-O credit-file
           if credit-file-status = "35"
               go to merge-credits-file-exit
           end-if
           if credit-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-credits-file-exit
           end-if
           perform until credit-file-status not = "00"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if cn-client-id = merge-retire-id
                           move merge-keep-id to cn-client-id
                           REWRITE credit-note-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           .
       merge-credits-file-exit. exit.
      *****************************************************
       merge-claimlog section.
           OPEN I-O claimlog-file
           if claimlog-file-status = "35"
               go to merge-claimlog-exit
           end-if
           if claimlog-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-claimlog-exit
           end-if
           perform until claimlog-file-status not = "00"
               READ claimlog-file
                   AT END move "10" to claimlog-file-status
                   NOT AT END
                       if cl-client-id = merge-retire-id
                           move merge-keep-id to cl-client-id
                           REWRITE claim-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE claimlog-file
           .
       merge-claimlog-exit. exit.
      *****************************************************
       merge-docpaid section.
           OPEN I-O paid-file
           if paid-file-status = "35"
               go to merge-docpaid-exit
           end-if
           if paid-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-docpaid-exit
           end-if
           perform until paid-file-status not = "00"
               READ paid-file
                   AT END move "10" to paid-file-status
                   NOT AT END
                       if dp-client-id = merge-retire-id
                           move merge-keep-id to dp-client-id
                           REWRITE paid-visit-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE paid-file
           .
       merge-docpaid-exit. exit.
      *****************************************************
       merge-billchg section.
           OPEN I-O charge-file
           if charge-file-status = "35"
               go to merge-billchg-exit
           end-if
           if charge-file-status not = "00"
               move 1 to merge-unreadable
               go to merge-billchg-exit
           end-if
           perform until charge-file-status not = "00"
               READ charge-file
                   AT END move "10" to charge-file-status
                   NOT AT END
                       if vc-client-id = merge-retire-id
                           move merge-keep-id to vc-client-id
                           REWRITE visit-charge-record
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           CLOSE charge-file
           .
       merge-billchg-exit. exit.
      *****************************************************
      * A waitlist row the surviving card already holds for the
      * same doctor and day is dropped rather than doubled.
       merge-tables section.
           perform varying ref-index from 1 by 1
                                       until ref-index > referral-len
               if ref-client-id(ref-index) = merge-retire-id
                   move merge-keep-id to ref-client-id(ref-index)
                   add 1 to merge-moved
               end-if
           end-perform
           perform varying wl-index from 1 by 1
                                       until wl-index > waitlist-len
               if wl-client-id(wl-index) = merge-retire-id
                   perform merge-waitlist-row
                   add 1 to merge-moved
               end-if
           end-perform
           perform varying bth-index from 1 by 1
                                       until bth-index > bituah-hist-len
               if hist-client-id(bth-index) = merge-retire-id
                   move merge-keep-id to hist-client-id(bth-index)
                   add 1 to merge-moved
               end-if
           end-perform
           .
       merge-tables-exit. exit.
      *****************************************************
       merge-waitlist-row section.
           move 0 to merge-wl-dup
           perform varying mg-scan-index from 1 by 1
                               until mg-scan-index > waitlist-len
               if wl-client-id(mg-scan-index) = merge-keep-id
                  and wl-doctor-id(mg-scan-index) =
                                           wl-doctor-id(wl-index)
                  and wl-cal-month(mg-scan-index) =
                                           wl-cal-month(wl-index)
                  and wl-cal-day(mg-scan-index) =
                                           wl-cal-day(wl-index)
                   move 1 to merge-wl-dup
               end-if
           end-perform
           if merge-wl-dup = 1
               move ZERO to wl-client-id(wl-index)
               move ZERO to wl-doctor-id(wl-index)
               move ZERO to wl-cal-month(wl-index)
               move ZERO to wl-cal-day(wl-index)
           else
               move merge-keep-id to wl-client-id(wl-index)
           end-if
           .
       merge-waitlist-row-exit. exit.
      *****************************************************
      * Members of the retired card's household now hang off the
      * surviving card; the surviving card itself becomes the head.
       merge-households section.
           move 0 to cr-client-id
           START client-file KEY IS >= cr-client-id
               INVALID KEY
                   move "10" to client-file-status
               NOT INVALID KEY
                   move "00" to client-file-status
           END-START
           perform until client-file-status not = "00"
               READ client-file NEXT RECORD
                   AT END move "10" to client-file-status
                   NOT AT END
                       if cr-household-id = merge-retire-id
                           if cr-client-id = merge-keep-id
                               move 0 to cr-household-id
                           else
                               move merge-keep-id to cr-household-id
                           end-if
                           REWRITE client-record
                           END-REWRITE
                           add 1 to merge-moved
                       end-if
               END-READ
           END-PERFORM
           .
       merge-households-exit. exit.
      *****************************************************
       merge-close-card section.
           move merge-retire-id to cr-client-id
           READ client-file
               INVALID KEY
                   move "retired card not on file" to replay-note
               NOT INVALID KEY
                   move 'C' to cr-status-card
                   move 0 to cr-cnt-visit
                   REWRITE client-record
                   END-REWRITE
           END-READ
           move merge-keep-id to cr-client-id
           READ client-file
               INVALID KEY
                   move 0 to replay-ok
                   move "surviving card not on file" to replay-note
                   go to merge-close-card-exit
           END-READ
           if merge-new-count > 999
               move 999 to cr-cnt-visit
           else
               move merge-new-count to cr-cnt-visit
           end-if
           REWRITE client-record
           END-REWRITE
           .
       merge-close-card-exit. exit.
      *****************************************************
       compute-day-of-week section.
           move z-year to z-y
           move z-month to z-m
           if z-month < 3
               subtract 1 from z-y
               add 12 to z-m
           end-if
           divide z-y by 100 giving z-j
           compute z-k = function mod(z-y, 100)
           compute z-t1 = (13 * (z-m + 1)) / 5
           compute z-t2 = z-k / 4
           compute z-t3 = z-j / 4
           compute z-h = function mod(z-day + z-t1 + z-k + z-t2 +
                                       z-t3 + (5 * z-j), 7)
           if z-h = 0
               move 7 to z-h
           end-if
           .
       compute-day-of-week-exit. exit.
      *****************************************************
       save-tables section.
           OPEN OUTPUT bituah-hist-file
           perform varying bth-index from 1 by 1
                                       until bth-index>bituah-hist-len
               move hist-client-id(bth-index)     to bh-client-id
               move old-bituah-type(bth-index)    to bh-old-type
               move new-bituah-type(bth-index)    to bh-new-type
               move bituah-change-date(bth-index) to bh-change-date
               WRITE bituah-hist-record
           END-PERFORM
           CLOSE bituah-hist-file
           OPEN OUTPUT waitlist-file
           perform varying wl-index from 1 by 1
                                       until wl-index>waitlist-len
               move wl-cal-month(wl-index) to wr-cal-month
               move wl-cal-day(wl-index)   to wr-cal-day
               move wl-client-id(wl-index) to wr-client-id
               move wl-doctor-id(wl-index) to wr-doctor-id
               WRITE waitlist-record
           END-PERFORM
           CLOSE waitlist-file
           OPEN OUTPUT copay-file
           perform varying cp-index from 1 by 1
                                       until cp-index > copay-len
               move copay-biuah-type(cp-index) to cp-biuah-type
               move copay-spesific(cp-index)   to cp-spesific
               move copay-pct(cp-index)        to cp-pct
               WRITE copay-record
           END-PERFORM
           CLOSE copay-file
           OPEN OUTPUT referral-file
           perform varying ref-index from 1 by 1
                                       until ref-index > referral-len
               move ref-client-id(ref-index)       to rf-client-id
               move ref-doctor-id(ref-index)       to rf-doctor-id
               move ref-target-spesific(ref-index) to
                                               rf-target-spesific
               move ref-issue-date(ref-index)      to rf-issue-date
               move ref-expiry-date(ref-index)     to rf-expiry-date
               move ref-status(ref-index)          to rf-status
               WRITE referral-record
           END-PERFORM
           CLOSE referral-file
           OPEN OUTPUT absence-file
           perform varying ab-index from 1 by 1
                                       until ab-index > absence-len
               if abs-doctor-id(ab-index) not = 0
                   move abs-doctor-id(ab-index) to ab-doctor-id
                   move abs-from-date(ab-index) to ab-from-date
                   move abs-to-date(ab-index)   to ab-to-date
                   move abs-reason(ab-index)    to ab-reason
                   WRITE absence-record
               end-if
           END-PERFORM
           CLOSE absence-file
           OPEN OUTPUT exrate-file
           perform varying xr-index from 1 by 1
                                       until xr-index > exrate-len
               move exr-currency(xr-index)  to xr-currency
               move exr-rate(xr-index)      to xr-rate
               move exr-effective(xr-index) to xr-effective-date
               WRITE exrate-record
           END-PERFORM
           CLOSE exrate-file
           OPEN OUTPUT feesched-file
           perform varying fs-index from 1 by 1
                                       until fs-index > feesched-len
               move fee-biuah-type(fs-index)  to fs-biuah-type
               move fee-flat-amount(fs-index) to fs-flat-amount
               move fee-pct(fs-index)         to fs-pct
               WRITE fee-schedule-record
           END-PERFORM
           CLOSE feesched-file
           OPEN OUTPUT period-file
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               move prd-image(prd-index) to period-record
               WRITE period-record
           END-PERFORM
           CLOSE period-file
           .
       save-tables-exit. exit.
      *****************************************************
      * The batch programs change the files without journaling --
      * ATTEND's no-show stamps, BILLING's invoices and the rest --
      * and so does the PAYMENTS desk, which stamps RUNCTL.DAT for
      * every session that posted a receipt or a credit note.
      * Whatever ran on or after the backup date is listed to be
      * checked and run again; a PAYMENTS line means that day's
      * receipts and credit notes must be re-entered.
       list-batch-reruns section.
           move 0 to rerun-count
           move spaces to restore-line
           WRITE restore-line
           move "batch runs since the backup:" to restore-line
           WRITE restore-line
           OPEN INPUT runctl-file
           if runctl-file-status not = "00"
               move "  no RUNCTL.DAT" to restore-line
               WRITE restore-line
               go to list-batch-reruns-exit
           end-if
           perform until runctl-file-status not = "00"
               READ runctl-file
                   AT END move "10" to runctl-file-status
                   NOT AT END
                       if rc-run-date >= gen-date and
                          rc-program not = "BACKUP" and
                          rc-program not = "RESTORE"
                           add 1 to rerun-count
                           move rc-program to ru-program
                           move rc-run-date to stamp-work(1:8)
                           move sw-day to ru-day
                           move sw-month to ru-month
                           move sw-year to ru-year
                           if rc-status = 'C'
                               move "completed" to ru-status
                           else
                               move "FAILED" to ru-status
                           end-if
                           move rerun-detail to restore-line
                           WRITE restore-line
                       end-if
               END-READ
           END-PERFORM
           CLOSE runctl-file
           if rerun-count = 0
               move "  none" to restore-line
               WRITE restore-line
           end-if
           .
       list-batch-reruns-exit. exit.
      *****************************************************
       END PROGRAM RESTORE.
