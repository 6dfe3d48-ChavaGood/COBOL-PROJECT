      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly insurer claims batch. BILLING only invoices
      *          the client's copay; the rest of each visit's cost is
      *          owed by the insurer behind the client's bituah plan.
      *          This run
      *          - loads the insurers' remittance file REMIT.DAT
      *            against the claim ledger CLAIMLOG.DAT and marks
      *            each answered claim paid, short-paid or rejected
      *            with the insurer's reason;
      *          - reads every arrived ('A') booking in APPTS.DAT
      *            not yet claimed, prices the plan's share (the
      *            doctor's visit-cost less the COPAY.DAT percentage
      *            of the plan in force on the visit date, from
      *            BTHIST.DAT) and writes one fixed-format claim file
      *            per plan:
      *            CLMBASIC.DAT, CLMGOLD.DAT, CLMSIUDI.DAT and
      *            CLMMACBI.DAT;
      *          - prints CLAIMS.RPT, the unpaid, short-paid and
      *            rejected claims to follow up and resubmit.
      *          Slots already on the ledger are never claimed twice,
      *          so a late check-in is picked up by the next run.
      *          CLAIMLOG.DAT is only added to and updated in place:
      *          the run keeps in memory just the visits claimed from
      *          the first arrived booking still in APPTS.DAT on (the
      *          only ones it can claim again), and applies REMIT.DAT
      *          in batches, one pass over the ledger per batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT copay-file ASSIGN TO "COPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS copay-file-status.
           SELECT bituah-hist-file ASSIGN TO "BTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS bituah-hist-file-status.
           SELECT claimlog-file ASSIGN TO "CLAIMLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS claimlog-file-status.
           SELECT remit-file ASSIGN TO "REMIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS remit-file-status.
           SELECT basic-claim-file ASSIGN TO "CLMBASIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS basic-claim-file-status.
           SELECT gold-claim-file ASSIGN TO "CLMGOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS gold-claim-file-status.
           SELECT siudi-claim-file ASSIGN TO "CLMSIUDI.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS siudi-claim-file-status.
           SELECT macabi-claim-file ASSIGN TO "CLMMACBI.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS macabi-claim-file-status.
           SELECT claims-rpt-file ASSIGN TO "CLAIMS.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS claims-rpt-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD client-file.
       COPY "clirec.cpy".
       FD doctor-file.
       COPY "docrec.cpy".
       FD appt-file.
       COPY "apptrec.cpy".
       FD copay-file.
       COPY "copayrec.cpy".
       FD bituah-hist-file.
       COPY "bthist.cpy".
       FD claimlog-file.
       COPY "clmrec.cpy".
       FD remit-file.
       COPY "remitrec.cpy".
      * the per-plan submission files carry the claim record as is
       FD basic-claim-file.
       01 basic-claim-line pic x(116).
       FD gold-claim-file.
       01 gold-claim-line pic x(116).
       FD siudi-claim-file.
       01 siudi-claim-line pic x(116).
       FD macabi-claim-file.
       01 macabi-claim-line pic x(116).
       FD claims-rpt-file.
       01 claims-rpt-line pic x(110).
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 appt-file-status pic xx.
       01 copay-file-status pic xx.
       01 bituah-hist-file-status pic xx.
       01 claimlog-file-status pic xx.
       01 remit-file-status pic xx.
       01 basic-claim-file-status pic xx.
       01 gold-claim-file-status pic xx.
       01 siudi-claim-file-status pic xx.
       01 macabi-claim-file-status pic xx.
       01 claims-rpt-file-status pic xx.
       01 runctl-file-status pic xx.

       01 copays.
           03 copay-len pic 999 VALUE 0.
           03 copay OCCURS 1 to 100 DEPENDING on copay-len
                                              INDEXED by cp-index.
               05 copay-biuah-type pic x.
               05 copay-spesific pic x(15).
               05 copay-pct pic 999.

       01 bituah-hists.
           03 bituah-hist-len pic 999 VALUE 0.
           03 bituah-hist OCCURS 1 to 200 DEPENDING on bituah-hist-len
                                              INDEXED by bth-index.
               05 hist-client-id pic 9(9).
               05 old-bituah-type pic x.
               05 new-bituah-type pic x.
               05 bituah-change-date pic 9(8).

      * the visits already claimed on or after claim-window-start,
      * the date of the first arrived booking in APPTS.DAT
       01 claimed-visits.
           03 claimed-len pic 9(5) value 0.
           03 claimed OCCURS 1 to 20000 DEPENDING on claimed-len
                                              INDEXED by clm-index.
               05 claimed-client-id pic 9(9).
               05 claimed-doctor-id pic 9(9).
               05 claimed-visit-date pic 9(8).
               05 claimed-slot-time pic 9(4).

      * one batch of remittance lines, applied in one ledger pass
       01 remit-batch.
           03 remit-len pic 9(4) value 0.
           03 remit-line OCCURS 1 to 2000 DEPENDING on remit-len
                                              INDEXED by rmt-index.
               05 rmt-claim-no pic 9(7).
               05 rmt-paid-amount pic 9(7).
               05 rmt-result pic x.
               05 rmt-reason pic x(30).
               05 rmt-matched pic 9.

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 next-claim-no pic 9(7) value 0.
       01 copay-type-ws pic x.
       01 copay-spec-ws pic x(15).
       01 copay-pct-ws pic 999 value 100.
       01 effective-type pic x.
       01 plan-client-id pic 9(9).
       01 visit-date-num pic 9(8).
       01 client-charge pic 9(7) value 0.
       01 plan-share pic 9(7) value 0.
       01 already-claimed pic 9 value 0.
       01 claim-window-start pic 9(8) value 0.
       01 claimed-full pic 9 value 0.
       01 claim-changed pic 9 value 0.
       01 doctors-missing pic 9 value 0.
       01 clients-missing pic 9 value 0.
       01 new-claim-count pic 9(5) value 0.
       01 basic-count pic 9(5) value 0.
       01 gold-count pic 9(5) value 0.
       01 siudi-count pic 9(5) value 0.
       01 macabi-count pic 9(5) value 0.
       01 remit-count pic 9(5) value 0.
       01 remit-unmatched pic 9(5) value 0.
       01 listed-count pic 9(5) value 0.
       01 open-amount pic 9(7) value 0.

       01 claims-rpt-header.
           03 filler pic x(40)
                   value 'unpaid, short-paid and rejected claims '.
           03 filler pic x(6) value 'as of '.
           03 crh-day pic 99.
           03 filler pic x value '/'.
           03 crh-month pic 99.
           03 filler pic x value '/'.
           03 crh-year pic 9(4).
       01 claims-rpt-detail.
           03 crd-claim-no pic 9(7).
           03 filler pic x value space.
           03 crd-biuah-type pic x.
           03 filler pic x(5) value ' cli '.
           03 crd-client-id pic 9(9).
           03 filler pic x value space.
           03 crd-visit-date pic 9(8).
           03 filler pic x(7) value ' claim '.
           03 crd-amount pic zzzzzz9.
           03 filler pic x(6) value ' open '.
           03 crd-open pic zzzzzz9.
           03 filler pic x value space.
           03 crd-status pic x(10).
           03 filler pic x value space.
           03 crd-reason pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           perform load-copay
           perform load-bituah-hist
           perform find-claim-window
           perform load-claims
           perform import-remittance
           OPEN INPUT client-file
           if client-file-status = "35"
               display "CLIENTS.DAT is missing -- no visits will "
                       "be claimed"
               move 1 to clients-missing
           else
               if client-file-status not = "00"
                   display "cannot open CLIENTS.DAT, status "
                           client-file-status
                           " -- claims run aborted"
                   STOP RUN
               end-if
           end-if
           OPEN INPUT doctor-file
           if doctor-file-status = "35"
               display "DOCTORS.DAT is missing -- no visits will "
                       "be claimed"
               move 1 to doctors-missing
           else
               if doctor-file-status not = "00"
                   display "cannot open DOCTORS.DAT, status "
                           doctor-file-status
                           " -- claims run aborted"
                   STOP RUN
               end-if
           end-if
           OPEN OUTPUT basic-claim-file
           OPEN OUTPUT gold-claim-file
           OPEN OUTPUT siudi-claim-file
           OPEN OUTPUT macabi-claim-file
           perform process-appts
           CLOSE basic-claim-file
           CLOSE gold-claim-file
           CLOSE siudi-claim-file
           CLOSE macabi-claim-file
           if clients-missing = 0
               CLOSE client-file
           end-if
           if doctors-missing = 0
               CLOSE doctor-file
           end-if
           perform write-claims-report
           display remit-count " remittance line(s) applied"
           if remit-unmatched > 0
               display remit-unmatched " remittance line(s) matched "
                       "no claim on file"
           end-if
           display new-claim-count " new claim(s) submitted: "
                   basic-count " basic, " gold-count " gold, "
                   siudi-count " siudi, " macabi-count " my-macabi"
           display listed-count " claim(s) to follow up written to "
                   "CLAIMS.RPT"
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
           move "CLAIMS" to rc-program
           move today-date to rc-run-date
           move 'C' to rc-status
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
       load-copay section.
           move 0 to copay-len
           OPEN INPUT copay-file
           if copay-file-status = "35"
               continue
           else
               if copay-file-status not = "00"
                   display "cannot open COPAY.DAT, status "
                           copay-file-status
                   go to load-copay-exit
               end-if
               perform until copay-file-status = "10"
                   READ copay-file
                       AT END move "10" to copay-file-status
                       NOT AT END
                           if copay-len > 99
                               display "copay schedule is full -- "
                                       "remaining records not loaded"
                               move "10" to copay-file-status
                           else
                               add 1 to copay-len
                               set cp-index to copay-len
                               move cp-biuah-type to
                                       copay-biuah-type(cp-index)
                               move cp-spesific to
                                       copay-spesific(cp-index)
                               if cp-pct > 100
                                   move 100 to cp-pct
                               end-if
                               move cp-pct to copay-pct(cp-index)
                           end-if
                   END-READ
               END-PERFORM
               CLOSE copay-file
           end-if
           .
       load-copay-exit. exit.
      *****************************************************
       load-bituah-hist section.
           move 0 to bituah-hist-len
           OPEN INPUT bituah-hist-file
           if bituah-hist-file-status = "35"
               continue
           else
               if bituah-hist-file-status not = "00"
                   display "cannot open BTHIST.DAT, status "
                           bituah-hist-file-status
                   go to load-bituah-hist-exit
               end-if
               perform until bituah-hist-file-status = "10"
                   READ bituah-hist-file
                       AT END move "10" to bituah-hist-file-status
                       NOT AT END
                           add 1 to bituah-hist-len
                           set bth-index to bituah-hist-len
                           move bh-client-id to
                                       hist-client-id(bth-index)
                           move bh-old-type to
                                       old-bituah-type(bth-index)
                           move bh-new-type to
                                       new-bituah-type(bth-index)
                           move bh-change-date to
                                       bituah-change-date(bth-index)
                   END-READ
               END-PERFORM
               CLOSE bituah-hist-file
           end-if
           .
       load-bituah-hist-exit. exit.
      *****************************************************
      * APPTS.DAT is read in key order, date first, so the first
      * arrived booking up to today is the oldest visit this run can
      * claim; ledger claims for visits before it are never looked
      * at again. With no such booking the window is empty.
       find-claim-window section.
           move 99999999 to claim-window-start
           OPEN INPUT appt-file
           if appt-file-status not = "00"
               go to find-claim-window-exit
           end-if
           perform until appt-file-status = "10"
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       compute visit-date-num = ar-cal-year * 10000 +
                                    ar-cal-month * 100 + ar-cal-day
                       if visit-date-num > today-date-num
                           move "10" to appt-file-status
                       else
                           if ar-status = 'A'
                               move visit-date-num to
                                                  claim-window-start
                               move "10" to appt-file-status
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE appt-file
           .
       find-claim-window-exit. exit.
      *****************************************************
      * Only the highest claim number and the visits claimed inside
      * the window are kept. A ledger that cannot be read stops the
      * run rather than claim visits it cannot check.
       load-claims section.
           move 0 to claimed-len
           move 0 to claimed-full
           move 0 to next-claim-no
           OPEN INPUT claimlog-file
           if claimlog-file-status = "35"
               go to load-claims-next-no
           end-if
           if claimlog-file-status not = "00"
               display "cannot open CLAIMLOG.DAT, status "
                       claimlog-file-status " -- claims run aborted"
               STOP RUN
           end-if
           perform until claimlog-file-status = "10"
               READ claimlog-file
                   AT END move "10" to claimlog-file-status
                   NOT AT END
                       if cl-claim-no > next-claim-no
                           move cl-claim-no to next-claim-no
                       end-if
                       if cl-visit-date >= claim-window-start
                           perform note-claimed-visit
                       end-if
               END-READ
           END-PERFORM
           CLOSE claimlog-file
           .
       load-claims-next-no.
           add 1 to next-claim-no
           .
       load-claims-exit. exit.
      *****************************************************
       note-claimed-visit section.
           if claimed-len > 19999
               move 1 to claimed-full
               go to note-claimed-visit-exit
           end-if
           add 1 to claimed-len
           set clm-index to claimed-len
           move cl-client-id to claimed-client-id(clm-index)
           move cl-doctor-id to claimed-doctor-id(clm-index)
           move cl-visit-date to claimed-visit-date(clm-index)
           move cl-slot-time to claimed-slot-time(clm-index)
           .
       note-claimed-visit-exit. exit.
      *****************************************************
      * Each remittance line settles the claim it names. The paid
      * amount replaces whatever was recorded before, so loading the
      * same remittance file twice leaves the ledger as it was. The
      * lines are taken 2000 at a time and each batch is applied in
      * one pass over CLAIMLOG.DAT.
       import-remittance section.
           OPEN INPUT remit-file
           if remit-file-status = "35"
               display "no remittance file REMIT.DAT to load"
               go to import-remittance-exit
           end-if
           if remit-file-status not = "00"
               display "cannot open REMIT.DAT, status "
                       remit-file-status
                       " -- remittance not loaded"
               go to import-remittance-exit
           end-if
           move 0 to remit-len
           perform until remit-file-status = "10"
               READ remit-file
                   AT END move "10" to remit-file-status
                   NOT AT END
                       add 1 to remit-len
                       set rmt-index to remit-len
                       move rt-claim-no to rmt-claim-no(rmt-index)
                       move rt-paid-amount to
                                       rmt-paid-amount(rmt-index)
                       move rt-result to rmt-result(rmt-index)
                       move rt-reason to rmt-reason(rmt-index)
                       move 0 to rmt-matched(rmt-index)
                       if remit-len > 1999
                           perform apply-remit-batch
                       end-if
               END-READ
           END-PERFORM
           if remit-len > 0
               perform apply-remit-batch
           end-if
           CLOSE remit-file
           .
       import-remittance-exit. exit.
      *****************************************************
       apply-remit-batch section.
           OPEN I-O claimlog-file
           if claimlog-file-status not = "00" and
              claimlog-file-status not = "35"
               display "cannot update CLAIMLOG.DAT, status "
                       claimlog-file-status
                       " -- remittance not loaded"
               move 0 to remit-len
               go to apply-remit-batch-exit
           end-if
           if claimlog-file-status = "00"
               perform until claimlog-file-status not = "00"
                   READ claimlog-file
                       AT END move "10" to claimlog-file-status
                       NOT AT END
                           perform apply-remit-lines
                   END-READ
               END-PERFORM
               CLOSE claimlog-file
           end-if
           perform varying rmt-index from 1 by 1
                                   until rmt-index > remit-len
               if rmt-matched(rmt-index) = 0
                   display "remittance for claim "
                           rmt-claim-no(rmt-index)
                           " matches no claim on file"
                   add 1 to remit-unmatched
               end-if
           end-perform
           move 0 to remit-len
           .
       apply-remit-batch-exit. exit.
      *****************************************************
      * Lines for the same claim are applied in file order, so the
      * last one in the batch is what the ledger keeps.
       apply-remit-lines section.
           move 0 to claim-changed
           perform varying rmt-index from 1 by 1
                                   until rmt-index > remit-len
               if rmt-claim-no(rmt-index) = cl-claim-no
                   perform apply-remit-line
               end-if
           end-perform
           if claim-changed = 1
               REWRITE claim-record
           end-if
           .
       apply-remit-lines-exit. exit.
      *****************************************************
       apply-remit-line section.
           move 1 to rmt-matched(rmt-index)
           move 1 to claim-changed
           move rmt-paid-amount(rmt-index) to cl-paid-amount
           move rmt-reason(rmt-index) to cl-reason
           evaluate true
               when rmt-result(rmt-index) = 'R'
                   move 'R' to cl-status
                   move 0 to cl-paid-amount
                   if rmt-reason(rmt-index) = spaces
                       move "rejected by insurer" to cl-reason
                   end-if
               when rmt-paid-amount(rmt-index) >= cl-claim-amount
                   move 'P' to cl-status
               when rmt-paid-amount(rmt-index) = 0
                   move 'R' to cl-status
                   if rmt-reason(rmt-index) = spaces
                       move "nothing paid by insurer" to cl-reason
                   end-if
               when other
                   move 'H' to cl-status
                   if rmt-reason(rmt-index) = spaces
                       move "short-paid by insurer" to cl-reason
                   end-if
           end-evaluate
           add 1 to remit-count
           .
       apply-remit-line-exit. exit.
      *****************************************************
       process-appts section.
           if clients-missing = 1 or doctors-missing = 1
               go to process-appts-exit
           end-if
           if claimed-full = 1
               display "more than 20000 visits claimed since "
                       claim-window-start " -- no visits claimed, "
                       "archive the year with YEAREND first"
               go to process-appts-exit
           end-if
           OPEN EXTEND claimlog-file
           if claimlog-file-status = "35"
               OPEN OUTPUT claimlog-file
           end-if
           if claimlog-file-status not = "00"
               display "cannot extend CLAIMLOG.DAT, status "
                       claimlog-file-status " -- no visits claimed"
               go to process-appts-exit
           end-if
           OPEN INPUT appt-file
           if appt-file-status = "35"
               continue
           else
               if appt-file-status not = "00"
                   display "cannot open APPTS.DAT, status "
                           appt-file-status
                   go to process-appts-exit
               end-if
               perform until appt-file-status = "10"
                   READ appt-file
                       AT END move "10" to appt-file-status
                       NOT AT END
                           perform claim-booking
                   END-READ
               END-PERFORM
               CLOSE appt-file
           end-if
           CLOSE claimlog-file
           .
       process-appts-exit. exit.
      *****************************************************
       claim-booking section.
           compute visit-date-num = ar-cal-year * 10000 +
                                    ar-cal-month * 100 + ar-cal-day
           if visit-date-num > today-date-num
               go to claim-booking-exit
           end-if
           if ar-status = 'A'
               perform check-already-claimed
               if already-claimed = 0
                   perform claim-visit
               end-if
           end-if
           .
       claim-booking-exit. exit.
      *****************************************************
       check-already-claimed section.
           move 0 to already-claimed
           perform varying clm-index from 1 by 1
                                   until clm-index > claimed-len
                                      or already-claimed = 1
               if claimed-client-id(clm-index) = ar-client-id
                  and claimed-doctor-id(clm-index) = ar-doctor-id
                  and claimed-visit-date(clm-index) = visit-date-num
                  and claimed-slot-time(clm-index) = ar-slot-time
                   move 1 to already-claimed
               end-if
           end-perform
           .
       check-already-claimed-exit. exit.
      *****************************************************
      * The plan's share is what the copay leaves over: the client
      * was invoiced visit-cost * pct / 100 (rounded), the insurer
      * owes the rest. A plan/specialty with no copay entry is paid
      * in full by the client, so there is nothing to claim.
       claim-visit section.
           move ar-client-id to cr-client-id
           READ client-file
               INVALID KEY
                   display "unknown client " cr-client-id " on "
                           ar-appt-date " -- visit not claimed"
                   go to claim-visit-exit
           END-READ
           move ar-doctor-id to dr-doctor-id
           READ doctor-file
               INVALID KEY
                   display "unknown doctor " dr-doctor-id " on "
                           ar-appt-date " -- visit not claimed"
                   go to claim-visit-exit
           END-READ
           move cr-client-id to plan-client-id
           move cr-biuah-type to effective-type
           perform determine-plan-in-force
           if effective-type not = 'B' and effective-type not = 'Z'
              and effective-type not = 'S' and effective-type not = 'L'
               display "client " cr-client-id " has no insurer plan "
                       "on " ar-appt-date " -- visit not claimed"
               go to claim-visit-exit
           end-if
           move effective-type to copay-type-ws
           move dr-spesific to copay-spec-ws
           perform find-copay-pct
           compute client-charge rounded = dr-visit-cost *
                                  copay-pct-ws / 100
           compute plan-share = dr-visit-cost - client-charge
           if plan-share = 0
               go to claim-visit-exit
           end-if
           move next-claim-no to cl-claim-no
           add 1 to next-claim-no
           move effective-type to cl-biuah-type
           move cr-client-id to cl-client-id
           move dr-doctor-id to cl-doctor-id
           move visit-date-num to cl-visit-date
           move ar-slot-time to cl-slot-time
           move dr-spesific to cl-spesific
           move dr-visit-cost to cl-visit-cost
           move copay-pct-ws to cl-copay-pct
           move plan-share to cl-claim-amount
           move today-date to cl-claim-date
           move 0 to cl-paid-amount
           move 'S' to cl-status
           move spaces to cl-reason
           evaluate cl-biuah-type
               when 'B'
                   move claim-record to basic-claim-line
                   WRITE basic-claim-line
                   add 1 to basic-count
               when 'Z'
                   move claim-record to gold-claim-line
                   WRITE gold-claim-line
                   add 1 to gold-count
               when 'S'
                   move claim-record to siudi-claim-line
                   WRITE siudi-claim-line
                   add 1 to siudi-count
               when 'L'
                   move claim-record to macabi-claim-line
                   WRITE macabi-claim-line
                   add 1 to macabi-count
           end-evaluate
      * the booking key is unique, so the slot cannot come round
      * again in this run and needs no entry in claimed-visits
           WRITE claim-record
           add 1 to new-claim-count
           .
       claim-visit-exit. exit.
      *****************************************************
      * Walk the change history newest to oldest: every change made
      * after the visit date means the plan before that change was
      * its old type, so the last assignment is the plan in force.
       determine-plan-in-force section.
           perform varying bth-index from bituah-hist-len by -1
                                           until bth-index < 1
               if hist-client-id(bth-index) = plan-client-id and
                  bituah-change-date(bth-index) > visit-date-num
                   move old-bituah-type(bth-index) to effective-type
               end-if
           end-perform
           .
       determine-plan-in-force-exit. exit.
      *****************************************************
       find-copay-pct section.
           move 100 to copay-pct-ws
           perform varying cp-index from 1 by 1
                                       until cp-index > copay-len
               if copay-biuah-type(cp-index) = copay-type-ws and
                  copay-spesific(cp-index) = copay-spec-ws
                   move copay-pct(cp-index) to copay-pct-ws
               end-if
           end-perform
           .
       find-copay-pct-exit. exit.
      *****************************************************
      * Everything the insurers still owe: submitted claims not yet
      * answered, short payments and rejections, with the amount
      * left open on each, so the desk can chase or resubmit them.
       write-claims-report section.
           move 0 to listed-count
           OPEN OUTPUT claims-rpt-file
           move today-day to crh-day
           move today-month to crh-month
           move today-year to crh-year
           move claims-rpt-header to claims-rpt-line
           WRITE claims-rpt-line
           OPEN INPUT claimlog-file
           if claimlog-file-status = "00"
               perform until claimlog-file-status = "10"
                   READ claimlog-file
                       AT END move "10" to claimlog-file-status
                       NOT AT END
                           if cl-status not = 'P'
                               perform write-claims-line
                           end-if
                   END-READ
               END-PERFORM
               CLOSE claimlog-file
           end-if
           if listed-count = 0
               move "every claim on file is paid in full" to
                                                   claims-rpt-line
               WRITE claims-rpt-line
           end-if
           CLOSE claims-rpt-file
           .
       write-claims-report-exit. exit.
      *****************************************************
       write-claims-line section.
           move cl-claim-no to crd-claim-no
           move cl-biuah-type to crd-biuah-type
           move cl-client-id to crd-client-id
           move cl-visit-date to crd-visit-date
           move cl-claim-amount to crd-amount
           move 0 to open-amount
           if cl-claim-amount > cl-paid-amount
               compute open-amount = cl-claim-amount -
                                     cl-paid-amount
           end-if
           move open-amount to crd-open
           evaluate cl-status
               when 'S'
                   move "unpaid" to crd-status
               when 'H'
                   move "short-paid" to crd-status
               when 'R'
                   move "rejected" to crd-status
               when other
                   move "unknown" to crd-status
           end-evaluate
           move cl-reason to crd-reason
           move claims-rpt-detail to claims-rpt-line
           WRITE claims-rpt-line
           add 1 to listed-count
           .
       write-claims-line-exit. exit.
      *****************************************************
       END PROGRAM CLAIMS.
