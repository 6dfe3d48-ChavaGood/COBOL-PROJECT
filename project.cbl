           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT bituah-hist-file ASSIGN TO "BTHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS apphist-file-status.
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
           SELECT merge-file ASSIGN TO "MERGE.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS merge-file-status.
           SELECT period-file ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS period-file-status.
           SELECT charge-file ASSIGN TO "BILLCHG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS charge-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD client-file.
       01 audit-record pic x(150).
       FD apphist-file.
       COPY "apphist.cpy".
       FD receipt-file.
       COPY "rcptrec.cpy".
       FD credit-file.
       COPY "crnrec.cpy".
      * the claim ledger's cl- names would clash with the call-list
      * line below
       FD claimlog-file.
       COPY "clmrec.cpy" REPLACING LEADING ==cl-== BY ==lg-==.
       FD paid-file.
       COPY "paidrec.cpy".
       FD merge-file.
       01 merge-line pic x(80).
       FD period-file.
       COPY "prdrec.cpy".
       FD charge-file.
       COPY "chgrec.cpy".
       WORKING-STORAGE SECTION.
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 appt-file-status pic xx.
           88 appt-io-ok VALUE "00" "02".
       01 bituah-hist-file-status pic xx.
       01 waitlist-file-status pic xx.
       01 openinv-file-status pic xx.
       01 audit-file-status pic xx.
       01 feesched-file-status pic xx.
       01 callist-file-status pic xx.
       01 receipt-file-status pic xx.
       01 credit-file-status pic xx.
       01 claimlog-file-status pic xx.
       01 paid-file-status pic xx.
       01 merge-file-status pic xx.
       01 period-file-status pic xx.
       01 charge-file-status pic xx.
       01 archive-hits pic 9(5) value 0.

      * current client card, read by key at identity time; every
           03 cal-month pic 99.
           03 cal-day pic 99.
           03 day-in-week pic 9.
      * set by find-appt-day: 1 when the booking just read falls in
      * the working year, log-index then addressing its day
       01 appt-day-found pic 9 value 0.
       01 day-booked pic 9 value 0.

       01 bituah-hists.
           03 bituah-hist-len pic 999 VALUE 0.
               05 fee-flat-amount pic 9(5).
               05 fee-pct pic 999.

      * the months BILLING has closed; a slot in a closed month is
      * not changed until a manager reopens the month
       01 periods.
           03 period-len pic 999 VALUE 0.
           03 period OCCURS 1 to 240 DEPENDING on period-len
                                              INDEXED by prd-index.
               05 prd-image pic x(88).
               05 prd-period pic 9(6).
               05 prd-status pic x.

       01 operators.
           03 operator-len pic 99 VALUE 0.
           03 operator OCCURS 1 to 20 DEPENDING on operator-len
       01 current-cust-id pic 9(9).
       01 dates OCCURS 3 indexed by date-index .
           03 date1 pic 999.
           03 cand-slot-time pic 9(4).
           03 cand-doctor-id pic 9(9).
           03 cand-doctor-name pic x(15).
           03 cand-visit-cost pic 9(4).
           03 cand-spesific pic x(15).
           03 cand-start-hour pic 9(4).
           03 cand-end-hour pic 9(4).
      * the current client's bookings, read through the client key
      * (which returns them in the order they were written) and kept
      * in date and time order for listing and for cancellation
       01 client-appts.
           03 client-appt-len pic 999 VALUE 0.
           03 client-appt OCCURS 1 to 500 DEPENDING on client-appt-len
                                              INDEXED by ca-index.
               05 ca-sort-key.
                   10 ca-date pic 9(8).
                   10 ca-time pic 9(4).
               05 ca-doctor-id pic 9(9).
       01 ca-new-entry.
           03 ca-new-sort-key.
               05 ca-new-date pic 9(8).
               05 ca-new-time pic 9(4).
           03 ca-new-doctor-id pic 9(9).
       01 ca-placed pic 9 value 0.
       01 ref-check-spec pic x(15) value spaces.
       01 spec-check-ws pic x(15) value spaces.
       01 spec-check-found pic 9 value 0.
       01 checkin-client-id pic 9(9) value 0.
       01 checkin-found pic 9 value 0.
       01 cnt-basic pic 9(5) VALUE 0.
       01 pct-myMacabi-of-two pic 999 value 0.
       01 old-bituah-type-ws pic x.
       01 chosen-date-num pic 99.
       01 freed-doctor-id pic 9(9).
       01 freed-slot-time pic 9(4).
       01 free-time-ws pic 9(4) value 0.
       01 fee-found-index pic 99 value 0.
       01 retire-doctor-ws pic 9(9) value 0.
       01 retire-date-ws pic 9(8) value 0.
       01 period-check-date pic 9(8) value 0.
       01 period-check-split redefines period-check-date.
           03 period-check-month pic 9(6).
           03 filler pic 99.
       01 period-open pic 9 value 1.
       01 reopen-period-ws pic 9(6) value 0.
       01 reopen-reason-ws pic x(40) value spaces.
       01 reopen-found pic 999 value 0.
       01 callist-count pic 9(5) value 0.
       01 callist-detail.
           03 cl-client-id pic 9(9).
       01 ser-base-log pic 999 value 0.
       01 ser-next-log pic 9(4) value 0.
       01 ser-taken pic 9 value 0.
       01 ser-ok-count pic 99 value 0.
       01 series-found pic 9 value 0.
       01 ser-best-log pic 999 value 0.
       01 freed-series pic 9 value 0.
       01 series-plan.
           03 ser-entry occurs 12.
               05 ser-ok pic 9.
      * fields for re-homing booked clients off a doctor's blocked
      * days (absence periods): the day is addressed by log-index
      * and the doctor's bookings on it are walked by key from
      * rehome-scan-time while a sweep runs
       01 rehome-old-doctor pic 9(9) value 0.
       01 rehome-old-spec pic x(15) value spaces.
       01 rehome-client pic 9(9) value 0.
       01 rehome-new-time pic 9(4) value 0.
       01 rehome-moved pic 9(5) value 0.
       01 rehome-waitlisted pic 9(5) value 0.
       01 rehome-scan-time pic 9(4) value 0.
       01 rehome-date-num pic 9(8) value 0.
       01 rehome-day-done pic 9 value 0.
       01 ft-doctor-id pic 9(9) value 0.
       01 ft-start-hour pic 9(4) value 0.
       01 ft-end-hour pic 9(4) value 0.
       01 ft-free-time pic 9(4) value 0.
       01 ft-free-split redefines ft-free-time.
           03 ft-free-hh pic 99.
           03 ft-free-mm pic 99.
      * duplicate-card merge: every reference to the retired card
      * moves to the surviving one. The same scan runs twice -- as a
      * preview listing to MERGE.RPT, then, once confirmed, for real
       01 merge-keep-id pic 9(9) value 0.
       01 merge-retire-id pic 9(9) value 0.
       01 merge-mode pic x value 'P'.
           88 merge-previewing VALUE 'P'.
           88 merge-applying VALUE 'A'.
       01 merge-clash pic 9(5) value 0.
       01 merge-unreadable pic 9 value 0.
       01 merge-slots pic 9(5) value 0.
       01 merge-hist-slots pic 9(5) value 0.
       01 merge-invoices pic 9(5) value 0.
       01 merge-receipts pic 9(5) value 0.
       01 merge-credits pic 9(5) value 0.
       01 merge-claims pic 9(5) value 0.
       01 merge-paid pic 9(5) value 0.
       01 merge-referrals pic 9(5) value 0.
       01 merge-waitlist pic 9(5) value 0.
       01 merge-bthist pic 9(5) value 0.
       01 merge-household pic 9(5) value 0.
       01 merge-charges pic 9(5) value 0.
       01 merge-total pic 9(6) value 0.
       01 merge-new-count pic 9(5) value 0.
       01 merge-changed pic 9 value 0.
       01 merge-wl-dup pic 9 value 0.
       01 merge-more pic 9 value 0.
       01 keep-doctor-ws pic 9(9) value 0.
      * the surviving card's timed bookings, online and archived,
      * gathered before the preview so each booking of the retired
      * card can be checked against them for a clash
       01 keep-slots.
           03 keep-slot-len pic 999 VALUE 0.
           03 keep-slot OCCURS 1 to 500 DEPENDING on keep-slot-len
                                              INDEXED by ks-index.
               05 ks-date pic 9(8).
               05 ks-time pic 9(4).
               05 ks-doctor-id pic 9(9).
       01 mg-scan-index pic 999 value 0.
       01 merge-date-work pic 9(8) value 0.
       01 merge-date-split redefines merge-date-work.
           03 mdw-year pic 9(4).
           03 mdw-month pic 99.
           03 mdw-day pic 99.
       01 merge-header.
           03 filler pic x(15) value 'merge of client'.
           03 mh-retire-id pic z(8)9.
           03 filler pic x(6) value ' into '.
           03 mh-keep-id pic z(8)9.
           03 filler pic x(13) value ' -- preview, '.
           03 mh-day pic 99.
           03 filler pic x value '/'.
           03 mh-month pic 99.
           03 filler pic x value '/'.
           03 mh-year pic 9(4).
       01 merge-detail.
           03 md-file pic x(9).
           03 md-day pic 99.
           03 filler pic x value '/'.
           03 md-month pic 99.
           03 filler pic x value '/'.
           03 md-year pic 9(4).
           03 filler pic x value space.
           03 md-ref-word pic x(8).
           03 md-ref-id pic 9(9).
           03 filler pic x value space.
           03 md-note pic x(40).
       01 md-slot-note.
           03 filler pic x(3) value 'at '.
           03 mdn-time pic x(5).
           03 filler pic x(8) value ' status '.
           03 mdn-status pic x.
       01 md-plan-note.
           03 filler pic x(5) value 'plan '.
           03 mdp-old pic x.
           03 filler pic x(4) value ' -> '.
           03 mdp-new pic x.

      * action-specific layouts carried inside jr-detail
       01 jd-client.
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
       01 replay-count pic 9(5) value 0.

       PROCEDURE DIVISION.
       compute-day-of-week-exit. exit.
      *****************************************************
       load-data section.
           perform load-bituah-hist
           perform load-waitlist
           perform load-copay
           perform load-exrates
           perform load-operators
           perform load-feescheds
           perform load-periods
           perform replay-journal
           .
       load-data-exit. exit.
           end-if
           if appt-file-status not = "00"
               display "cannot open APPTS.DAT, status "
                       appt-file-status " -- if this file still "
                       "holds one record per day it must be "
                       "converted by APPTCONV first"
               STOP RUN
           end-if
           .
           .
       close-master-files-exit. exit.
      *****************************************************
      * APPTS.DAT holds one record per booking and is read and
      * written by key as the session goes -- nothing of it is kept
      * in memory. These three sections tie its records to the
      * working-year calendar in jan-log.
      *
      * Points ar-appt-date at the day addressed by log-index, ready
      * for a keyed READ, START or WRITE.
       set-appt-date section.
           move current-year            to ar-cal-year
           move cal-month(log-index)    to ar-cal-month
           move cal-day(log-index)      to ar-cal-day
           .
       set-appt-date-exit. exit.
      *****************************************************
      * The other way round: sets log-index to the day of the
      * booking just read. appt-day-found stays 0 for a booking
      * outside the working year.
       find-appt-day section.
           move 0 to appt-day-found
           if ar-cal-year not = current-year
               go to find-appt-day-exit
           end-if
           set log-index to 1
           search jan-log
               when cal-month(log-index) = ar-cal-month
                and cal-day(log-index) = ar-cal-day
                   move 1 to appt-day-found
           end-search
           .
       find-appt-day-exit. exit.
      *****************************************************
      * Starts a new booked record on the day addressed by
      * log-index; the caller fills in the doctor, time and client
      * (and the series flag of a weekly course) and WRITEs it.
       new-booking-record section.
           perform set-appt-date
           move day-in-week(log-index)  to ar-day-in-week
           move 'B' to ar-status
           move 0 to ar-series
           move spaces to ar-sicum-bikur
           .
       new-booking-record-exit. exit.
      *****************************************************
      * Puts the current client's card back to CLIENTS.DAT by key.
      * When identity found no card (cc-found = 0) there is nothing
           end-if
           .
       load-operators-exit. exit.
      *****************************************************
      * PERIOD.DAT is written by BILLING when it closes a month and
      * here when a manager reopens one.
       load-periods section.
           move 0 to period-len
           OPEN INPUT period-file
           if period-file-status = "35"
               continue
           else
               perform until period-file-status not = "00"
                   READ period-file
                       AT END move "10" to period-file-status
                       NOT AT END
                           if period-len > 239
                               display "period table is full -- "
                                       "remaining records not loaded"
                               move "10" to period-file-status
                           else
                               add 1 to period-len
                               set prd-index to period-len
                               move period-record to
                                       prd-image(prd-index)
                               move pc-period to prd-period(prd-index)
                               move pc-status to prd-status(prd-index)
                           end-if
                   END-READ
               END-PERFORM
               CLOSE period-file
           end-if
           .
       load-periods-exit. exit.
      *****************************************************
       save-periods section.
           OPEN OUTPUT period-file
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               move prd-image(prd-index) to period-record
               WRITE period-record
           END-PERFORM
           CLOSE period-file
           .
       save-periods-exit. exit.
      *****************************************************
       load-feescheds section.
           move 0 to feesched-len
           .
       require-manager-exit. exit.
      *****************************************************
      * A slot dated period-check-date (yyyymmdd) may be changed
      * only while its month is open -- once BILLING has closed the
      * month the invoices stand until a manager reopens it.
      * PERIOD.DAT is read afresh each time, so a month BILLING closes
      * while the desk is signed on is held from that moment.
       check-period-open section.
           perform load-periods
           move 1 to period-open
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               if prd-period(prd-index) = period-check-month and
                  prd-status(prd-index) = 'C'
                   move 0 to period-open
               end-if
           end-perform
           if period-open = 0
               display "month " period-check-month " is closed for "
                       "billing -- a manager must reopen it "
                       "(option 25)"
           end-if
           .
       check-period-open-exit. exit.
      *****************************************************
      * Each change is appended to JOURNAL.DAT the moment it is made;
      * open/write/close per record so the line survives a crash.
       write-journal section.
                   perform replay-exrate
               when "FS"
                   perform replay-feesched
               when "MG"
                   perform replay-merge
           END-EVALUATE
           .
       apply-journal-record-exit. exit.
           end-if
           .
       replay-feesched-exit. exit.
      *****************************************************
      * The files a merge touches were rewritten on the spot; only
      * the tables saved at exit need the ids moved again. Moving
      * them twice is harmless.
       replay-merge section.
           move jr-detail to jd-merge
           move jr-client-id to merge-keep-id
           move jd-mg-retired to merge-retire-id
           move 'A' to merge-mode
           perform merge-tables
           .
       replay-merge-exit. exit.
      *****************************************************
       save-data section.
           perform save-bituah-hist
             display "press 21 to act for a household member"
             display "press 22 to maintain no-show fees (manager)"
             display "press 23 to retire a doctor (manager)"
             display "press 24 to merge a duplicate client card "
                     "(manager)"
             display "press 25 to reopen a closed month (manager)"
             display "press 99 to exit"
             accept number-input
             EVALUATE number-input
                       if manager-ok = 1
                           perform router-retire-doctor
                       end-if
                   when 24
                       perform require-manager
                       if manager-ok = 1
                           perform router-merge-clients
                       end-if
                   when 25
                       perform require-manager
                       if manager-ok = 1
                           perform router-reopen-period
                       end-if
             END-EVALUATE
           END-PERFORM
           .
                                  from today-log-index by 1
                                  until log-index > year-days or
                                                       date-index>3
                            if day-in-week(log-index)=dayInWeek
                               move dr-doctor-id to chk-doctor-id
                               move dr-status to chk-dr-status
                               move dr-retire-date to
                            if day-in-week(log-index) <= 6 and
                               dr-accept-days(day-in-week(log-index))
                                                                  = 1
                               move dr-doctor-id to chk-doctor-id
                               move dr-status to chk-dr-status
                               move dr-retire-date to
       check-specialty-on-file-exit. exit.
      ****************************************************
       router3 section.
           perform load-client-appts
           perform varying ca-index from 1 by 1
                                   until ca-index > client-appt-len
               move ca-date(ca-index) to ar-appt-date
               move ca-doctor-id(ca-index) to ar-doctor-id
               move ca-time(ca-index) to ar-slot-time
               READ appt-file
                   INVALID KEY
                       continue
                   NOT INVALID KEY
                       perform show-client-appt
               END-READ
           end-perform
       .
       router3-exit. exit.
      ****************************************************
       show-client-appt section.
           display ar-cal-day "/" ar-cal-month "/" ar-cal-year
           move ar-slot-time to time-work
           perform set-time-display
           display "at " time-display
           move ar-doctor-id to dr-doctor-id
           READ doctor-file
               INVALID KEY
                   display "doctor id " dr-doctor-id
               NOT INVALID KEY
                   display dr-doctor-name " ," dr-spesific
           END-READ
           if ar-sicum-bikur = spaces
               display "visit summary: not entered yet"
           else
               display "visit summary: " ar-sicum-bikur
           end-if
           .
       show-client-appt-exit. exit.
      ****************************************************
      * Gathers the current client's bookings into client-appts,
      * each one put in its place by date and time as it is read.
       load-client-appts section.
           move 0 to client-appt-len
           move current-cust-id to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = current-cust-id
                           move "10" to appt-file-status
                       else
                           move ar-appt-date to ca-new-date
                           move ar-slot-time to ca-new-time
                           move ar-doctor-id to ca-new-doctor-id
                           perform add-client-appt
                       end-if
               END-READ
           END-PERFORM
           .
       load-client-appts-exit. exit.
      ****************************************************
      * Later entries move down one place until the new one's date
      * and time is reached.
       add-client-appt section.
           if client-appt-len > 499
               display "this client has too many bookings -- only "
                       "the first 500 read are shown"
               go to add-client-appt-exit
           end-if
           add 1 to client-appt-len
           set ca-index to client-appt-len
           move 0 to ca-placed
           perform until ca-placed = 1
               if ca-index = 1
                   move 1 to ca-placed
               else
                   if ca-sort-key(ca-index - 1) <= ca-new-sort-key
                       move 1 to ca-placed
                   else
                       move client-appt(ca-index - 1) to
                                               client-appt(ca-index)
                       set ca-index down by 1
                   end-if
               end-if
           end-perform
           move ca-new-entry to client-appt(ca-index)
           .
       add-client-appt-exit. exit.
      ****************************************************
       router-summary section.
           if cc-cnt-visit = 0
           display "enter visit date (month day) to add summary for:"
           accept cal-month-idx
           accept cal-day-idx
           move current-cust-id to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = current-cust-id
                           move "10" to appt-file-status
                       else
                           if ar-cal-year = current-year and
                              ar-cal-month = cal-month-idx and
                              ar-cal-day = cal-day-idx
                               perform enter-visit-summary
                           end-if
                       end-if
               END-READ
           end-perform
           .
       router-summary-exit. exit.
      ****************************************************
      * Summary for the booking just read; the record is rewritten
      * in place, the read position is not disturbed.
       enter-visit-summary section.
           compute period-check-date = ar-cal-year * 10000 +
                                   ar-cal-month * 100 + ar-cal-day
           perform check-period-open
           if period-open = 0
               go to enter-visit-summary-exit
           end-if
           display "enter visit summary:"
           accept ar-sicum-bikur
      * a doctor's summary means the visit happened
           if not ar-arrived
               move 'A' to ar-status
           end-if
           REWRITE appt-record
               INVALID KEY
                   display "could not save the visit summary"
                   go to enter-visit-summary-exit
           END-REWRITE
           display "visit summary saved"
           move "SM" to jr-action
           move current-cust-id to jr-client-id
           move ar-cal-month to jr-cal-month
           move ar-cal-day to jr-cal-day
           move ar-slot-time to jr-slot-time
           move ar-sicum-bikur to jr-detail
           perform write-journal
           .
       enter-visit-summary-exit. exit.
      ****************************************************
       router4 section.
           if cc-cnt-visit = 0
               display "no visit"
               go to router4-exit
           end-if
      * the three earliest bookings from today on are offered
           move 1 to date-index
           perform load-client-appts
           perform varying ca-index from 1 by 1
                                   until ca-index > client-appt-len
                                      or date-index > 3
               if ca-date(ca-index) >= today-date-num
                   move ca-date(ca-index) to ar-appt-date
                   move ca-doctor-id(ca-index) to ar-doctor-id
                   move ca-time(ca-index) to ar-slot-time
                   perform find-appt-day
                   if appt-day-found = 1
                       move ar-slot-time to time-work
                       perform set-time-display
                       display date-index SPACE
                           cal-day(log-index) "/"
                           cal-month(log-index) "/" current-year
                           " at " time-display
                           " doctor id " ar-doctor-id
                       move log-index to date1(date-index)
                       move ar-doctor-id to cand-doctor-id(date-index)
                       move ar-slot-time to cand-slot-time(date-index)
                       add 1 to date-index
                   end-if
               end-if
           end-perform
           if date-index = 1
               display "no visit"
               go to router4-exit
               go to router4-exit
           end-if
           set log-index to date1(number-input)
           perform set-appt-date
           move cand-doctor-id(number-input) to ar-doctor-id
           move cand-slot-time(number-input) to ar-slot-time
           READ appt-file
               INVALID KEY
                   display "that visit is no longer on file"
                   move ZERO to date1(1)
                   move ZERO to date1(2)
                   move ZERO to date1(3)
                   go to router4-exit
           END-READ
           if ar-arrived
               display "that visit was already checked in and "
                       "cannot be cancelled"
               move ZERO to date1(1)
               move ZERO to date1(3)
               go to router4-exit
           end-if
           compute period-check-date = ar-cal-year * 10000 +
                                   ar-cal-month * 100 + ar-cal-day
           perform check-period-open
           if period-open = 0
               move ZERO to date1(1)
               move ZERO to date1(2)
               move ZERO to date1(3)
               go to router4-exit
           end-if
           move ar-doctor-id to freed-doctor-id
           move ar-slot-time to freed-slot-time
           move ar-series to freed-series
           DELETE appt-file RECORD
               INVALID KEY
                   display "could not cancel the visit on "
                           ar-appt-date
                   move ZERO to date1(1)
                   move ZERO to date1(2)
                   move ZERO to date1(3)
                   go to router4-exit
           END-DELETE
           subtract 1 from cc-cnt-visit
           perform rewrite-current-client
           display "appointment cancelled"
           move "CN" to jr-action
           move current-cust-id to jr-client-id
               end-if
           end-perform
           if wl-found-index not = 0
               perform new-booking-record
               move wl-doctor-id(wl-found-index) to ar-doctor-id
               move freed-slot-time to ar-slot-time
               move wl-client-id(wl-found-index) to ar-client-id
               WRITE appt-record
                   INVALID KEY
                       display "could not book the freed slot for "
                               "waitlisted client "
                               wl-client-id(wl-found-index)
                       go to waitlist-check-and-assign-exit
               END-WRITE
               move "WA" to jr-action
               move wl-client-id(wl-found-index) to jr-client-id
               move wl-doctor-id(wl-found-index) to jr-doctor-id
               move cal-day(log-index) to jr-cal-day
               move freed-slot-time to jr-slot-time
               perform write-journal
               move wl-client-id(wl-found-index) to upd-client-id
               move 1 to upd-cnt-delta
               perform apply-client-visit-delta
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       perform list-archived-visit
               END-READ
           END-PERFORM
           CLOSE apphist-file
       .
       router-archive-history-exit. exit.
      ****************************************************
       list-archived-visit section.
           if ah-client-id not = current-cust-id
               go to list-archived-visit-exit
           end-if
           move ah-slot-time to time-work
           perform set-time-display
           display ah-cal-day "/" ah-cal-month "/"
                   ah-cal-year " at " time-display
                   " doctor id " ah-doctor-id
                   " status " ah-status
           if ah-sicum-bikur = spaces
               display "  visit summary: not entered"
           else
               display "  visit summary: " ah-sicum-bikur
           end-if
           add 1 to archive-hits
           .
       list-archived-visit-exit. exit.
      ****************************************************
      * Front-desk check-in: marks the client's booked slot for
      * today as arrived, so the nightly ATTEND run doesn't stamp
           display "enter the client id to check in"
           accept checkin-client-id
           move 0 to checkin-found
           move checkin-client-id to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until not appt-io-ok
                         or checkin-found = 1
               READ appt-file NEXT
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = checkin-client-id
                           move "10" to appt-file-status
                       else
                           if ar-appt-date = today-date and ar-booked
                               perform check-in-booking
                           end-if
                       end-if
               END-READ
           END-PERFORM
           if checkin-found = 0
               display "no open booking for that client today"
           end-if
       .
       router-checkin-exit. exit.
      ****************************************************
       check-in-booking section.
           move today-date-num to period-check-date
           perform check-period-open
           if period-open = 0
      * the booking was found; it just cannot be checked in
               move 1 to checkin-found
               go to check-in-booking-exit
           end-if
           move 'A' to ar-status
           REWRITE appt-record
               INVALID KEY
                   display "could not record the check-in"
                   go to check-in-booking-exit
           END-REWRITE
           move 1 to checkin-found
           move ar-slot-time to time-work
           perform set-time-display
           display "checked in for the " time-display
                   " appointment"
           move "CI" to jr-action
           move checkin-client-id to jr-client-id
           move ar-doctor-id to jr-doctor-id
           move ar-cal-month to jr-cal-month
           move ar-cal-day to jr-cal-day
           move ar-slot-time to jr-slot-time
           perform write-journal
           .
       check-in-booking-exit. exit.
      ****************************************************
       router-copay section.
           display "copay schedule (type specialty pct):"
       router8 section.
           perform varying log-index from 1 by 1
                                           until log-index>year-days
               perform check-day-booked
               if day-booked = 0
                   display cal-day(log-index) "/" cal-month(log-index)
                           "/" current-year
               END-IF
           END-PERFORM
       .
       router8-exit. exit.
      ****************************************************
      * Is anything booked on the day addressed by log-index? The
      * first key at or after that date tells.
       check-day-booked section.
           move 0 to day-booked
           perform set-appt-date
           move 0 to ar-doctor-id
           move 0 to ar-slot-time
           START appt-file KEY >= ar-appt-key
               INVALID KEY go to check-day-booked-exit
           END-START
           READ appt-file NEXT
               AT END go to check-day-booked-exit
           END-READ
           if ar-cal-year = current-year and
              ar-cal-month = cal-month(log-index) and
              ar-cal-day = cal-day(log-index)
               move 1 to day-booked
           end-if
           .
       check-day-booked-exit. exit.
      ****************************************************
       router9 section.
           move 0 to cnt-basic
               move ZERO to date1(3)
               go to choose-date-exit
           end-if
           compute period-check-date = current-year * 10000 +
                   cal-month(log-index) * 100 + cal-day(log-index)
           perform check-period-open
           if period-open = 0
               move ZERO to date1(1)
               move ZERO to date1(2)
               move ZERO to date1(3)
               go to choose-date-exit
           end-if
           perform find-free-time
           if free-time-ws = 0
               display "sorry, doctor "
                       cand-doctor-name(chosen-date-num)
                       " has no free times left on that day"
               perform offer-waitlist
           else
               perform new-booking-record
               move cand-doctor-id(chosen-date-num) to ar-doctor-id
               move free-time-ws to ar-slot-time
               move current-cust-id to ar-client-id
               WRITE appt-record
                   INVALID KEY
                       display "sorry, that time was just taken -- "
                               "please try again"
                       move ZERO to date1(1)
                       move ZERO to date1(2)
                       move ZERO to date1(3)
                       go to choose-date-exit
               END-WRITE
               move free-time-ws to time-work
               perform set-time-display
               display "your visit will be at "
                       cal-day(log-index)
                       "/" cal-month(log-index) "/"
                       current-year
               display "at " time-display " with doctor "
                       cand-doctor-name(chosen-date-num)
               move cc-biuah-type to copay-type-ws
               move cand-spesific(chosen-date-num) to
                                               copay-spec-ws
               perform find-copay-pct
               compute visit-price rounded =
                   cand-visit-cost(chosen-date-num) *
                                       copay-pct-ws / 100
               display "you have to pay " visit-price
               if not Israel
                   DISPLAY '$'
               END-IF
               add 1 to cc-cnt-visit
               perform rewrite-current-client
               move "BK" to jr-action
               move current-cust-id to jr-client-id
               move cand-doctor-id(chosen-date-num) to
                                           jr-doctor-id
               move cal-month(log-index) to jr-cal-month
               move cal-day(log-index) to jr-cal-day
               move free-time-ws to jr-slot-time
               perform write-journal
               if ref-found-index not = 0
                   move 'U' to ref-status(ref-found-index)
                   display "your referral was used for this "
                           "booking"
                   move "RU" to jr-action
                   move current-cust-id to jr-client-id
                   perform journal-referral-status
               end-if
      * a referral-gated course only consumed the one referral
      * above -- the repeat weeks ride on the same one
               perform offer-weekly-series
           end-if
           move ZERO to date1(1).
           move ZERO to date1(2).
           move 1 to time-taken
           perform until time-taken = 0 or
                   free-time-ws >= cand-end-hour(chosen-date-num)
               perform set-appt-date
               move cand-doctor-id(chosen-date-num) to ar-doctor-id
               move free-time-ws to ar-slot-time
               move 1 to time-taken
               READ appt-file
                   INVALID KEY move 0 to time-taken
               END-READ
               if time-taken = 1
                   add 20 to free-time-mm
                   if free-time-mm > 59
      ****************************************************
      * Re-homes every booked slot of rehome-old-doctor on the day
      * addressed by log-index. Arrived slots are history, not
      * bookings, and are left alone. The doctor's day is walked by
      * key, restarting after each slot because moving it reads and
      * writes APPTS.DAT itself.
       rehome-blocked-slots section.
           compute rehome-date-num = current-year * 10000 +
               cal-month(log-index) * 100 + cal-day(log-index)
           move rehome-date-num to period-check-date
           perform check-period-open
           if period-open = 0
               display "bookings on " rehome-date-num " were not "
                       "moved"
               go to rehome-blocked-slots-exit
           end-if
           move 0 to rehome-scan-time
           move 0 to rehome-day-done
           perform until rehome-day-done = 1
               perform set-appt-date
               move rehome-old-doctor to ar-doctor-id
               move rehome-scan-time to ar-slot-time
               START appt-file KEY >= ar-appt-key
                   INVALID KEY move 1 to rehome-day-done
               END-START
               if rehome-day-done = 0
                   READ appt-file NEXT
                       AT END move 1 to rehome-day-done
                   END-READ
               end-if
               if rehome-day-done = 0
                   compute appt-date-num = ar-cal-year * 10000 +
                       ar-cal-month * 100 + ar-cal-day
                   if appt-date-num not = rehome-date-num
                      or ar-doctor-id not = rehome-old-doctor
                       move 1 to rehome-day-done
                   else
                       compute rehome-scan-time = ar-slot-time + 1
                       if not ar-arrived
                           perform rehome-one-slot
                       end-if
                   end-if
               end-if
           end-perform
           .
       rehome-blocked-slots-exit. exit.
      ****************************************************
      * Moves the booking just read to another doctor of the same
      * specialty with a free time on the same day, or failing that
      * onto the waitlist for the original doctor. The doctor and
      * time are part of the key, so either way the old record is
      * deleted and a moved one written afresh; the move is
      * journaled.
       rehome-one-slot section.
           move ar-client-id to rehome-client
           move ar-slot-time to rehome-old-time
           perform find-rehome-doctor
           perform set-appt-date
           move rehome-old-doctor to ar-doctor-id
           move rehome-old-time to ar-slot-time
           READ appt-file
               INVALID KEY
                   display "booking of client " rehome-client
                           " is no longer on file -- not moved"
                   go to rehome-one-slot-exit
           END-READ
           DELETE appt-file RECORD
               INVALID KEY
                   display "could not move client " rehome-client
                           " -- booking left in place"
                   go to rehome-one-slot-exit
           END-DELETE
           if rehome-new-doctor not = 0
               move rehome-new-doctor to ar-doctor-id
               move rehome-new-time to ar-slot-time
               move 'B' to ar-status
      * a moved visit has left its weekly course -- the chain of
      * same-doctor same-time slots is broken
               move 0 to ar-series
               WRITE appt-record
                   INVALID KEY
                       move 0 to rehome-new-doctor
               END-WRITE
           end-if
           if rehome-new-doctor not = 0
               display "client " rehome-client " moved to doctor "
                       rehome-new-doctor " on "
                       cal-day(log-index) "/" cal-month(log-index)
               move rehome-new-time to time-work
               perform write-callist-line
           else
               move rehome-client to upd-client-id
               move -1 to upd-cnt-delta
               perform apply-client-visit-delta
      ****************************************************
      * Same 20-minute grid walk as find-free-time, but driven by
      * the ft-* fields so it can run inside a slot sweep without
      * disturbing the candidate-dates table.
       find-doctor-free-time section.
           move ft-start-hour to ft-free-time
           move 1 to time-taken
           perform until time-taken = 0 or
                   ft-free-time >= ft-end-hour
               perform set-appt-date
               move ft-doctor-id to ar-doctor-id
               move ft-free-time to ar-slot-time
               move 1 to time-taken
               READ appt-file
                   INVALID KEY move 0 to time-taken
               END-READ
               if time-taken = 1
                   add 20 to ft-free-mm
                   if ft-free-mm > 59
           move cal-month(log-index) to jr-cal-month
           move cal-day(log-index) to jr-cal-day
           move 0 to jr-slot-time
      * the booking it came off rides in the detail, so a
      * roll-forward from AUDIT.DAT takes that booking out as well
           move rehome-old-doctor to jd-mv-old-doctor
           move rehome-old-time to jd-mv-old-time
           move jd-move to jr-detail
           perform write-journal
           .
       rehome-to-waitlist-exit. exit.
               go to offer-weekly-series-exit
           end-if
           set log-index to ser-base-log
           perform set-appt-date
           move ser-doctor to ar-doctor-id
           move ser-time to ar-slot-time
           READ appt-file
               INVALID KEY
                   display "the first visit is no longer on file -- "
                           "course not booked"
                   go to offer-weekly-series-exit
           END-READ
           move 1 to ar-series
           REWRITE appt-record
               INVALID KEY
                   display "could not mark the first visit as part "
                           "of a course -- course not booked"
                   go to offer-weekly-series-exit
           END-REWRITE
           perform varying ser-idx from 2 by 1
                                       until ser-idx > ser-weeks
               if ser-ok(ser-idx) = 1
      ****************************************************
      * Can week ser-idx of the course be held? Same weekday is the
      * base day plus a multiple of 7 in the calendar table; the
      * doctor must be bookable (not absent) and the course time
      * still free with that doctor.
       plan-series-week section.
           move 0 to ser-ok(ser-idx)
           move 0 to ser-log-of(ser-idx)
               go to plan-series-week-exit
           end-if
           set log-index to ser-next-log
           compute period-check-date = current-year * 10000 +
                   cal-month(log-index) * 100 + cal-day(log-index)
           perform check-period-open
           if period-open = 0
               display "week " ser-idx " (" cal-day(log-index) "/"
                       cal-month(log-index) "): the month is closed"
               go to plan-series-week-exit
           end-if
           move ser-doctor to chk-doctor-id
           perform check-doctor-bookable
           if doctor-bookable = 0
                       cal-month(log-index) "): the doctor is away"
               go to plan-series-week-exit
           end-if
           move 0 to ser-taken
           perform set-appt-date
           move ser-doctor to ar-doctor-id
           move ser-time to ar-slot-time
           READ appt-file
               INVALID KEY continue
               NOT INVALID KEY move 1 to ser-taken
           END-READ
           if ser-taken = 1
               display "week " ser-idx " (" cal-day(log-index) "/"
                       cal-month(log-index) "): that time is "
                       "already taken"
      ****************************************************
       book-series-week section.
           set log-index to ser-log-of(ser-idx)
           perform new-booking-record
           move ser-doctor to ar-doctor-id
           move ser-time to ar-slot-time
           move ser-client to ar-client-id
           move 1 to ar-series
           WRITE appt-record
               INVALID KEY
                   display "week " ser-idx " could no longer be booked"
                   go to book-series-week-exit
           END-WRITE
           add 1 to cc-cnt-visit
           move "BK" to jr-action
           move ser-client to jr-client-id
           move ser-doctor to jr-doctor-id
       book-series-week-exit. exit.
      ****************************************************
      * Cancels the rest of a weekly course in one step: every
      * later still-booked ('B') slot with the same client, doctor
      * and time still flagged as part of the series; visits checked
      * in or stamped no-show stay as ATTEND and BILLING left them.
      * A slot in a month closed for billing is skipped and stays
      * booked. Each freed slot is journaled and offered to the
      * waitlist like any other cancellation. The client's bookings
      * are looked up afresh by key for every visit, as the
      * cancellation and the waitlist promotion both move the file.
       cancel-series-rest section.
           move freed-doctor-id to ser-doctor
           move freed-slot-time to ser-time
           move 0 to ser-ok-count
           move log-index to ser-base-log
           move 1 to series-found
           perform until series-found = 0
               perform find-series-slot
               if series-found = 1
                   move log-index to ser-base-log
                   compute period-check-date = ar-cal-year * 10000 +
                                   ar-cal-month * 100 + ar-cal-day
                   perform check-period-open
                   if period-open = 1
                       perform cancel-one-series-slot
                   else
                       display "course visit on " ar-appt-date
                               " left booked"
                   end-if
               end-if
           end-perform
           perform rewrite-current-client
           display ser-ok-count " remaining course visit(s) "
                   "cancelled"
           .
       cancel-series-rest-exit. exit.
      ****************************************************
      * Finds the client's earliest course visit after day
      * ser-base-log (the client key gives the bookings in the order
      * they were written, so every one is looked at); series-found
      * is 1, log-index addresses its day and the booking is read
      * if there is one.
       find-series-slot section.
           move 0 to series-found
           move 0 to ser-best-log
           move current-cust-id to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = current-cust-id
                           move "10" to appt-file-status
                       else
                           if ar-doctor-id = ser-doctor
                              and ar-slot-time = ser-time
                              and ar-series = 1
                              and ar-booked
                               perform find-appt-day
                               if appt-day-found = 1
                                  and log-index > ser-base-log
                                  and (ser-best-log = 0 or
                                       log-index < ser-best-log)
                                   move log-index to ser-best-log
                               end-if
                           end-if
                       end-if
               END-READ
           END-PERFORM
           if ser-best-log = 0
               go to find-series-slot-exit
           end-if
           set log-index to ser-best-log
           perform set-appt-date
           move ser-doctor to ar-doctor-id
           move ser-time to ar-slot-time
           READ appt-file
               INVALID KEY
                   go to find-series-slot-exit
           END-READ
           move 1 to series-found
           .
       find-series-slot-exit. exit.
      ****************************************************
       cancel-one-series-slot section.
           DELETE appt-file RECORD
               INVALID KEY
                   display "could not cancel the course visit on "
                           ar-appt-date
                   move 0 to series-found
                   go to cancel-one-series-slot-exit
           END-DELETE
           subtract 1 from cc-cnt-visit
           move "CN" to jr-action
           move current-cust-id to jr-client-id
           move ser-doctor to jr-doctor-id
       .
       retire-transfer-sweep-exit. exit.
      ****************************************************
      * Folds a duplicate client card into the card that stays: the
      * retired card's bookings, archived visits, invoices, receipts,
      * credit notes, insurer claims, doctor-payment lines,
      * referrals, waitlist rows, bituah history and household links
      * all move to the surviving id. Everything that would move is
      * listed to MERGE.RPT first and nothing changes until the
      * manager confirms; the merge is refused outright when both
      * cards hold a booking at the same time on the same day.
       router-merge-clients section.
           display "enter the id of the card that stays"
           accept merge-keep-id
           display "enter the id of the duplicate card to retire"
           accept merge-retire-id
           if merge-keep-id = merge-retire-id
               display "the two ids are the same -- nothing to merge"
               go to router-merge-clients-exit
           end-if
           move merge-retire-id to cr-client-id
           READ client-file
               INVALID KEY
                   display "the card to retire is not on file"
                   go to router-merge-clients-exit
           END-READ
           move merge-keep-id to cr-client-id
           READ client-file
               INVALID KEY
                   display "the card that stays is not on file"
                   go to router-merge-clients-exit
           END-READ
           if cr-status-card = 'C'
               display "the card that stays is closed -- open it "
                       "first"
               go to router-merge-clients-exit
           end-if
           move 'P' to merge-mode
           move 0 to merge-clash
           move 0 to merge-unreadable
           OPEN OUTPUT merge-file
           move merge-retire-id to mh-retire-id
           move merge-keep-id to mh-keep-id
           move today-day to mh-day
           move today-month to mh-month
           move today-year to mh-year
           move merge-header to merge-line
           WRITE merge-line
           perform merge-scan
           if merge-total = 0
               move "nothing on file refers to the retired card" to
                                                       merge-line
               WRITE merge-line
           end-if
           CLOSE merge-file
           display "preview written to MERGE.RPT:"
           perform show-merge-counts
           if merge-clash > 0
               display merge-clash " booking(s) of the two cards fall "
                       "at the same time on the same day -- cancel "
                       "one of each pair, then merge"
               go to router-merge-clients-exit
           end-if
           if merge-unreadable = 1
               display "not every file could be read -- merge refused"
               go to router-merge-clients-exit
           end-if
           display "merge the cards now? (1=yes 0=no)"
           accept number-input
           if number-input not = 1
               display "nothing was changed"
               go to router-merge-clients-exit
           end-if
           move 'A' to merge-mode
           perform merge-scan
           perform merge-close-card
           display "client " merge-retire-id " merged into "
                   merge-keep-id " and closed"
           move "MG" to jr-action
           move merge-keep-id to jr-client-id
           move merge-retire-id to jd-mg-retired
           move merge-slots to jd-mg-slots
           move merge-hist-slots to jd-mg-hist
           move merge-invoices to jd-mg-invoices
           move merge-receipts to jd-mg-receipts
           move merge-referrals to jd-mg-referrals
           move merge-waitlist to jd-mg-waitlist
           move merge-household to jd-mg-household
           move jd-merge to jr-detail
           perform write-journal
       .
       router-merge-clients-exit. exit.
      ****************************************************
      * One pass over everything that can refer to a client, in the
      * current merge-mode: previewing lists and counts, applying
      * moves the ids and counts again.
       merge-scan section.
           if merge-previewing
               perform load-keep-slots
           end-if
           move 0 to merge-slots
           move 0 to merge-hist-slots
           move 0 to merge-invoices
           move 0 to merge-receipts
           move 0 to merge-credits
           move 0 to merge-claims
           move 0 to merge-paid
           move 0 to merge-referrals
           move 0 to merge-waitlist
           move 0 to merge-bthist
           move 0 to merge-household
           move 0 to merge-charges
           move 0 to merge-new-count
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
           compute merge-total = merge-slots + merge-hist-slots +
                   merge-invoices + merge-receipts + merge-credits +
                   merge-claims + merge-paid + merge-referrals +
                   merge-waitlist + merge-bthist + merge-household +
                   merge-charges
           .
       merge-scan-exit. exit.
      ****************************************************
       show-merge-counts section.
           display "  " merge-slots " booked slot(s) in APPTS.DAT"
           display "  " merge-hist-slots " archived slot(s) in "
                   "APPHIST.DAT"
           display "  " merge-invoices " invoice(s), "
                   merge-receipts " receipt(s), "
                   merge-credits " credit note(s)"
           display "  " merge-claims " insurer claim(s), "
                   merge-paid " doctor-payment line(s)"
           display "  " merge-referrals " referral(s), "
                   merge-waitlist " waitlist row(s), "
                   merge-bthist " bituah change(s)"
           display "  " merge-household " household link(s)"
           display "  " merge-charges " billed charge line(s) in "
                   "BILLCHG.DAT"
           .
       show-merge-counts-exit. exit.
      ****************************************************
       write-merge-line section.
           move merge-date-work to merge-date-split
           move mdw-day to md-day
           move mdw-month to md-month
           move mdw-year to md-year
           move merge-detail to merge-line
           WRITE merge-line
           .
       write-merge-line-exit. exit.
      ****************************************************
      * The surviving card's timed bookings: its online ones by the
      * client key, its archived ones off APPHIST.DAT. A booking
      * without a time is a legacy one and cannot clash.
       load-keep-slots section.
           move 0 to keep-slot-len
           move merge-keep-id to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = merge-keep-id
                           move "10" to appt-file-status
                       else
                           if not ar-untimed
                               compute merge-date-work =
                                   ar-cal-year * 10000 +
                                   ar-cal-month * 100 + ar-cal-day
                               move ar-slot-time to time-work
                               move ar-doctor-id to keep-doctor-ws
                               perform keep-one-slot
                           end-if
                       end-if
               END-READ
           END-PERFORM
           OPEN INPUT apphist-file
           if apphist-file-status not = "00"
               go to load-keep-slots-exit
           end-if
           perform until apphist-file-status not = "00"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       if ah-client-id = merge-keep-id
                          and not ah-untimed
                           compute merge-date-work =
                               ah-cal-year * 10000 +
                               ah-cal-month * 100 + ah-cal-day
                           move ah-slot-time to time-work
                           move ah-doctor-id to keep-doctor-ws
                           perform keep-one-slot
                       end-if
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       load-keep-slots-exit. exit.
      ****************************************************
      * merge-date-work, time-work and keep-doctor-ws describe the
      * slot to keep.
       keep-one-slot section.
           if keep-slot-len > 499
               display "the card that stays has too many visits to "
                       "check them all for a clash"
               move 1 to merge-unreadable
               go to keep-one-slot-exit
           end-if
           add 1 to keep-slot-len
           set ks-index to keep-slot-len
           move merge-date-work to ks-date(ks-index)
           move time-work to ks-time(ks-index)
           move keep-doctor-ws to ks-doctor-id(ks-index)
           .
       keep-one-slot-exit. exit.
      ****************************************************
      * Every online booking of the retired card, prior years not
      * yet archived included, reached by the client key. Applying
      * changes that key, so each booking is looked up afresh until
      * none is left; the surviving card's bookings are then counted
      * for its visit count.
       merge-appts section.
           if merge-previewing
               move merge-retire-id to ar-client-id
               START appt-file KEY = ar-client-id
                   INVALID KEY move "10" to appt-file-status
               END-START
               perform until not appt-io-ok
                   READ appt-file NEXT
                       AT END move "10" to appt-file-status
                       NOT AT END
                           if ar-client-id not = merge-retire-id
                               move "10" to appt-file-status
                           else
                               perform merge-appt-slot
                           end-if
                   END-READ
               END-PERFORM
               go to merge-appts-exit
           end-if
           move 1 to merge-more
           perform until merge-more = 0
               move 0 to merge-more
               move merge-retire-id to ar-client-id
               START appt-file KEY = ar-client-id
                   INVALID KEY continue
                   NOT INVALID KEY
                       READ appt-file NEXT
                           AT END continue
                           NOT AT END
                               if ar-client-id = merge-retire-id
                                   perform merge-appt-slot
                               end-if
                       END-READ
               END-START
           end-perform
           move merge-keep-id to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT
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
      ****************************************************
       merge-appt-slot section.
           add 1 to merge-slots
           compute merge-date-work = ar-cal-year * 10000
                   + ar-cal-month * 100 + ar-cal-day
           if merge-previewing
               if not ar-untimed
                   move ar-slot-time to time-work
                   perform check-slot-clash
               end-if
               move "APPTS" to md-file
               move "doctor" to md-ref-word
               move ar-doctor-id to md-ref-id
               move ar-slot-time to time-work
               perform set-time-display
               move time-display to mdn-time
               move ar-status to mdn-status
               move md-slot-note to md-note
               perform write-merge-line
               go to merge-appt-slot-exit
           end-if
           move merge-keep-id to ar-client-id
           REWRITE appt-record
               INVALID KEY
                   display "could not move the booking of "
                           ar-appt-date " to the surviving card"
                   go to merge-appt-slot-exit
           END-REWRITE
           move 1 to merge-more
           .
       merge-appt-slot-exit. exit.
      ****************************************************
      * merge-date-work and time-work hold the retired card's slot;
      * any booking of the surviving card at the same date and time
      * is a clash.
       check-slot-clash section.
           perform varying ks-index from 1 by 1
                               until ks-index > keep-slot-len
               if ks-date(ks-index) = merge-date-work
                  and ks-time(ks-index) = time-work
                   add 1 to merge-clash
                   move "CLASH" to md-file
                   move "doctor" to md-ref-word
                   move ks-doctor-id(ks-index) to md-ref-id
                   move "both cards booked at this time" to md-note
                   perform write-merge-line
               end-if
           end-perform
           .
       check-slot-clash-exit. exit.
      ****************************************************
       merge-apphist section.
           if merge-previewing
               OPEN INPUT apphist-file
           else
               OPEN I-O apphist-file
           end-if
           if apphist-file-status = "35"
               go to merge-apphist-exit
           end-if
           if apphist-file-status not = "00"
               display "cannot open APPHIST.DAT, status "
                       apphist-file-status
               move 1 to merge-unreadable
               go to merge-apphist-exit
           end-if
           perform until apphist-file-status not = "00"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       perform merge-apphist-slot
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       merge-apphist-exit. exit.
      ****************************************************
       merge-apphist-slot section.
           if ah-client-id not = merge-retire-id
               go to merge-apphist-slot-exit
           end-if
           add 1 to merge-hist-slots
           if merge-previewing
               compute merge-date-work = ah-cal-year * 10000
                       + ah-cal-month * 100 + ah-cal-day
               if not ah-untimed
                   move ah-slot-time to time-work
                   perform check-slot-clash
               end-if
               move "APPHIST" to md-file
               move "doctor" to md-ref-word
               move ah-doctor-id to md-ref-id
               move ah-slot-time to time-work
               perform set-time-display
               move time-display to mdn-time
               move ah-status to mdn-status
               move md-slot-note to md-note
               perform write-merge-line
           else
               move merge-keep-id to ah-client-id
               REWRITE apphist-record
           end-if
           .
       merge-apphist-slot-exit. exit.
      ****************************************************
       merge-openinv section.
           if merge-previewing
               OPEN INPUT openinv-file
           else
               OPEN I-O openinv-file
           end-if
           if openinv-file-status = "35"
               go to merge-openinv-exit
           end-if
           if openinv-file-status not = "00"
               display "cannot open OPENINV.DAT, status "
                       openinv-file-status
               move 1 to merge-unreadable
               go to merge-openinv-exit
           end-if
           perform until openinv-file-status not = "00"
               READ openinv-file
                   AT END move "10" to openinv-file-status
                   NOT AT END
                       if oi-client-id = merge-retire-id
                           add 1 to merge-invoices
                           if merge-previewing
                               move oi-invoice-date to merge-date-work
                               move "OPENINV" to md-file
                               move "amount" to md-ref-word
                               move oi-amount to md-ref-id
                               move oi-currency to md-note
                               perform write-merge-line
                           else
                               move merge-keep-id to oi-client-id
                               REWRITE open-invoice-record
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE openinv-file
           .
       merge-openinv-exit. exit.
      ****************************************************
       merge-receipts-file section.
           if merge-previewing
               OPEN INPUT receipt-file
           else
               OPEN I-O receipt-file
           end-if
           if receipt-file-status = "35"
               go to merge-receipts-file-exit
           end-if
           if receipt-file-status not = "00"
               display "cannot open RECEIPTS.DAT, status "
                       receipt-file-status
               move 1 to merge-unreadable
               go to merge-receipts-file-exit
           end-if
           perform until receipt-file-status not = "00"
               READ receipt-file
                   AT END move "10" to receipt-file-status
                   NOT AT END
                       if rr-client-id = merge-retire-id
                           add 1 to merge-receipts
                           if merge-previewing
                               move rr-date to merge-date-work
                               move "RECEIPTS" to md-file
                               move "receipt" to md-ref-word
                               move rr-receipt-no to md-ref-id
                               move rr-currency to md-note
                               perform write-merge-line
                           else
                               move merge-keep-id to rr-client-id
                               REWRITE receipt-record
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE receipt-file
           .
       merge-receipts-file-exit. exit.
      ****************************************************
       merge-credits-file section.
           if merge-previewing
               OPEN INPUT credit-file
           else
               OPEN I-O credit-file
           end-if
           if credit-file-status = "35"
               go to merge-credits-file-exit
           end-if
           if credit-file-status not = "00"
               display "cannot open CREDITS.DAT, status "
                       credit-file-status
               move 1 to merge-unreadable
               go to merge-credits-file-exit
           end-if
           perform until credit-file-status not = "00"
               READ credit-file
                   AT END move "10" to credit-file-status
                   NOT AT END
                       if cn-client-id = merge-retire-id
                           add 1 to merge-credits
                           if merge-previewing
                               move cn-date to merge-date-work
                               move "CREDITS" to md-file
                               move "credit" to md-ref-word
                               move cn-credit-no to md-ref-id
                               move cn-currency to md-note
                               perform write-merge-line
                           else
                               move merge-keep-id to cn-client-id
                               REWRITE credit-note-record
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE credit-file
           .
       merge-credits-file-exit. exit.
      ****************************************************
      * The claim ledger and the doctor-payment ledger recognise a
      * visit by its client, so they follow the moved slots --
      * otherwise the visits would be claimed and paid a second time.
       merge-claimlog section.
           if merge-previewing
               OPEN INPUT claimlog-file
           else
               OPEN I-O claimlog-file
           end-if
           if claimlog-file-status = "35"
               go to merge-claimlog-exit
           end-if
           if claimlog-file-status not = "00"
               display "cannot open CLAIMLOG.DAT, status "
                       claimlog-file-status
               move 1 to merge-unreadable
               go to merge-claimlog-exit
           end-if
           perform until claimlog-file-status not = "00"
               READ claimlog-file
                   AT END move "10" to claimlog-file-status
                   NOT AT END
                       if lg-client-id = merge-retire-id
                           add 1 to merge-claims
                           if merge-previewing
                               move lg-visit-date to merge-date-work
                               move "CLAIMLOG" to md-file
                               move "claim" to md-ref-word
                               move lg-claim-no to md-ref-id
                               move lg-status to md-note
                               perform write-merge-line
                           else
                               move merge-keep-id to lg-client-id
                               REWRITE claim-record
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE claimlog-file
           .
       merge-claimlog-exit. exit.
      ****************************************************
       merge-docpaid section.
           if merge-previewing
               OPEN INPUT paid-file
           else
               OPEN I-O paid-file
           end-if
           if paid-file-status = "35"
               go to merge-docpaid-exit
           end-if
           if paid-file-status not = "00"
               display "cannot open DOCPAID.DAT, status "
                       paid-file-status
               move 1 to merge-unreadable
               go to merge-docpaid-exit
           end-if
           perform until paid-file-status not = "00"
               READ paid-file
                   AT END move "10" to paid-file-status
                   NOT AT END
                       if dp-client-id = merge-retire-id
                           add 1 to merge-paid
                           if merge-previewing
                               move dp-visit-date to merge-date-work
                               move "DOCPAID" to md-file
                               move "doctor" to md-ref-word
                               move dp-doctor-id to md-ref-id
                               move "doctor payment line" to md-note
                               perform write-merge-line
                           else
                               move merge-keep-id to dp-client-id
                               REWRITE paid-visit-record
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE paid-file
           .
       merge-docpaid-exit. exit.
      ****************************************************
      * The visit charges BILLING kept follow the moved slots, so a
      * reopened month is re-billed against the card the visits now
      * sit on.
       merge-billchg section.
           if merge-previewing
               OPEN INPUT charge-file
           else
               OPEN I-O charge-file
           end-if
           if charge-file-status = "35"
               go to merge-billchg-exit
           end-if
           if charge-file-status not = "00"
               display "cannot open BILLCHG.DAT, status "
                       charge-file-status
               move 1 to merge-unreadable
               go to merge-billchg-exit
           end-if
           perform until charge-file-status not = "00"
               READ charge-file
                   AT END move "10" to charge-file-status
                   NOT AT END
                       if vc-client-id = merge-retire-id
                           add 1 to merge-charges
                           if merge-previewing
                               move vc-visit-date to merge-date-work
                               move "BILLCHG" to md-file
                               move "doctor" to md-ref-word
                               move vc-doctor-id to md-ref-id
                               move "billed visit charge" to md-note
                               perform write-merge-line
                           else
                               move merge-keep-id to vc-client-id
                               REWRITE visit-charge-record
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE charge-file
           .
       merge-billchg-exit. exit.
      ****************************************************
      * Referrals, waitlist rows and bituah history live in memory
      * and are saved at exit. A waitlist row the surviving card
      * already holds for the same doctor and day is dropped rather
      * than doubled.
       merge-tables section.
           perform varying ref-index from 1 by 1
                                       until ref-index > referral-len
               if ref-client-id(ref-index) = merge-retire-id
                   add 1 to merge-referrals
                   if merge-previewing
                       move ref-issue-date(ref-index) to
                                                   merge-date-work
                       move "REFERRAL" to md-file
                       move "doctor" to md-ref-word
                       move ref-doctor-id(ref-index) to md-ref-id
                       move ref-target-spesific(ref-index) to md-note
                       perform write-merge-line
                   else
                       move merge-keep-id to ref-client-id(ref-index)
                   end-if
               end-if
           end-perform
           perform varying wl-index from 1 by 1
                                       until wl-index > waitlist-len
               if wl-client-id(wl-index) = merge-retire-id
                   add 1 to merge-waitlist
                   if merge-previewing
                       compute merge-date-work = current-year * 10000
                               + wl-cal-month(wl-index) * 100
                               + wl-cal-day(wl-index)
                       move "WAITLIST" to md-file
                       move "doctor" to md-ref-word
                       move wl-doctor-id(wl-index) to md-ref-id
                       move spaces to md-note
                       perform write-merge-line
                   else
                       perform merge-waitlist-row
                   end-if
               end-if
           end-perform
           perform varying bth-index from 1 by 1
                                       until bth-index > bituah-hist-len
               if hist-client-id(bth-index) = merge-retire-id
                   add 1 to merge-bthist
                   if merge-previewing
                       move bituah-change-date(bth-index) to
                                                   merge-date-work
                       move "BTHIST" to md-file
                       move spaces to md-ref-word
                       move 0 to md-ref-id
                       move old-bituah-type(bth-index) to mdp-old
                       move new-bituah-type(bth-index) to mdp-new
                       move md-plan-note to md-note
                       perform write-merge-line
                   else
                       move merge-keep-id to hist-client-id(bth-index)
                   end-if
               end-if
           end-perform
           .
       merge-tables-exit. exit.
      ****************************************************
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
      ****************************************************
      * Members of the retired card's household now hang off the
      * surviving card; when the surviving card was itself a member
      * of that household it becomes the head.
       merge-households section.
           move 0 to cr-client-id
           START client-file KEY >= cr-client-id
               INVALID KEY move "10" to client-file-status
           END-START
           perform until client-file-status not = "00"
               READ client-file NEXT
                   AT END move "10" to client-file-status
                   NOT AT END
                       if cr-household-id = merge-retire-id
                           add 1 to merge-household
                           if merge-previewing
                               move 0 to merge-date-work
                               move "CLIENTS" to md-file
                               move "member" to md-ref-word
                               move cr-client-id to md-ref-id
                               move "household head moves" to md-note
                               perform write-merge-line
                           else
                               if cr-client-id = merge-keep-id
                                   move 0 to cr-household-id
                               else
                                   move merge-keep-id to
                                                   cr-household-id
                               end-if
                               REWRITE client-record
                               END-REWRITE
                           end-if
                       end-if
               END-READ
           END-PERFORM
           .
       merge-households-exit. exit.
      ****************************************************
      * The surviving card's visit count is its slot count in
      * APPTS.DAT after the move; the retired card is closed and
      * left with nothing booked.
       merge-close-card section.
           move merge-retire-id to cr-client-id
           READ client-file
               INVALID KEY
                   display "the retired card has gone from the file"
           END-READ
           if client-file-status = "00"
               move 'C' to cr-status-card
               move 0 to cr-cnt-visit
               REWRITE client-record
               END-REWRITE
           end-if
           move merge-keep-id to cr-client-id
           READ client-file
               INVALID KEY
                   display "the surviving card has gone from the file"
                   go to merge-close-card-exit
           END-READ
           if merge-new-count > 999
               move 999 to cr-cnt-visit
           else
               move merge-new-count to cr-cnt-visit
           end-if
           REWRITE client-record
           END-REWRITE
      * a session standing on either card carries on with the
      * surviving one
           if session-head-id = merge-retire-id
               move merge-keep-id to session-head-id
           end-if
           if current-cust-id = merge-retire-id or
              current-cust-id = merge-keep-id
               move client-record to cur-client
               move 1 to cc-found
               move merge-keep-id to current-cust-id
           end-if
           .
       merge-close-card-exit. exit.
      ****************************************************
      * A month BILLING has closed is reopened only by a manager and
      * only with a reason; the reopening goes to the audit trail and
      * the next BILLING run re-bills the month's differences.
      * PERIOD.DAT is written straight back, so there is nothing to
      * replay from the journal.
       router-reopen-period section.
           display "enter the month to reopen (yyyymm)"
           accept reopen-period-ws
           perform load-periods
           move 0 to reopen-found
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               if prd-period(prd-index) = reopen-period-ws
                   set reopen-found to prd-index
               end-if
           end-perform
           if reopen-found = 0
               display "month " reopen-period-ws " has not been "
                       "closed by BILLING"
               go to router-reopen-period-exit
           end-if
           set prd-index to reopen-found
           if prd-status(prd-index) not = 'C'
               display "month " reopen-period-ws " is already "
                       "reopened"
               go to router-reopen-period-exit
           end-if
           display "enter the reason for reopening"
           accept reopen-reason-ws
           if reopen-reason-ws = spaces
               display "a month is not reopened without a reason"
               go to router-reopen-period-exit
           end-if
           move "PR" to jr-action
           move reopen-period-ws to jd-pr-period
           move reopen-reason-ws to jd-pr-reason
           move jd-pr-period(5:2) to jr-cal-month
           move jd-period to jr-detail
           perform write-journal
      * the audit line's stamp identifies this reopening in RUNINQ
           move prd-image(prd-index) to period-record
           move 'R' to pc-status
           add 1 to pc-reopen-count
           move jr-timestamp to pc-reopen-stamp
           move signed-operator-id to pc-reopen-manager
           move reopen-reason-ws to pc-reopen-reason
           move period-record to prd-image(prd-index)
           move 'R' to prd-status(prd-index)
           perform save-periods
           display "month " reopen-period-ws " reopened -- the next "
                   "BILLING run re-bills its differences"
       .
       router-reopen-period-exit. exit.
      ****************************************************

       END PROGRAM YOUR-PROGRAM-NAME.
