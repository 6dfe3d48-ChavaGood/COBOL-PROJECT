           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT client-file ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 appt-file-status pic xx.
           88 appt-io-ok VALUE "00" "02".
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 remind-file-status pic xx.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 record-date-num pic 9(8).
       01 remind-date-num pic 9(8) value 0.
       01 slot-changed pic 9 value 0.
       01 noshow-marked pic 9(5) value 0.
       01 remind-count pic 9(3) value 0.
       01 tomorrow-done pic 9 value 0.
           .
       stamp-run-control-exit. exit.
      *****************************************************
      * One pass in key (date) order: past bookings still unmarked
      * are stamped 'N' and rewritten; the bookings of the first day
      * after today that has any become the reminder list.
       sweep-appts section.
           perform until not appt-io-ok
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       move ar-appt-date to record-date-num
                       evaluate true
                           when record-date-num < today-date-num
                               perform mark-slot-noshow
                           when record-date-num > today-date-num
                               perform check-reminder-slot
                           when other
                               continue
                       end-evaluate
                       if record-date-num <= today-date-num
                          and ar-status = 'N'
                           perform count-offender
                       end-if
               END-READ
           END-PERFORM
      * if the doctor filled the visit summary in, the visit clearly
      * happened and is marked arrived; otherwise it is left alone
      * rather than branding pre-feature clients as offenders.
       mark-slot-noshow section.
           move 0 to slot-changed
           evaluate true
               when ar-status = 'B'
                   move 'N' to ar-status
                   add 1 to noshow-marked
                   move 1 to slot-changed
               when ar-status = space
                and ar-sicum-bikur not = spaces
                   move 'A' to ar-status
                   move 1 to slot-changed
               when other
                   continue
           end-evaluate
           if slot-changed = 1
               REWRITE appt-record
           end-if
           .
       mark-slot-noshow-exit. exit.
      *****************************************************
      * Only booked days are on file, so the first record after
      * today is the next clinic day; its bookings are listed until
      * the date changes, and the sweep stops there.
       check-reminder-slot section.
           if remind-date-num = 0
               move record-date-num to remind-date-num
               move ar-cal-day to rm-day
               move ar-cal-month to rm-month
               move ar-cal-year to rm-year
               move remind-header to remind-line
               WRITE remind-line
               move 1 to tomorrow-done
           end-if
           if record-date-num not = remind-date-num
               move "10" to appt-file-status
               go to check-reminder-slot-exit
           end-if
           perform write-reminder-line
           .
       check-reminder-slot-exit. exit.
      *****************************************************
       count-offender section.
           move 0 to off-found
                                       until off-index > offender-len
                                          or off-found = 1
               if off-found = 0 and off-client-id(off-index) =
                                   ar-client-id
                   add 1 to off-count(off-index)
                   move 1 to off-found
               end-if
           if off-found = 0
               if offender-len > 499
                   display "offender table is full -- client "
                           ar-client-id
                           " not counted; NOSHOW.RPT is incomplete"
                   go to count-offender-exit
               end-if
               add 1 to offender-len
               set off-index to offender-len
               move ar-client-id to off-client-id(off-index)
               move 1 to off-count(off-index)
           end-if
           .
       count-offender-exit. exit.
      *****************************************************
       write-reminder-line section.
           move ar-slot-time to slot-time-work
           move slot-time-hh to rm-time-hh
           move slot-time-mm to rm-time-mm
           move ar-client-id to rm-client-id
           move spaces to rm-clint-name
           move ar-client-id to cr-client-id
           READ client-file
               INVALID KEY
                   continue
                   move cr-clint-name to rm-clint-name
           END-READ
           move spaces to rm-doctor-name
           move ar-doctor-id to dr-doctor-id
           READ doctor-file
               INVALID KEY
                   continue
