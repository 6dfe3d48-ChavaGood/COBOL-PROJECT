      * Author:
      * Date:
      * Purpose: Morning doctor-roster batch, run right after RECONCILE
      *          in the nightly window. Reads each doctor's bookings
      *          for today's date straight off APPTS.DAT by key, joins
      *          CLIENTS.DAT and DOCTORS.DAT, and writes one page per
      *          doctor to ROSTER.RPT: the doctor's name and
      *          specialty, then each booked client in time order
      *          with id, name, country and whether the client's
      *          previous visit summary was ever filled in (found
      *          through the client key) -- so the doctor starts the
      *          day knowing who is coming and who still owes a
      *          summary from last time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS doctor-file-status.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT roster-file ASSIGN TO "ROSTER.RPT"
               ORGANIZATION IS SEQUENTIAL
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 appt-file-status pic xx.
           88 appt-io-ok VALUE "00" "02".
       01 roster-file-status pic xx.
       01 absence-file-status pic xx.
       01 runctl-file-status pic xx.
               05 client-id pic 9(9).
               05 clint-name pic x(15).
               05 country pic 9.

       01 doctors.
           03 doctor-len pic 999 value 0.
               05 doctor-name pic x(15).
               05 spesific pic x(15).

      * the slot being printed; the previous-visit lookup moves the
      * file off it, so the key is kept here to resume from
       01 slot-key-ws.
           03 sk-appt-date pic 9(8).
           03 sk-doctor-id pic 9(9).
           03 sk-slot-time pic 9(4).
       01 slot-client-ws pic 9(9) value 0.
       01 slot-found pic 9 value 0.
       01 appts-open pic 9 value 0.
       01 prev-visit-date pic 9(8) value 0.
       01 prev-sicum-filled pic 9 value 0.

       01 today-date.
           03 today-year pic 9(4).
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 record-date-num pic 9(8).
       01 slot-time-work pic 9(4) value 0.
       01 slot-time-split redefines slot-time-work.
           03 slot-time-hh pic 99.
           03 slot-time-mm pic 99.
       01 page-count pic 9(3) value 0.

       01 absences.
           perform load-clients
           perform load-doctors
           perform load-absences
           perform open-appts
           OPEN OUTPUT roster-file
           perform write-roster
           if page-count = 0
               WRITE roster-line
           end-if
           CLOSE roster-file
           if appts-open = 1
               CLOSE appt-file
           end-if
           display page-count " doctor page(s) written to ROSTER.RPT"
           perform stamp-run-control
           STOP RUN.
                           move cr-clint-name to
                                               clint-name(client-index)
                           move cr-country to country(client-index)
                           end-if
                   END-READ
               END-PERFORM
           .
       check-doctor-absent-exit. exit.
      *****************************************************
       open-appts section.
           move 0 to appts-open
           OPEN INPUT appt-file
           if appt-file-status = "35"
               go to open-appts-exit
           end-if
           if appt-file-status not = "00"
               display "cannot open APPTS.DAT, status "
                       appt-file-status
               go to open-appts-exit
           end-if
           move 1 to appts-open
           .
       open-appts-exit. exit.
      *****************************************************
      * Positions APPTS.DAT on the first booking today of the doctor
      * addressed by doctor-index; slot-found says whether there is
      * one.
       start-doctor-day section.
           move 0 to slot-found
           if appts-open = 0
               go to start-doctor-day-exit
           end-if
           move today-date-num to ar-appt-date
           move doctor-id(doctor-index) to ar-doctor-id
           move 0 to ar-slot-time
           START appt-file KEY >= ar-appt-key
               INVALID KEY
                   go to start-doctor-day-exit
           END-START
           perform read-doctor-slot
           .
       start-doctor-day-exit. exit.
      *****************************************************
      * The primary key runs date, doctor, time -- so the doctor's
      * bookings for the day come in the order the clients arrive,
      * and the first record past them ends the page.
       read-doctor-slot section.
           move 0 to slot-found
           READ appt-file NEXT
               AT END
                   go to read-doctor-slot-exit
           END-READ
           move ar-appt-date to record-date-num
           if record-date-num = today-date-num and
              ar-doctor-id = doctor-id(doctor-index)
               move 1 to slot-found
               move ar-appt-key to slot-key-ws
               move ar-client-id to slot-client-ws
           end-if
           .
       read-doctor-slot-exit. exit.
      *****************************************************
       next-doctor-slot section.
           move slot-key-ws to ar-appt-key
           START appt-file KEY > ar-appt-key
               INVALID KEY
                   move 0 to slot-found
                   go to next-doctor-slot-exit
           END-START
           perform read-doctor-slot
           .
       next-doctor-slot-exit. exit.
      *****************************************************
      * The client's most recent booking before today, read through
      * the client key, and whether its summary was filled in.
       find-prev-visit section.
           move 0 to prev-visit-date
           move 0 to prev-sicum-filled
           move slot-client-ws to ar-client-id
           START appt-file KEY = ar-client-id
               INVALID KEY
                   go to find-prev-visit-exit
           END-START
           perform until not appt-io-ok
               READ appt-file NEXT
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-client-id not = slot-client-ws
                           move "10" to appt-file-status
                       else
                           move ar-appt-date to record-date-num
                           if record-date-num < today-date-num and
                              record-date-num >= prev-visit-date
                               move record-date-num to prev-visit-date
                               if ar-sicum-bikur = spaces
                                   move 0 to prev-sicum-filled
                               else
                                   move 1 to prev-sicum-filled
                               end-if
                           end-if
                       end-if
               END-READ
           END-PERFORM
           .
       find-prev-visit-exit. exit.
      *****************************************************
      * An absent doctor gets an ON LEAVE page whether or not any
      * bookings are still on file for the day, so the desk sees at
       write-roster section.
           perform varying doctor-index from 1 by 1
                                           until doctor-index>doctor-len
               perform check-doctor-absent
               evaluate true
                   when doctor-absent = 1
                       perform write-leave-page
                   when other
                       perform start-doctor-day
                       if slot-found = 1
                           perform write-doctor-page
                       end-if
               end-evaluate
           end-perform
           .
           move roster-header to roster-line
           WRITE roster-line
           add 1 to page-count
           perform until slot-found = 0
               perform write-slot-line
               perform next-doctor-slot
           end-perform
           .
       write-doctor-page-exit. exit.
      *****************************************************
       write-slot-line section.
           move sk-slot-time to slot-time-work
           move slot-time-hh to rd-time-hh
           move slot-time-mm to rd-time-mm
           move slot-client-ws to rd-client-id
           move spaces to rd-clint-name
           move "unknown" to rd-country
           perform find-prev-visit
           evaluate true
               when prev-visit-date = 0
                   move "no visits" to rd-prev-summary
               when prev-sicum-filled = 1
                   move "filled" to rd-prev-summary
               when other
                   move "not entered" to rd-prev-summary
           end-evaluate
           set client-index to 1
           search client
               when client-id(client-index) = slot-client-ws
                   move clint-name(client-index) to rd-clint-name
                   evaluate country(client-index)
                       when 1
                       when other
                           move "unknown" to rd-country
                   end-evaluate
           end-search
           move roster-detail to roster-line
           WRITE roster-line
