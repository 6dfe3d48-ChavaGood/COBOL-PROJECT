      * Date:
      * Purpose: Nightly batch reconciliation of APPTS.DAT against each
      *          doctor's accept-days, run end of day before the clinic
      *          opens for the next one. Flags bookings for a
      *          doctor/day-in-week the doctor doesn't accept, clients
      *          booked twice on the same day, and slots whose time
      *          falls outside the doctor's working hours. APPTS.DAT
      *          holds one record per booking keyed by date, doctor
      *          and time, so a doctor holding two bookings at the
      *          same time can no longer be stored and is not checked.
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
           SELECT except-file ASSIGN TO "RECON.RPT"
               ORGANIZATION IS SEQUENTIAL
               05 ezor pic 9.

       01 accept-index pic 9 VALUE 0.
      * clients already met on the day being read -- the file is in
      * date order, so the list starts over when the date changes
       01 seen-date pic 9(8) value 0.
       01 seen-clients.
           03 seen-len pic 9(4) value 0.
           03 seen-client OCCURS 1 to 2000 DEPENDING on seen-len
                                           INDEXED by seen-idx
                                           pic 9(9).
       01 seen-found pic 9 value 0.
       01 doctor-found pic 9 value 0.
       01 except-reason pic x(40).
       01 exception-count pic 9(5) value 0.
                   READ appt-file
                       AT END move "10" to appt-file-status
                       NOT AT END
                           perform check-booking
                   END-READ
               END-PERFORM
               CLOSE appt-file
           .
       process-appts-exit. exit.
      *****************************************************
       check-booking section.
           if ar-appt-date not = seen-date
               move ar-appt-date to seen-date
               move 0 to seen-len
           end-if
           perform check-doctor-accepts
           move 0 to seen-found
           perform varying seen-idx from 1 by 1
                                           until seen-idx > seen-len
               if seen-client(seen-idx) = ar-client-id
                   move 1 to seen-found
               end-if
           end-perform
           if seen-found = 1
               move "client double-booked on this day" to
                                                     except-reason
               perform write-exception
           else
               if seen-len < 2000
                   add 1 to seen-len
                   move ar-client-id to seen-client(seen-len)
               end-if
           end-if
           .
       check-booking-exit. exit.
      *****************************************************
       check-doctor-accepts section.
           move 0 to doctor-found
           set doctor-index to 1
           search doctor
               when doctor-id(doctor-index) = ar-doctor-id
                   move 1 to doctor-found
           end-search
           if doctor-found = 0
                                                     to except-reason
                       perform write-exception
                   end-if
                   if not ar-untimed
                      and (ar-slot-time < start-hour(doctor-index)
                      or ar-slot-time >= end-hour(doctor-index))
                       move "appointment time outside doctor's hours"
                                                     to except-reason
                       perform write-exception
       write-exception section.
           move ar-cal-month to exc-date-month
           move ar-cal-day to exc-date-day
           move ar-doctor-id to exc-doctor-id
           move ar-client-id to exc-client-id
           move ar-slot-time to slot-time-work
           move slot-time-hh to exc-time-hh
           move slot-time-mm to exc-time-mm
           move except-reason to exc-reason
