           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
       01 kpi-year pic 9(4) value 0.
       01 kpi-month pic 99 value 0.
       01 prior-year pic 9(4) value 0.
       01 month-len pic 99 value 31.
       01 month-lens.
           03 filler pic x(24) value "312831303130313130313031".
       01 month-len-tbl redefines month-lens pic 99 occurs 12.
       01 cal-day-idx pic 99 value 0.
       01 hours-work pic 9(4) value 0.
       01 hours-split redefines hours-work.
           03 hours-hh pic 99.
           03 filler pic 99.
       01 line-count pic 9(5) value 0.

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

       01 kpi-header.
           03 filler pic x(26) value 'management KPI report for '.
           03 kh-month pic 99.
           perform load-clients
           perform load-copay
           perform load-exrates
           perform count-offered-days
           perform sweep-appts
           perform sweep-apphist
           perform count-waitlist
           move dr-spesific to spesific(doctor-index)
           move dr-ezor to ezor(doctor-index)
           move dr-visit-cost to visit-cost(doctor-index)
           perform varying cal-day-idx from 1 by 1
                                           until cal-day-idx > 6
               move dr-accept-days(cal-day-idx) to
                       accept-days(doctor-index,cal-day-idx)
           end-perform
           move dr-start-hour to hours-work
           if dr-end-hour = 0
           .
       find-rate-in-force-exit. exit.
      *****************************************************
      * Capacity does not depend on the bookings: every calendar
      * day of the report month adds its accept-day capacity to each
      * doctor's offered count.
       count-offered-days section.
           move month-len-tbl(kpi-month) to month-len
           if kpi-month = 2 and
              ((function mod(kpi-year, 4) = 0 and
                function mod(kpi-year, 100) not = 0)
               or function mod(kpi-year, 400) = 0)
               move 29 to month-len
           end-if
           perform varying cal-day-idx from 1 by 1
                                       until cal-day-idx > month-len
               compute day-date-num = kpi-year * 10000 +
                       kpi-month * 100 + cal-day-idx
               move kpi-year to z-year
               move kpi-month to z-month
               move cal-day-idx to z-day
               perform compute-day-of-week
               if z-h <= 6
                   perform varying doctor-index from 1 by 1
                                       until doctor-index > doctor-len
      * a retired doctor offers no slots from the retirement date on
                       if accept-days(doctor-index,z-h) = 1
                          and not (kd-status(doctor-index) = 'R' and
                                   day-date-num >=
                                         kd-retire-date(doctor-index))
                           add slots-per-day(doctor-index) to
                                           kd-offered(doctor-index)
                       end-if
                   end-perform
               end-if
           end-perform
           .
       count-offered-days-exit. exit.
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
      * One pass over the report month: every booking feeds the
      * booked/arrived/no-show and revenue accumulators of the
      * doctor who holds it.
       sweep-appts section.
           OPEN INPUT appt-file
           if appt-file-status = "35"
                   NOT AT END
                       if ar-cal-year = kpi-year and
                          ar-cal-month = kpi-month
                           perform tally-month-slot
                       end-if
               END-READ
           END-PERFORM
           CLOSE appt-file
           .
       sweep-appts-exit. exit.
      *****************************************************
       tally-month-slot section.
           move 0 to slot-doctor-found
           perform varying doctor-index from 1 by 1
                               until doctor-index > doctor-len
                                  or slot-doctor-found = 1
               if doctor-id(doctor-index) = ar-doctor-id
                   move 1 to slot-doctor-found
                   set slot-doctor-index to doctor-index
               end-if
           end-if
           add 1 to kd-booked(slot-doctor-index)
           add 1 to month-booked
           evaluate ar-status
               when 'A'
                   add 1 to kd-arrived(slot-doctor-index)
                   add 1 to month-arrived
           set client-index to 1
           search client
               at end continue
               when client-id(client-index) = ar-client-id
                   move biuah-type(client-index) to copay-type-ws
           end-search
           move spesific(slot-doctor-index) to copay-spec-ws
                   NOT AT END
                       if ah-cal-year = prior-year and
                          ah-cal-month = kpi-month
                           perform tally-prior-slot
                       end-if
               END-READ
           END-PERFORM
           .
       sweep-apphist-exit. exit.
      *****************************************************
       tally-prior-slot section.
           add 1 to prior-booked
           evaluate ah-status
               when 'A'
                   add 1 to prior-arrived
               when 'N'
                   add 1 to prior-noshow
               when other
                   continue
           end-evaluate
           .
       tally-prior-slot-exit. exit.
      *****************************************************
      * Waitlist pressure lands on the specialty of the doctor the
      * client queued for; rows for doctors no longer on file are
