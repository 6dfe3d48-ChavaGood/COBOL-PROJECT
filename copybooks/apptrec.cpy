      * Appointment record - one physical record per booked slot in
      * the indexed APPTS.DAT, keyed by ar-appt-key: the date
      * (yyyymmdd), the doctor and the appointment time of day
      * (HHMM), so a doctor can never hold two bookings at one time
      * and the clinic has no daily booking limit. Alternate keys on
      * ar-client-id and ar-doctor-id (both WITH DUPLICATES) reach
      * one client's or one doctor's visits without walking the
      * year. A cancelled booking is deleted, so every record on
      * file is a booking. ar-status is the attendance status:
      * 'B' booked, 'A' arrived (front-desk check-in), 'N' no-show
      * (stamped by the nightly ATTEND run); only 'A' visits are
      * billed. ar-series is 1 when the slot belongs to a weekly
      * repeat course (same client, doctor and time each week), so
      * one cancellation can take the rest of the course with it.
      * Bookings made before times were kept carry a time before
      * 01:00 (ar-untimed): 0000, or 0001, 0002 ... where one
      * doctor had several on the same day, so each keeps a key.
       01 appt-record.
           05 ar-appt-key.
               10 ar-appt-date.
                   15 ar-cal-year pic 9(4).
                   15 ar-cal-month pic 99.
                   15 ar-cal-day pic 99.
               10 ar-doctor-id pic 9(9).
               10 ar-slot-time pic 9(4).
                   88 ar-untimed VALUE 0 THRU 59.
           05 ar-client-id pic 9(9).
           05 ar-day-in-week pic 9.
           05 ar-status pic x.
               88 ar-booked VALUE 'B'.
               88 ar-arrived VALUE 'A'.
               88 ar-no-show VALUE 'N'.
           05 ar-series pic 9.
           05 ar-sicum-bikur pic x(100).
