      * Archived appointment record - one physical record per booked
      * slot of a closed year, appended to the cumulative
      * APPHIST.DAT by the YEAREND batch in APPTS.DAT key order
      * (date, doctor, time). Same shape as appt-record (including
      * visit summaries and attendance statuses) so the insurance
      * auditors get the full picture; only the working year stays
      * online in APPTS.DAT.
       01 apphist-record.
           05 ah-appt-key.
               10 ah-appt-date.
                   15 ah-cal-year pic 9(4).
                   15 ah-cal-month pic 99.
                   15 ah-cal-day pic 99.
               10 ah-doctor-id pic 9(9).
               10 ah-slot-time pic 9(4).
                   88 ah-untimed VALUE 0 THRU 59.
           05 ah-client-id pic 9(9).
           05 ah-day-in-week pic 9.
           05 ah-status pic x.
           05 ah-series pic 9.
           05 ah-sicum-bikur pic x(100).
