      * Clinic share record - one physical record per doctor
      * specialty (dr-spesific). sh-pct is the percentage of each
      * attended visit's price the clinic keeps before the doctor is
      * paid; DOCPAY deducts it on the monthly compensation
      * statement. Specialties with no record keep no share.
       01 clinic-share-record.
           05 sh-spesific pic x(15).
           05 sh-pct pic 999.
