      * Recall-interval record - one physical record per doctor
      * specialty (dr-spesific) whose patients should be seen on a
      * cycle. ri-months is the number of months after the last
      * attended visit in the specialty when the client is due
      * again (12 = yearly). The RECALL batch lists the clients who
      * are overdue or come due within 30 days; specialties with no
      * record are not recalled.
       01 recall-interval-record.
           05 ri-spesific pic x(15).
           05 ri-months pic 999.
