           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT waitlist-file ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 exception-count pic 9(5) value 0.
       01 fixed-count pic 9(5) value 0.
      * set whenever a data file is missing, unreadable or bigger
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       perform check-slot-client
               END-READ
           END-PERFORM
           CLOSE appt-file
           .
       sweep-appts-exit. exit.
      *****************************************************
       check-slot-client section.
           move ar-client-id to scan-id
           perform find-client
           if found-flag = 0
               move "GHOST-CLIENT" to ig-category
               move ar-client-id to ig-client-id
               move ar-doctor-id to ig-doctor-id
               move "slot client is not in CLIENTS.DAT" to ig-reason
               perform write-exception
           else
               add 1 to actual-count(found-index)
           end-if
           .
       check-slot-client-exit. exit.
      *****************************************************
      * cnt-visit must equal the client's booked-slot count in the
      * online APPTS.DAT; fix mode recounts it on the card.
