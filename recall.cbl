      ******************************************************************
      * Author:
      * Date:
      * Purpose: Check-up recall list. For every specialty in the
      *          recall-interval table RECALL.DAT, finds each
      *          client's last attended ('A') visit in that specialty
      *          across APPTS.DAT and the APPHIST.DAT archive and
      *          works out when the client is due again. Writes
      *          RECALL.RPT, the call list of clients who are overdue
      *          or come due within the next 30 days, with the last
      *          visit, the doctor seen and the due date, grouped
      *          under the household head so the front desk calls
      *          once per family. Left off the list: clients already
      *          booked (today or later) with the specialty or on
      *          its waitlist, clients holding an unexpired referral
      *          to it in REFERRAL.DAT, and closed cards. The run is
      *          stamped in RUNCTL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT interval-file ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS interval-file-status.
           SELECT doctor-file ASSIGN TO "DOCTORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS dr-doctor-id
               FILE STATUS IS doctor-file-status.
           SELECT client-file ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cr-client-id
               FILE STATUS IS client-file-status.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS apphist-file-status.
           SELECT waitlist-file ASSIGN TO "WAITLIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS waitlist-file-status.
           SELECT referral-file ASSIGN TO "REFERRAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS referral-file-status.
           SELECT recall-file ASSIGN TO "RECALL.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS recall-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD interval-file.
       COPY "rclrec.cpy".
       FD doctor-file.
       COPY "docrec.cpy".
       FD client-file.
       COPY "clirec.cpy".
       FD appt-file.
       COPY "apptrec.cpy".
       FD apphist-file.
       COPY "apphist.cpy".
       FD waitlist-file.
       COPY "waitlist.cpy".
       FD referral-file.
       COPY "refrec.cpy".
       FD recall-file.
       01 recall-line pic x(120).
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 interval-file-status pic xx.
       01 doctor-file-status pic xx.
       01 client-file-status pic xx.
       01 appt-file-status pic xx.
       01 apphist-file-status pic xx.
       01 waitlist-file-status pic xx.
       01 referral-file-status pic xx.
       01 recall-file-status pic xx.
       01 runctl-file-status pic xx.

       01 intervals.
           03 interval-len pic 99 VALUE 0.
           03 interval OCCURS 1 to 50 DEPENDING on interval-len
                                              INDEXED by int-index.
               05 int-spesific pic x(15).
               05 int-months pic 999.

       01 doctors.
           03 doctor-len pic 999 value 0.
           03 doctor OCCURS 1 to 100 DEPENDING on doctor-len INDEXED
                                                  by doctor-index.
               05 doctor-id pic 9(9).
               05 doctor-name pic x(15).
               05 spesific pic x(15).

      * one entry per client and recalled specialty: the last
      * attended visit and what keeps the client off the list
       01 visits.
           03 visit-len pic 9(5) value 0.
           03 visit OCCURS 1 to 30000 DEPENDING on visit-len
                                              INDEXED by visit-index.
               05 vs-client-id pic 9(9).
               05 vs-spesific pic x(15).
               05 vs-months pic 999.
               05 vs-last-date pic 9(8).
               05 vs-last-time pic 9(4).
               05 vs-doctor-id pic 9(9).
               05 vs-booked pic 9.
               05 vs-referred pic 9.
               05 vs-due-date pic 9(8).
               05 vs-head-id pic 9(9).
               05 vs-listed pic 9.
                   88 vs-to-call VALUE 1.
                   88 vs-printed VALUE 2.

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 horizon-date pic 9(8) value 0.
       01 date-work pic 9(8).
       01 date-work-split redefines date-work.
           03 dw-year pic 9(4).
           03 dw-month pic 99.
           03 dw-day pic 99.
       01 month-len pic 99 value 31.
       01 month-lens.
           03 filler pic x(24) value "312831303130313130313031".
       01 month-len-tbl redefines month-lens pic 99 occurs 12.
       01 month-total pic 9(4) value 0.
       01 add-years pic 99 value 0.
       01 new-month pic 99 value 0.
       01 waitlist-date pic 9(8) value 0.

      * the visit being looked up: client, doctor, date and time
       01 find-client-id pic 9(9) value 0.
       01 find-doctor-id pic 9(9) value 0.
       01 find-spesific pic x(15) value spaces.
       01 find-months pic 999 value 0.
       01 find-date pic 9(8) value 0.
       01 find-time pic 9(4) value 0.
       01 doctor-found pic 9 value 0.
       01 interval-found pic 9 value 0.
       01 visit-found pic 9(5) value 0.
       01 visits-full pic 9 value 0.
       01 call-count pic 9(5) value 0.
       01 household-count pic 9(5) value 0.
       01 overdue-count pic 9(5) value 0.
       01 head-id-ws pic 9(9) value 0.
       01 head-name-ws pic x(15) value spaces.
       01 last-doctor-name pic x(15) value spaces.

       01 recall-header.
           03 filler pic x(31) value
                                 'check-up recall list as of '.
           03 rh-day pic 99.
           03 filler pic x value '/'.
           03 rh-month pic 99.
           03 filler pic x value '/'.
           03 rh-year pic 9(4).
           03 filler pic x(18) value ', due up to '.
           03 rh-to-day pic 99.
           03 filler pic x value '/'.
           03 rh-to-month pic 99.
           03 filler pic x value '/'.
           03 rh-to-year pic 9(4).
       01 household-line.
           03 filler pic x(10) value 'household '.
           03 hl-head-id pic 9(9).
           03 filler pic x value space.
           03 hl-head-name pic x(15).
       01 recall-detail.
           03 filler pic x(2) value spaces.
           03 rd-client-id pic 9(9).
           03 filler pic x value space.
           03 rd-clint-name pic x(15).
           03 filler pic x value space.
           03 rd-spesific pic x(15).
           03 filler pic x(6) value ' last '.
           03 rd-last-day pic 99.
           03 filler pic x value '/'.
           03 rd-last-month pic 99.
           03 filler pic x value '/'.
           03 rd-last-year pic 9(4).
           03 filler pic x(6) value ' with '.
           03 rd-doctor-name pic x(15).
           03 filler pic x(5) value ' due '.
           03 rd-due-day pic 99.
           03 filler pic x value '/'.
           03 rd-due-month pic 99.
           03 filler pic x value '/'.
           03 rd-due-year pic 9(4).
           03 filler pic x value space.
           03 rd-flag pic x(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           move today-date-num to date-work
           perform add-one-day 30 times
           move date-work to horizon-date
           perform load-intervals
           OPEN OUTPUT recall-file
           move today-day to rh-day
           move today-month to rh-month
           move today-year to rh-year
           move dw-day to rh-to-day
           move dw-month to rh-to-month
           move dw-year to rh-to-year
           move recall-header to recall-line
           WRITE recall-line
           if interval-len = 0
               move "no recall intervals on file in RECALL.DAT"
                    to recall-line
               WRITE recall-line
               CLOSE recall-file
               display "no recall intervals on file -- nothing to do"
               perform stamp-run-control
               STOP RUN
           end-if
           perform load-doctors
           perform scan-apphist
           perform scan-appts
           perform scan-waitlist
           perform scan-referrals
           OPEN INPUT client-file
           if client-file-status not = "00"
               display "cannot open CLIENTS.DAT, status "
                       client-file-status " -- recall run aborted"
               CLOSE recall-file
               STOP RUN
           end-if
           perform pick-due-clients
           perform write-recall-list
           CLOSE client-file
           if call-count = 0
               move "nobody is due for a check-up" to recall-line
               WRITE recall-line
           end-if
           CLOSE recall-file
           display call-count " client(s) in " household-count
                   " household(s) to call, " overdue-count
                   " overdue -- see RECALL.RPT"
           perform stamp-run-control
           STOP RUN.
      *****************************************************
      * Records the completed run in RUNCTL.DAT for the RUNINQ
      * batch-window inquiry.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
               OPEN OUTPUT runctl-file
           end-if
           move "RECALL" to rc-program
           move today-date to rc-run-date
           if visits-full = 1
               move 'F' to rc-status
           else
               move 'C' to rc-status
           end-if
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
       load-intervals section.
           move 0 to interval-len
           OPEN INPUT interval-file
           if interval-file-status = "35"
               go to load-intervals-exit
           end-if
           if interval-file-status not = "00"
               display "cannot open RECALL.DAT, status "
                       interval-file-status
               go to load-intervals-exit
           end-if
           perform until interval-file-status = "10"
               READ interval-file
                   AT END move "10" to interval-file-status
                   NOT AT END
                       if interval-len > 49
                           display "recall-interval table is full -- "
                                   "remaining records not loaded"
                           move "10" to interval-file-status
                       else
                           if ri-months > 0
                               add 1 to interval-len
                               set int-index to interval-len
                               move ri-spesific to
                                           int-spesific(int-index)
                               move ri-months to int-months(int-index)
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE interval-file
           .
       load-intervals-exit. exit.
      *****************************************************
       load-doctors section.
           move 0 to doctor-len
           OPEN INPUT doctor-file
           if doctor-file-status = "35"
               go to load-doctors-exit
           end-if
           if doctor-file-status not = "00"
               display "cannot open DOCTORS.DAT, status "
                       doctor-file-status " -- recall run aborted"
               STOP RUN
           end-if
           perform until doctor-file-status = "10"
               READ doctor-file
                   AT END move "10" to doctor-file-status
                   NOT AT END
                       if doctor-len > 99
                           display "doctor table is full -- "
                                   "remaining records not loaded"
                           move "10" to doctor-file-status
                       else
                           add 1 to doctor-len
                           set doctor-index to doctor-len
                           move dr-doctor-id to doctor-id(doctor-index)
                           move dr-doctor-name to
                                             doctor-name(doctor-index)
                           move dr-spesific to spesific(doctor-index)
                       end-if
               END-READ
           END-PERFORM
           CLOSE doctor-file
           .
       load-doctors-exit. exit.
      *****************************************************
      * The specialty of find-doctor-id and its recall interval;
      * interval-found stays 0 when the specialty is not recalled.
       find-doctor-interval section.
           move 0 to doctor-found
           move 0 to interval-found
           set doctor-index to 1
           search doctor
               when doctor-id(doctor-index) = find-doctor-id
                   move 1 to doctor-found
                   move spesific(doctor-index) to find-spesific
           end-search
           if doctor-found = 0
               go to find-doctor-interval-exit
           end-if
           perform find-spec-interval
           .
       find-doctor-interval-exit. exit.
      *****************************************************
       find-spec-interval section.
           move 0 to interval-found
           set int-index to 1
           search interval
               when int-spesific(int-index) = find-spesific
                   move 1 to interval-found
                   move int-months(int-index) to find-months
           end-search
           .
       find-spec-interval-exit. exit.
      *****************************************************
      * The entry for find-client-id and find-spesific, or 0.
       find-visit section.
           move 0 to visit-found
           perform varying visit-index from 1 by 1
                           until visit-index > visit-len
                              or visit-found > 0
               if vs-client-id(visit-index) = find-client-id and
                  vs-spesific(visit-index) = find-spesific
                   set visit-found to visit-index
               end-if
           end-perform
           .
       find-visit-exit. exit.
      *****************************************************
      * Finds the entry for find-client-id and find-spesific, adding
      * an empty one when there is none.
       find-or-add-visit section.
           perform find-visit
           if visit-found > 0
               go to find-or-add-visit-exit
           end-if
      * the list goes out, but it says it is short and the run is
      * stamped failed
           if visit-len > 29999
               if visits-full = 0
                   display "recall visit table is full -- the list "
                           "is incomplete"
                   move "recall visit table is full -- list INCOMPLETE"
                                                       to recall-line
                   WRITE recall-line
                   move 1 to visits-full
               end-if
               go to find-or-add-visit-exit
           end-if
           add 1 to visit-len
           set visit-index to visit-len
           move find-client-id to vs-client-id(visit-index)
           move find-spesific to vs-spesific(visit-index)
           move find-months to vs-months(visit-index)
           move 0 to vs-last-date(visit-index)
           move 0 to vs-last-time(visit-index)
           move 0 to vs-doctor-id(visit-index)
           move 0 to vs-booked(visit-index)
           move 0 to vs-referred(visit-index)
           move 0 to vs-due-date(visit-index)
           move 0 to vs-head-id(visit-index)
           move 0 to vs-listed(visit-index)
           move visit-len to visit-found
           .
       find-or-add-visit-exit. exit.
      *****************************************************
      * An attended visit in a recalled specialty; the latest one
      * is kept with the doctor who saw the client.
       note-attended-visit section.
           perform find-doctor-interval
           if interval-found = 0
               go to note-attended-visit-exit
           end-if
           perform find-or-add-visit
           if visit-found = 0
               go to note-attended-visit-exit
           end-if
           set visit-index to visit-found
           if find-date > vs-last-date(visit-index) or
              (find-date = vs-last-date(visit-index) and
               find-time >= vs-last-time(visit-index))
               move find-date to vs-last-date(visit-index)
               move find-time to vs-last-time(visit-index)
               move find-doctor-id to vs-doctor-id(visit-index)
           end-if
           .
       note-attended-visit-exit. exit.
      *****************************************************
      * A booking today or later, or a live waitlist entry, in a
      * recalled specialty keeps the client off the list.
       note-booked section.
           perform find-doctor-interval
           if interval-found = 0
               go to note-booked-exit
           end-if
           perform find-or-add-visit
           if visit-found = 0
               go to note-booked-exit
           end-if
           move 1 to vs-booked(visit-found)
           .
       note-booked-exit. exit.
      *****************************************************
       scan-apphist section.
           OPEN INPUT apphist-file
           if apphist-file-status = "35"
               go to scan-apphist-exit
           end-if
           if apphist-file-status not = "00"
               display "cannot open APPHIST.DAT, status "
                       apphist-file-status
                       " -- archived visits not counted"
               go to scan-apphist-exit
           end-if
           perform until apphist-file-status not = "00"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       if ah-status = 'A'
                           move ah-client-id to find-client-id
                           move ah-doctor-id to find-doctor-id
                           move ah-appt-date to find-date
                           move ah-slot-time to find-time
                           perform note-attended-visit
                       end-if
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       scan-apphist-exit. exit.
      *****************************************************
       scan-appts section.
           OPEN INPUT appt-file
           if appt-file-status = "35"
               go to scan-appts-exit
           end-if
           if appt-file-status not = "00"
               display "cannot open APPTS.DAT, status "
                       appt-file-status " -- recall run aborted"
               CLOSE recall-file
               STOP RUN
           end-if
           perform until appt-file-status not = "00"
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       move ar-client-id to find-client-id
                       move ar-doctor-id to find-doctor-id
                       move ar-appt-date to find-date
                       move ar-slot-time to find-time
                       if ar-arrived
                           perform note-attended-visit
                       end-if
                       if ar-booked and ar-appt-date >= today-date-num
                           perform note-booked
                       end-if
               END-READ
           END-PERFORM
           CLOSE appt-file
           .
       scan-appts-exit. exit.
      *****************************************************
      * The waitlist is for days of the working year; a day already
      * gone is a stale entry.
       scan-waitlist section.
           OPEN INPUT waitlist-file
           if waitlist-file-status = "35"
               go to scan-waitlist-exit
           end-if
           if waitlist-file-status not = "00"
               display "cannot open WAITLIST.DAT, status "
                       waitlist-file-status
               go to scan-waitlist-exit
           end-if
           perform until waitlist-file-status not = "00"
               READ waitlist-file
                   AT END move "10" to waitlist-file-status
                   NOT AT END
                       compute waitlist-date = today-year * 10000 +
                               wr-cal-month * 100 + wr-cal-day
                       if wr-client-id not = 0 and
                          waitlist-date >= today-date-num
                           move wr-client-id to find-client-id
                           move wr-doctor-id to find-doctor-id
                           perform note-booked
                       end-if
               END-READ
           END-PERFORM
           CLOSE waitlist-file
           .
       scan-waitlist-exit. exit.
      *****************************************************
      * An open referral to a recalled specialty that has not
      * expired means the client is already on the way to a visit.
       scan-referrals section.
           OPEN INPUT referral-file
           if referral-file-status = "35"
               go to scan-referrals-exit
           end-if
           if referral-file-status not = "00"
               display "cannot open REFERRAL.DAT, status "
                       referral-file-status
               go to scan-referrals-exit
           end-if
           perform until referral-file-status not = "00"
               READ referral-file
                   AT END move "10" to referral-file-status
                   NOT AT END
                       if rf-status = 'O' and
                          rf-expiry-date >= today-date-num
                           move rf-client-id to find-client-id
                           move rf-target-spesific to find-spesific
                           perform find-visit
                           if visit-found > 0
                               move 1 to vs-referred(visit-found)
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE referral-file
           .
       scan-referrals-exit. exit.
      *****************************************************
      * Works out the due date of every client with an attended
      * visit and nothing pending, and marks those due by the
      * horizon whose card is open.
       pick-due-clients section.
           perform varying visit-index from 1 by 1
                           until visit-index > visit-len
               if vs-last-date(visit-index) > 0 and
                  vs-booked(visit-index) = 0 and
                  vs-referred(visit-index) = 0
                   perform compute-due-date
                   if vs-due-date(visit-index) <= horizon-date
                       perform check-client-card
                   end-if
               end-if
           end-perform
           .
       pick-due-clients-exit. exit.
      *****************************************************
      * The last visit date moved on by the interval in months; a
      * day past the end of the new month falls on its last day.
       compute-due-date section.
           move vs-last-date(visit-index) to date-work
           compute month-total = dw-month + vs-months(visit-index) - 1
           divide month-total by 12 giving add-years
                                    remainder new-month
           add add-years to dw-year
           compute dw-month = new-month + 1
           perform set-month-len
           if dw-day > month-len
               move month-len to dw-day
           end-if
           move date-work to vs-due-date(visit-index)
           .
       compute-due-date-exit. exit.
      *****************************************************
       check-client-card section.
           move vs-client-id(visit-index) to cr-client-id
           READ client-file
               INVALID KEY
                   go to check-client-card-exit
           END-READ
           if cr-status-card = 'C'
               go to check-client-card-exit
           end-if
           if cr-household-id = 0
               move cr-client-id to vs-head-id(visit-index)
           else
               move cr-household-id to vs-head-id(visit-index)
           end-if
           move 1 to vs-listed(visit-index)
           .
       check-client-card-exit. exit.
      *****************************************************
      * One block per household: the first client still to be
      * printed opens it and every entry under the same head
      * follows.
       write-recall-list section.
           perform varying visit-index from 1 by 1
                           until visit-index > visit-len
               if vs-to-call(visit-index)
                   move vs-head-id(visit-index) to head-id-ws
                   perform write-household
               end-if
           end-perform
           .
       write-recall-list-exit. exit.
      *****************************************************
       write-household section.
           add 1 to household-count
           move head-id-ws to cr-client-id
           move spaces to head-name-ws
           READ client-file
               INVALID KEY
                   move "(not on file)" to head-name-ws
               NOT INVALID KEY
                   move cr-clint-name to head-name-ws
           END-READ
           move spaces to recall-line
           WRITE recall-line
           move head-id-ws to hl-head-id
           move head-name-ws to hl-head-name
           move household-line to recall-line
           WRITE recall-line
           set visit-found to visit-index
           perform varying visit-index from visit-found by 1
                           until visit-index > visit-len
               if vs-to-call(visit-index) and
                  vs-head-id(visit-index) = head-id-ws
                   perform write-recall-detail
                   move 2 to vs-listed(visit-index)
               end-if
           end-perform
           set visit-index to visit-found
           .
       write-household-exit. exit.
      *****************************************************
       write-recall-detail section.
           add 1 to call-count
           move vs-client-id(visit-index) to cr-client-id
           READ client-file
               INVALID KEY
                   move spaces to cr-clint-name
           END-READ
           move vs-client-id(visit-index) to rd-client-id
           move cr-clint-name to rd-clint-name
           move vs-spesific(visit-index) to rd-spesific
           move vs-last-date(visit-index) to date-work
           move dw-day to rd-last-day
           move dw-month to rd-last-month
           move dw-year to rd-last-year
           move spaces to last-doctor-name
           move vs-doctor-id(visit-index) to find-doctor-id
           set doctor-index to 1
           search doctor
               when doctor-id(doctor-index) = find-doctor-id
                   move doctor-name(doctor-index) to last-doctor-name
           end-search
           move last-doctor-name to rd-doctor-name
           move vs-due-date(visit-index) to date-work
           move dw-day to rd-due-day
           move dw-month to rd-due-month
           move dw-year to rd-due-year
           if vs-due-date(visit-index) < today-date-num
               move "OVERDUE" to rd-flag
               add 1 to overdue-count
           else
               move spaces to rd-flag
           end-if
           move recall-detail to recall-line
           WRITE recall-line
           .
       write-recall-detail-exit. exit.
      *****************************************************
       add-one-day section.
           add 1 to dw-day
           perform set-month-len
           if dw-day > month-len
               move 1 to dw-day
               add 1 to dw-month
               if dw-month > 12
                   move 1 to dw-month
                   add 1 to dw-year
               end-if
           end-if
           .
       add-one-day-exit. exit.
      *****************************************************
       set-month-len section.
           move month-len-tbl(dw-month) to month-len
           if dw-month = 2 and
              ((function mod(dw-year, 4) = 0 and
                function mod(dw-year, 100) not = 0)
               or function mod(dw-year, 400) = 0)
               move 29 to month-len
           end-if
           .
       set-month-len-exit. exit.
      *****************************************************
       END PROGRAM RECALL.
