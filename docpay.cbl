      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end doctor compensation batch. Doctors are paid
      *          per attended visit; this run prints DOCPAY.RPT, one
      *          statement per doctor for the current month, listing
      *          every arrived ('A') visit in APPTS.DAT with its date,
      *          time, client and priced amount (the doctor's
      *          visit-cost). No-shows and cancelled slots are never
      *          paid. The clinic share of the doctor's specialty
      *          (SHARE.DAT) is deducted from the gross, and the net
      *          per doctor id goes to the payroll interface file
      *          PAYROLL.DAT.
      *          Every paid visit is recorded in DOCPAID.DAT, so a
      *          visit checked in after its month was paid -- still
      *          in APPTS.DAT or already archived to APPHIST.DAT --
      *          is paid once, as a late correction, on the next
      *          statement. A retired doctor is paid only for days
      *          before dr-retire-date, and the doctor's working days
      *          inside an ABSENCE.DAT period are listed as unpaid.
      *          Late corrections reach back no further than January
      *          of the previous year: YEAREND has archived anything
      *          older, and an archived visit can no longer be
      *          checked in, so only the paid visits from then on are
      *          loaded from DOCPAID.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT client-file ASSIGN TO "CLIENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cr-client-id
               FILE STATUS IS client-file-status.
           SELECT doctor-file ASSIGN TO "DOCTORS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS dr-doctor-id
               FILE STATUS IS doctor-file-status.
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
           SELECT absence-file ASSIGN TO "ABSENCE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS absence-file-status.
           SELECT share-file ASSIGN TO "SHARE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS share-file-status.
           SELECT paid-file ASSIGN TO "DOCPAID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS paid-file-status.
           SELECT payroll-file ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS payroll-file-status.
           SELECT docpay-file ASSIGN TO "DOCPAY.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS docpay-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD client-file.
       COPY "clirec.cpy".
       FD doctor-file.
       COPY "docrec.cpy".
       FD appt-file.
       COPY "apptrec.cpy".
       FD apphist-file.
       COPY "apphist.cpy".
       FD absence-file.
       COPY "absrec.cpy".
       FD share-file.
       COPY "sharerec.cpy".
       FD paid-file.
       COPY "paidrec.cpy".
       FD payroll-file.
       COPY "payrec.cpy".
       FD docpay-file.
       01 docpay-line pic x(90).
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 client-file-status pic xx.
       01 doctor-file-status pic xx.
       01 appt-file-status pic xx.
       01 apphist-file-status pic xx.
       01 absence-file-status pic xx.
       01 share-file-status pic xx.
       01 paid-file-status pic xx.
       01 payroll-file-status pic xx.
       01 docpay-file-status pic xx.
       01 runctl-file-status pic xx.

       01 doctors.
           03 doctor-len pic 999 value 0.
           03 doctor OCCURS 1 to 100 DEPENDING on doctor-len INDEXED
                                                  by doctor-index.
               05 doctor-id pic 9(9).
               05 doctor-name pic x(15).
               05 visit-cost pic 9(4).
               05 spesific pic x(15).
               05 accept-days OCCURS 6 pic 9.
                   88 accept-yes VALUE 1.
               05 retire-date pic 9(8).
               05 gross-amount pic 9(7).
               05 share-amount pic 9(7).
               05 net-amount pic 9(7).
               05 line-count pic 9(4).

       01 shares.
           03 share-len pic 99 VALUE 0.
           03 share OCCURS 1 to 50 DEPENDING on share-len
                                              INDEXED by sh-index.
               05 share-spesific pic x(15).
               05 share-pct pic 999.

       01 absences.
           03 absence-len pic 999 value 0.
           03 absence OCCURS 1 to 50 DEPENDING on absence-len
                                              INDEXED by ab-index.
               05 abs-doctor-id pic 9(9).
               05 abs-from-date pic 9(8).
               05 abs-to-date pic 9(8).
               05 abs-reason pic x(30).

      * every visit already paid from paid-window-start on, from
      * DOCPAID.DAT
       01 paid-visits.
           03 paid-len pic 9(5) value 0.
           03 paid-visit OCCURS 1 to 30000 DEPENDING on paid-len
                                              INDEXED by pd-index.
               05 pd-doctor-id pic 9(9).
               05 pd-visit-date pic 9(8).
               05 pd-slot-time pic 9(4).
               05 pd-client-id pic 9(9).
               05 pd-period pic 9(6).
               05 pd-kind pic x.

      * the statement lines of this period, collected during the
      * sweeps and printed doctor by doctor; st-new marks the visits
      * still to be recorded in DOCPAID.DAT
       01 statement-lines.
           03 stmt-len pic 9(4) value 0.
           03 stmt OCCURS 1 to 3000 DEPENDING on stmt-len
                                              INDEXED by st-index.
               05 st-doctor-id pic 9(9).
               05 st-date pic 9(8).
               05 st-time pic 9(4).
               05 st-client-id pic 9(9).
               05 st-amount pic 9(7).
               05 st-kind pic x.
                   88 st-visit VALUE 'V'.
                   88 st-late VALUE 'L'.
                   88 st-unpaid VALUE 'U'.
               05 st-reason pic x(30).
               05 st-new pic 9.

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 pay-period pic 9(6) value 0.
       01 period-start pic 9(8) value 0.
       01 first-period pic 9(6) value 0.
       01 first-period-start pic 9(8) value 0.
       01 paid-window-start pic 9(8) value 0.
       01 paid-window-period pic 9(6) value 0.
       01 visit-date-num pic 9(8).
       01 visit-date-split redefines visit-date-num.
           03 vd-year pic 9(4).
           03 vd-month pic 99.
           03 vd-day pic 99.
       01 visit-client pic 9(9).
       01 visit-doctor pic 9(9).
       01 visit-time pic 9(4).
       01 visit-kind pic x.
       01 visit-new pic 9 value 0.
       01 paid-found pic 9 value 0.
       01 doctor-found pic 9 value 0.
       01 absent-found pic 9 value 0.
       01 table-full pic 9 value 0.
       01 clients-missing pic 9 value 0.
       01 share-pct-ws pic 999 value 0.
       01 month-len pic 99 value 31.
       01 month-lens.
           03 filler pic x(24) value "312831303130313130313031".
       01 month-len-tbl redefines month-lens pic 99 occurs 12.
       01 cal-day-idx pic 99 value 0.
       01 statement-count pic 9(5) value 0.
       01 new-paid-count pic 9(5) value 0.
       01 late-count pic 9(5) value 0.
       01 total-net pic 9(9) value 0.
       01 slot-time-work pic 9(4) value 0.
       01 slot-time-split redefines slot-time-work.
           03 slot-time-hh pic 99.
           03 slot-time-mm pic 99.

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

       01 statement-header.
           03 filler pic x(21) value 'pay statement doctor '.
           03 sth-doctor-id pic 9(9).
           03 filler pic x value space.
           03 sth-doctor-name pic x(15).
           03 filler pic x value space.
           03 sth-spesific pic x(15).
           03 filler pic x(5) value ' for '.
           03 sth-month pic 99.
           03 filler pic x value '/'.
           03 sth-year pic 9(4).
       01 statement-detail.
           03 sd-kind pic x(11).
           03 sd-day pic 99.
           03 filler pic x value '/'.
           03 sd-month pic 99.
           03 filler pic x value '/'.
           03 sd-year pic 9(4).
           03 filler pic x value space.
           03 sd-text.
               05 sd-time-hh pic 99.
               05 sd-colon pic x.
               05 sd-time-mm pic 99.
               05 filler pic x value space.
               05 sd-client-id pic 9(9).
               05 filler pic x value space.
               05 sd-clint-name pic x(15).
           03 sd-reason redefines sd-text pic x(31).
           03 filler pic x value space.
           03 sd-amount pic zzzzzz9.
       01 statement-total.
           03 stt-label pic x(24).
           03 filler pic x value space.
           03 stt-pct pic zz9.
           03 stt-pct-sign pic x.
           03 filler pic x(34) value spaces.
           03 stt-amount pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           compute pay-period = today-year * 100 + today-month
           compute period-start = today-year * 10000 +
                                  today-month * 100 + 1
           perform load-doctors
           perform load-shares
           perform load-absences
           perform load-paid-visits
           perform scan-appts
           perform scan-apphist
           perform note-unpaid-days
           OPEN INPUT client-file
           if client-file-status = "35"
               display "CLIENTS.DAT is missing -- statements are "
                       "printed without client names"
               move 1 to clients-missing
           else
               if client-file-status not = "00"
                   display "cannot open CLIENTS.DAT, status "
                           client-file-status " -- pay run aborted"
                   STOP RUN
               end-if
           end-if
           OPEN OUTPUT docpay-file
           OPEN OUTPUT payroll-file
           perform write-statements
           if statement-count = 0
               move "no doctor has paid visits this month" to
                                                       docpay-line
               WRITE docpay-line
           end-if
           CLOSE payroll-file
           CLOSE docpay-file
           if clients-missing = 0
               CLOSE client-file
           end-if
           perform record-paid-visits
           display statement-count " doctor statement(s) written to "
                   "DOCPAY.RPT"
           display late-count " late correction(s) of closed months"
           display new-paid-count " visit(s) recorded in DOCPAID.DAT"
           display "net payroll total " total-net
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
           move "DOCPAY" to rc-program
           move today-date to rc-run-date
           move 'C' to rc-status
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
       load-doctors section.
           move 0 to doctor-len
           OPEN INPUT doctor-file
           if doctor-file-status = "35"
               continue
           else
               if doctor-file-status not = "00"
                   display "cannot open DOCTORS.DAT, status "
                           doctor-file-status
                           " -- pay run aborted"
                   STOP RUN
               end-if
               perform until doctor-file-status = "10"
                   READ doctor-file
                       AT END move "10" to doctor-file-status
                       NOT AT END
                           if doctor-len > 99
                               display "doctor table is full -- "
                                       "pay run aborted"
                               CLOSE doctor-file
                               STOP RUN
                           end-if
                           add 1 to doctor-len
                           set doctor-index to doctor-len
                           move dr-doctor-id to doctor-id(doctor-index)
                           move dr-doctor-name to
                                             doctor-name(doctor-index)
                           move dr-visit-cost to
                                             visit-cost(doctor-index)
                           move dr-spesific to spesific(doctor-index)
                           perform varying cal-day-idx from 1 by 1
                                   until cal-day-idx > 6
                             move dr-accept-days(cal-day-idx) to
                               accept-days(doctor-index,cal-day-idx)
                           end-perform
                           move 0 to retire-date(doctor-index)
                           if dr-status = 'R'
                               move dr-retire-date to
                                             retire-date(doctor-index)
                           end-if
                           move 0 to gross-amount(doctor-index)
                           move 0 to share-amount(doctor-index)
                           move 0 to net-amount(doctor-index)
                           move 0 to line-count(doctor-index)
                   END-READ
               END-PERFORM
               CLOSE doctor-file
           end-if
           .
       load-doctors-exit. exit.
      *****************************************************
       load-shares section.
           move 0 to share-len
           OPEN INPUT share-file
           if share-file-status = "35"
               display "no clinic share table SHARE.DAT -- doctors "
                       "are paid the full visit price"
               go to load-shares-exit
           end-if
           if share-file-status not = "00"
               display "cannot open SHARE.DAT, status "
                       share-file-status " -- pay run aborted"
               STOP RUN
           end-if
           perform until share-file-status = "10"
               READ share-file
                   AT END move "10" to share-file-status
                   NOT AT END
                       if share-len > 49
                           display "clinic share table is full -- "
                                   "remaining records not loaded"
                           move "10" to share-file-status
                       else
                           add 1 to share-len
                           set sh-index to share-len
                           move sh-spesific to
                                       share-spesific(sh-index)
                           if sh-pct > 100
                               move 100 to sh-pct
                           end-if
                           move sh-pct to share-pct(sh-index)
                       end-if
               END-READ
           END-PERFORM
           CLOSE share-file
           .
       load-shares-exit. exit.
      *****************************************************
       load-absences section.
           move 0 to absence-len
           OPEN INPUT absence-file
           if absence-file-status = "35"
               continue
           else
               if absence-file-status not = "00"
                   display "cannot open ABSENCE.DAT, status "
                           absence-file-status
                   go to load-absences-exit
               end-if
               perform until absence-file-status = "10"
                   READ absence-file
                       AT END move "10" to absence-file-status
                       NOT AT END
                           if absence-len > 49
                               display "absence table is full -- "
                                       "remaining records not loaded"
                               move "10" to absence-file-status
                           else
                               add 1 to absence-len
                               set ab-index to absence-len
                               move ab-doctor-id to
                                       abs-doctor-id(ab-index)
                               move ab-from-date to
                                       abs-from-date(ab-index)
                               move ab-to-date to
                                       abs-to-date(ab-index)
                               move ab-reason to
                                       abs-reason(ab-index)
                           end-if
                   END-READ
               END-PERFORM
               CLOSE absence-file
           end-if
           .
       load-absences-exit. exit.
      *****************************************************
      * The earliest period on file bounds the late corrections:
      * visits from before DOCPAY was first run were paid by hand
      * and are not paid again. A first run pays its own month only.
      * The corrections never reach back before January of the
      * previous year, so paid visits dated before then are skipped
      * and the table holds two years at most.
       load-paid-visits section.
           move 0 to paid-len
           move pay-period to first-period
           compute paid-window-start = (today-year - 1) * 10000 + 101
           compute paid-window-period = (today-year - 1) * 100 + 1
           OPEN INPUT paid-file
           if paid-file-status = "35"
               go to load-paid-visits-start
           end-if
           if paid-file-status not = "00"
      * without the paid history every late visit would look unpaid
               display "cannot open DOCPAID.DAT, status "
                       paid-file-status " -- pay run aborted"
               STOP RUN
           end-if
           perform until paid-file-status = "10"
               READ paid-file
                   AT END move "10" to paid-file-status
                   NOT AT END
                       if dp-period < first-period
                           move dp-period to first-period
                       end-if
                       if dp-visit-date >= paid-window-start
                           perform note-paid-visit
                       end-if
               END-READ
           END-PERFORM
           CLOSE paid-file
           .
       load-paid-visits-start.
           if first-period < paid-window-period
               move paid-window-period to first-period
           end-if
           compute first-period-start = first-period * 100 + 1
           .
       load-paid-visits-exit. exit.
      *****************************************************
       note-paid-visit section.
           if paid-len > 29999
               display "more than 30000 visits paid since "
                       paid-window-start " -- pay run aborted"
               CLOSE paid-file
               STOP RUN
           end-if
           add 1 to paid-len
           set pd-index to paid-len
           move dp-doctor-id to pd-doctor-id(pd-index)
           move dp-visit-date to pd-visit-date(pd-index)
           move dp-slot-time to pd-slot-time(pd-index)
           move dp-client-id to pd-client-id(pd-index)
           move dp-period to pd-period(pd-index)
           move dp-kind to pd-kind(pd-index)
           .
       note-paid-visit-exit. exit.
      *****************************************************
       scan-appts section.
           OPEN INPUT appt-file
           if appt-file-status = "35"
               go to scan-appts-exit
           end-if
           if appt-file-status not = "00"
               display "cannot open APPTS.DAT, status "
                       appt-file-status " -- pay run aborted"
               STOP RUN
           end-if
           perform until appt-file-status = "10"
               READ appt-file
                   AT END move "10" to appt-file-status
                   NOT AT END
                       compute visit-date-num = ar-cal-year * 10000 +
                                  ar-cal-month * 100 + ar-cal-day
                       if visit-date-num >= first-period-start and
                          visit-date-num <= today-date-num
                           if ar-status = 'A'
                               move ar-client-id to visit-client
                               move ar-doctor-id to visit-doctor
                               move ar-slot-time to visit-time
                               perform pay-one-visit
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE appt-file
           .
       scan-appts-exit. exit.
      *****************************************************
      * Archived years only matter while the paid history reaches
      * back into them: a visit checked in late and archived by
      * YEAREND before it was paid.
       scan-apphist section.
           if first-period-start > today-year * 10000
               go to scan-apphist-exit
           end-if
           OPEN INPUT apphist-file
           if apphist-file-status = "35"
               go to scan-apphist-exit
           end-if
           if apphist-file-status not = "00"
               display "cannot open APPHIST.DAT, status "
                       apphist-file-status
                       " -- archived corrections not paid"
               go to scan-apphist-exit
           end-if
           perform until apphist-file-status = "10"
               READ apphist-file
                   AT END move "10" to apphist-file-status
                   NOT AT END
                       compute visit-date-num = ah-cal-year * 10000 +
                                  ah-cal-month * 100 + ah-cal-day
                       if visit-date-num >= first-period-start
                           if ah-status = 'A'
                               move ah-client-id to visit-client
                               move ah-doctor-id to visit-doctor
                               move ah-slot-time to visit-time
                               perform pay-one-visit
                           end-if
                       end-if
               END-READ
           END-PERFORM
           CLOSE apphist-file
           .
       scan-apphist-exit. exit.
      *****************************************************
      * One arrived visit (visit-date-num, -client, -doctor, -time).
      * Visits of this period are paid; visits of an earlier month
      * are paid as a late correction unless DOCPAID.DAT already has
      * them. A visit recorded in this same period (a rerun) goes on
      * the statement again but is not recorded twice.
       pay-one-visit section.
           move 0 to doctor-found
           set doctor-index to 1
           search doctor
               when doctor-id(doctor-index) = visit-doctor
                   move 1 to doctor-found
           end-search
           if doctor-found = 0
               display "unknown doctor " visit-doctor " on "
                       visit-date-num " -- visit not paid"
               go to pay-one-visit-exit
           end-if
           if retire-date(doctor-index) not = 0 and
              visit-date-num >= retire-date(doctor-index)
               go to pay-one-visit-exit
           end-if
           move 0 to paid-found
           perform varying pd-index from 1 by 1
                                   until pd-index > paid-len
                                      or paid-found = 1
               if pd-doctor-id(pd-index) = visit-doctor and
                  pd-visit-date(pd-index) = visit-date-num and
                  pd-slot-time(pd-index) = visit-time and
                  pd-client-id(pd-index) = visit-client
                   move 1 to paid-found
                   move pd-kind(pd-index) to visit-kind
                   if pd-period(pd-index) not = pay-period
                       go to pay-one-visit-exit
                   end-if
               end-if
           end-perform
           if paid-found = 1
               move 0 to visit-new
           else
               move 1 to visit-new
               if visit-date-num >= period-start
                   move 'V' to visit-kind
               else
                   move 'L' to visit-kind
               end-if
           end-if
           if stmt-len > 2999
               if table-full = 0
                   display "statement table is full -- remaining "
                           "visits are left for the next run"
                   move 1 to table-full
               end-if
               go to pay-one-visit-exit
           end-if
           add 1 to stmt-len
           set st-index to stmt-len
           move visit-doctor to st-doctor-id(st-index)
           move visit-date-num to st-date(st-index)
           move visit-time to st-time(st-index)
           move visit-client to st-client-id(st-index)
           move visit-cost(doctor-index) to st-amount(st-index)
           move visit-kind to st-kind(st-index)
           move spaces to st-reason(st-index)
           move visit-new to st-new(st-index)
           add visit-cost(doctor-index) to gross-amount(doctor-index)
           add 1 to line-count(doctor-index)
           if visit-kind = 'L'
               add 1 to late-count
           end-if
           .
       pay-one-visit-exit. exit.
      *****************************************************
      * Each working day of the period (a day-in-week the doctor
      * accepts, before any retire date) that falls inside one of
      * the doctor's absence periods is shown as an unpaid day.
       note-unpaid-days section.
           move month-len-tbl(today-month) to month-len
           if today-month = 2 and
              ((function mod(today-year, 4) = 0 and
                function mod(today-year, 100) not = 0)
               or function mod(today-year, 400) = 0)
               move 29 to month-len
           end-if
           perform varying cal-day-idx from 1 by 1
                                       until cal-day-idx > month-len
               compute visit-date-num = period-start + cal-day-idx - 1
               move today-year to z-year
               move today-month to z-month
               move cal-day-idx to z-day
               perform compute-day-of-week
               if z-h < 7
                   perform varying doctor-index from 1 by 1
                                       until doctor-index > doctor-len
                       perform check-unpaid-day
                   end-perform
               end-if
           end-perform
           .
       note-unpaid-days-exit. exit.
      *****************************************************
       check-unpaid-day section.
           if not accept-yes(doctor-index,z-h)
               go to check-unpaid-day-exit
           end-if
           if retire-date(doctor-index) not = 0 and
              visit-date-num >= retire-date(doctor-index)
               go to check-unpaid-day-exit
           end-if
           move 0 to absent-found
           perform varying ab-index from 1 by 1
                                   until ab-index > absence-len
                                      or absent-found = 1
               if abs-doctor-id(ab-index) = doctor-id(doctor-index)
                  and abs-from-date(ab-index) <= visit-date-num
                  and abs-to-date(ab-index) >= visit-date-num
                   move 1 to absent-found
                   if stmt-len > 2999
                       go to check-unpaid-day-exit
                   end-if
                   add 1 to stmt-len
                   set st-index to stmt-len
                   move doctor-id(doctor-index) to
                                           st-doctor-id(st-index)
                   move visit-date-num to st-date(st-index)
                   move 0 to st-time(st-index)
                   move 0 to st-client-id(st-index)
                   move 0 to st-amount(st-index)
                   move 'U' to st-kind(st-index)
                   move abs-reason(ab-index) to st-reason(st-index)
                   move 0 to st-new(st-index)
                   add 1 to line-count(doctor-index)
               end-if
           end-perform
           .
       check-unpaid-day-exit. exit.
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
      * One page per doctor with anything to show: the priced visits
      * and late corrections, the unpaid leave days, then the gross,
      * the clinic share of the doctor's specialty and the net, which
      * also goes to the payroll interface.
       write-statements section.
           move 0 to statement-count
           move 0 to total-net
           perform varying doctor-index from 1 by 1
                                       until doctor-index > doctor-len
               if line-count(doctor-index) > 0
                   perform write-one-statement
               end-if
           end-perform
           .
       write-statements-exit. exit.
      *****************************************************
       write-one-statement section.
           move 0 to share-pct-ws
           perform varying sh-index from 1 by 1
                                       until sh-index > share-len
               if share-spesific(sh-index) = spesific(doctor-index)
                   move share-pct(sh-index) to share-pct-ws
               end-if
           end-perform
           compute share-amount(doctor-index) rounded =
                   gross-amount(doctor-index) * share-pct-ws / 100
           compute net-amount(doctor-index) =
                   gross-amount(doctor-index) -
                   share-amount(doctor-index)
           move doctor-id(doctor-index) to sth-doctor-id
           move doctor-name(doctor-index) to sth-doctor-name
           move spesific(doctor-index) to sth-spesific
           move today-month to sth-month
           move today-year to sth-year
           move statement-header to docpay-line
           WRITE docpay-line
           perform varying st-index from 1 by 1
                                       until st-index > stmt-len
               if st-doctor-id(st-index) = doctor-id(doctor-index)
                   perform write-statement-line
               end-if
           end-perform
           move spaces to statement-total
           move "gross" to stt-label
           move gross-amount(doctor-index) to stt-amount
           move statement-total to docpay-line
           WRITE docpay-line
           move spaces to statement-total
           move "less clinic share" to stt-label
           move share-pct-ws to stt-pct
           move '%' to stt-pct-sign
           move share-amount(doctor-index) to stt-amount
           move statement-total to docpay-line
           WRITE docpay-line
           move spaces to statement-total
           move "net to pay" to stt-label
           move net-amount(doctor-index) to stt-amount
           move statement-total to docpay-line
           WRITE docpay-line
           move spaces to docpay-line
           WRITE docpay-line
           if gross-amount(doctor-index) > 0
               move doctor-id(doctor-index) to py-doctor-id
               move pay-period to py-period
               move gross-amount(doctor-index) to py-gross
               move share-amount(doctor-index) to py-share
               move net-amount(doctor-index) to py-net
               WRITE payroll-record
               add net-amount(doctor-index) to total-net
           end-if
           add 1 to statement-count
           .
       write-one-statement-exit. exit.
      *****************************************************
       write-statement-line section.
           move st-date(st-index) to visit-date-num
           move vd-day to sd-day
           move vd-month to sd-month
           move vd-year to sd-year
           evaluate true
               when st-unpaid(st-index)
                   move "unpaid day" to sd-kind
                   move st-reason(st-index) to sd-reason
                   move 0 to sd-amount
               when other
                   if st-late(st-index)
                       move "late corr." to sd-kind
                   else
                       move "visit" to sd-kind
                   end-if
                   move spaces to sd-text
                   move st-time(st-index) to slot-time-work
                   move slot-time-hh to sd-time-hh
                   move ':' to sd-colon
                   move slot-time-mm to sd-time-mm
                   move st-client-id(st-index) to sd-client-id
                   move spaces to sd-clint-name
                   if clients-missing = 0
                       move st-client-id(st-index) to cr-client-id
                       READ client-file
                           INVALID KEY
                               continue
                           NOT INVALID KEY
                               move cr-clint-name to sd-clint-name
                       END-READ
                   end-if
                   move st-amount(st-index) to sd-amount
           end-evaluate
           move statement-detail to docpay-line
           WRITE docpay-line
           .
       write-statement-line-exit. exit.
      *****************************************************
      * Only after the statements and the payroll file are out are
      * this run's new visits recorded as paid.
       record-paid-visits section.
           OPEN EXTEND paid-file
           if paid-file-status = "35"
               OPEN OUTPUT paid-file
           end-if
           if paid-file-status not = "00"
               display "cannot open DOCPAID.DAT, status "
                       paid-file-status
                       " -- paid visits not recorded"
               go to record-paid-visits-exit
           end-if
           perform varying st-index from 1 by 1
                                       until st-index > stmt-len
               if st-new(st-index) = 1
                   move st-doctor-id(st-index) to dp-doctor-id
                   move st-date(st-index) to dp-visit-date
                   move st-time(st-index) to dp-slot-time
                   move st-client-id(st-index) to dp-client-id
                   move st-amount(st-index) to dp-amount
                   move pay-period to dp-period
                   move st-kind(st-index) to dp-kind
                   WRITE paid-visit-record
                   add 1 to new-paid-count
               end-if
           end-perform
           CLOSE paid-file
           .
       record-paid-visits-exit. exit.
      *****************************************************
       END PROGRAM DOCPAY.
