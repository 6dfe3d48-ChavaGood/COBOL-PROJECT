      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the appointment files from
      *          one record per calendar day (a 20-slot daily log) to
      *          one record per booked slot keyed by date, doctor and
      *          time. Before the run the operator renames the old
      *          APPTS.DAT to APPTS.OLD and the old APPHIST.DAT to
      *          APPHIST.OLD; the run writes the new APPTS.DAT and
      *          APPHIST.DAT from them, carrying every booked slot
      *          across with its client, doctor, time, attendance
      *          status, series flag and visit summary. Empty slots
      *          and empty days are dropped. A booking from before
      *          attendance tracking (space status) dated today or
      *          later is carried as booked, as the main system did
      *          when it loaded the day. Two bookings that would
      *          share a key -- one doctor, one day, one time -- are
      *          kept apart by moving the later one on a minute at a
      *          time; each such move is listed in APPTCONV.RPT so
      *          the desk can confirm the real time with the client.
      *          Untimed legacy bookings (time 0000) are numbered
      *          0001, 0002 ... the same way without being reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-appt-file ASSIGN TO "APPTS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oa-appt-date
               FILE STATUS IS old-appt-file-status.
           SELECT old-hist-file ASSIGN TO "APPHIST.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS old-hist-file-status.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS apphist-file-status.
           SELECT conv-file ASSIGN TO "APPTCONV.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS conv-file-status.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
       DATA DIVISION.
       FILE SECTION.
      * the day-record layouts the files had before the conversion
       FD old-appt-file.
       01 old-appt-record.
           05 oa-appt-date.
               10 oa-cal-year pic 9(4).
               10 oa-cal-month pic 99.
               10 oa-cal-day pic 99.
           05 oa-day-in-week pic 9.
           05 oa-v-line-index pic 99.
           05 oa-daly-log occurs 20.
               10 oa-v-client-id pic 9(9).
               10 oa-v-doctor-id pic 9(9).
               10 oa-slot-time pic 9(4).
               10 oa-v-status pic x.
               10 oa-v-series pic 9.
               10 oa-sicum-bikur pic x(100).
       FD old-hist-file.
       01 old-hist-record.
           05 oh-cal-year pic 9(4).
           05 oh-cal-month pic 99.
           05 oh-cal-day pic 99.
           05 oh-day-in-week pic 9.
           05 oh-v-line-index pic 99.
           05 oh-daly-log occurs 20.
               10 oh-v-client-id pic 9(9).
               10 oh-v-doctor-id pic 9(9).
               10 oh-slot-time pic 9(4).
               10 oh-v-status pic x.
               10 oh-v-series pic 9.
               10 oh-sicum-bikur pic x(100).
       FD appt-file.
       COPY "apptrec.cpy".
       FD apphist-file.
       COPY "apphist.cpy".
       FD conv-file.
       01 conv-line pic x(80).
       FD runctl-file.
       COPY "runrec.cpy".
       WORKING-STORAGE SECTION.
       01 old-appt-file-status pic xx.
       01 old-hist-file-status pic xx.
       01 appt-file-status pic xx.
       01 apphist-file-status pic xx.
       01 conv-file-status pic xx.
       01 runctl-file-status pic xx.

       01 today-date.
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 today-date-num redefines today-date pic 9(8).
       01 daly-log-index pic 99.
       01 day-count pic 9(5) value 0.
       01 slot-count pic 9(7) value 0.
       01 hist-day-count pic 9(5) value 0.
       01 hist-slot-count pic 9(7) value 0.
       01 moved-count pic 9(5) value 0.
       01 lost-count pic 9(5) value 0.
       01 run-failed pic 9 value 0.
       01 slot-written pic 9 value 0.
       01 bump-tries pic 99 value 0.
       01 booked-time pic 9(4) value 0.
       01 time-work pic 9(4) value 0.
       01 time-work-split redefines time-work.
           03 time-work-hh pic 99.
           03 time-work-mm pic 99.

       01 conv-header.
           03 filler pic x(28) value 'APPTS.DAT conversion run of '.
           03 ch-day pic 99.
           03 filler pic x value '/'.
           03 ch-month pic 99.
           03 filler pic x value '/'.
           03 ch-year pic 9(4).
       01 conv-detail.
           03 cd-day pic 99.
           03 filler pic x value '/'.
           03 cd-month pic 99.
           03 filler pic x value '/'.
           03 cd-year pic 9(4).
           03 filler pic x(5) value ' doc '.
           03 cd-doctor-id pic 9(9).
           03 filler pic x(5) value ' cli '.
           03 cd-client-id pic 9(9).
           03 filler pic x value space.
           03 cd-old-hh pic 99.
           03 filler pic x value ':'.
           03 cd-old-mm pic 99.
           03 filler pic x(4) value ' -> '.
           03 cd-note.
               05 cd-new-hh pic 99.
               05 cd-new-sep pic x value ':'.
               05 cd-new-mm pic 99.
               05 filler pic x(25) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
           OPEN INPUT old-appt-file
           if old-appt-file-status not = "00"
               display "cannot open APPTS.OLD, status "
                       old-appt-file-status " -- rename the old "
                       "APPTS.DAT to APPTS.OLD before the run"
               STOP RUN
           end-if
           OPEN OUTPUT appt-file
           if appt-file-status not = "00"
               display "cannot create APPTS.DAT, status "
                       appt-file-status
               CLOSE old-appt-file
               STOP RUN
           end-if
           OPEN OUTPUT conv-file
           move today-day to ch-day
           move today-month to ch-month
           move today-year to ch-year
           move conv-header to conv-line
           WRITE conv-line
           perform convert-appts
           CLOSE appt-file
           CLOSE old-appt-file
           perform convert-apphist
           if moved-count = 0 and lost-count = 0
               move "no booking had to be moved" to conv-line
               WRITE conv-line
           end-if
           CLOSE conv-file
           display day-count " day record(s) read from APPTS.OLD, "
                   slot-count " booking(s) written to APPTS.DAT"
           display hist-day-count " day record(s) read from "
                   "APPHIST.OLD, " hist-slot-count " booking(s) "
                   "written to APPHIST.DAT"
           display moved-count " booking(s) moved to a free minute -- "
                   "see APPTCONV.RPT"
           if lost-count > 0
               display lost-count " booking(s) could not be placed -- "
                       "see APPTCONV.RPT"
               move 1 to run-failed
           end-if
           perform stamp-run-control
           STOP RUN.
      *****************************************************
      * Records the run in RUNCTL.DAT -- 'F' when a booking could
      * not be carried across.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
               OPEN OUTPUT runctl-file
           end-if
           move "APPTCONV" to rc-program
           move today-date to rc-run-date
           if run-failed = 1
               move 'F' to rc-status
           else
               move 'C' to rc-status
           end-if
           WRITE run-control-record
           CLOSE runctl-file
           .
       stamp-run-control-exit. exit.
      *****************************************************
       convert-appts section.
           perform until old-appt-file-status not = "00"
               READ old-appt-file
                   AT END move "10" to old-appt-file-status
                   NOT AT END
                       add 1 to day-count
                       perform varying daly-log-index from 1 by 1
                                           until daly-log-index > 20
                           if oa-v-client-id(daly-log-index) not = 0
                               perform convert-one-slot
                           end-if
                       end-perform
               END-READ
           END-PERFORM
           .
       convert-appts-exit. exit.
      *****************************************************
       convert-one-slot section.
           move oa-cal-year to ar-cal-year
           move oa-cal-month to ar-cal-month
           move oa-cal-day to ar-cal-day
           move oa-v-doctor-id(daly-log-index) to ar-doctor-id
           move oa-slot-time(daly-log-index) to ar-slot-time
           move oa-v-client-id(daly-log-index) to ar-client-id
           move oa-day-in-week to ar-day-in-week
           move oa-v-status(daly-log-index) to ar-status
           if ar-status = space and oa-appt-date >= today-date-num
               move 'B' to ar-status
           end-if
           move oa-v-series(daly-log-index) to ar-series
           move oa-sicum-bikur(daly-log-index) to ar-sicum-bikur
           move ar-slot-time to booked-time
           move 0 to slot-written
           move 0 to bump-tries
           perform until slot-written = 1 or bump-tries > 20
               WRITE appt-record
                   INVALID KEY
                       perform bump-slot-time
                   NOT INVALID KEY
                       move 1 to slot-written
               END-WRITE
           end-perform
           if slot-written = 0
               add 1 to lost-count
               move "could not be placed" to cd-note
               perform write-conv-line
               go to convert-one-slot-exit
           end-if
           add 1 to slot-count
           if ar-slot-time not = booked-time and not ar-untimed
               add 1 to moved-count
               move ar-slot-time to time-work
               move spaces to cd-note
               move time-work-hh to cd-new-hh
               move ':' to cd-new-sep
               move time-work-mm to cd-new-mm
               perform write-conv-line
           end-if
           .
       convert-one-slot-exit. exit.
      *****************************************************
      * The next minute after the one already taken; an untimed
      * booking may not run past 00:59 into real clock times.
       bump-slot-time section.
           add 1 to bump-tries
           move ar-slot-time to time-work
           add 1 to time-work-mm
           if time-work-mm > 59
               move 0 to time-work-mm
               add 1 to time-work-hh
           end-if
           if time-work-hh > 23
               move 21 to bump-tries
           end-if
           move time-work to ar-slot-time
           if booked-time < 0100 and not ar-untimed
               move 21 to bump-tries
           end-if
           .
       bump-slot-time-exit. exit.
      *****************************************************
       write-conv-line section.
           move ar-cal-day to cd-day
           move ar-cal-month to cd-month
           move ar-cal-year to cd-year
           move ar-doctor-id to cd-doctor-id
           move ar-client-id to cd-client-id
           move booked-time to time-work
           move time-work-hh to cd-old-hh
           move time-work-mm to cd-old-mm
           move conv-detail to conv-line
           WRITE conv-line
           .
       write-conv-line-exit. exit.
      *****************************************************
      * The archive is sequential and has no key to keep unique, so
      * its slots go across exactly as they were.
       convert-apphist section.
           OPEN INPUT old-hist-file
           if old-hist-file-status = "35"
               display "no APPHIST.OLD -- no archive to convert"
               go to convert-apphist-exit
           end-if
           if old-hist-file-status not = "00"
               display "cannot open APPHIST.OLD, status "
                       old-hist-file-status
               move 1 to run-failed
               go to convert-apphist-exit
           end-if
           OPEN OUTPUT apphist-file
           perform until old-hist-file-status not = "00"
               READ old-hist-file
                   AT END move "10" to old-hist-file-status
                   NOT AT END
                       add 1 to hist-day-count
                       perform varying daly-log-index from 1 by 1
                                           until daly-log-index > 20
                           if oh-v-client-id(daly-log-index) not = 0
                               perform convert-one-hist-slot
                           end-if
                       end-perform
               END-READ
           END-PERFORM
           CLOSE apphist-file
           CLOSE old-hist-file
           .
       convert-apphist-exit. exit.
      *****************************************************
       convert-one-hist-slot section.
           move oh-cal-year to ah-cal-year
           move oh-cal-month to ah-cal-month
           move oh-cal-day to ah-cal-day
           move oh-v-doctor-id(daly-log-index) to ah-doctor-id
           move oh-slot-time(daly-log-index) to ah-slot-time
           move oh-v-client-id(daly-log-index) to ah-client-id
           move oh-day-in-week to ah-day-in-week
           move oh-v-status(daly-log-index) to ah-status
           move oh-v-series(daly-log-index) to ah-series
           move oh-sicum-bikur(daly-log-index) to ah-sicum-bikur
           WRITE apphist-record
           add 1 to hist-slot-count
           .
       convert-one-hist-slot-exit. exit.
      *****************************************************
       END PROGRAM APPTCONV.
