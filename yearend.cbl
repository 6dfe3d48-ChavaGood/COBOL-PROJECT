      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end archival batch. Splits APPTS.DAT: every
      *          booking of a closed year (ar-cal-year before the
      *          current one) is appended, complete with its visit
      *          summary and attendance status, to the cumulative
      *          archive APPHIST.DAT and then deleted from the online
      *          file, leaving only the working year in APPTS.DAT.
      *          Run once in the first batch window of January, after
      *          the final ATTEND sweep of the old year has stamped
      *          its no-shows. The front desk pulls multi-year history
      *          back out of the archive with the inquiry option in
      *          the main system.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT appt-file ASSIGN TO "APPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-appt-key
               ALTERNATE RECORD KEY IS ar-client-id WITH DUPLICATES
               ALTERNATE RECORD KEY IS ar-doctor-id WITH DUPLICATES
               FILE STATUS IS appt-file-status.
           SELECT apphist-file ASSIGN TO "APPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
           03 today-year pic 9(4).
           03 today-month pic 99.
           03 today-day pic 99.
       01 archived-count pic 9(7) value 0.
       01 run-failed pic 9 value 0.
       01 find-program pic x(10) value spaces.
       01 last-run-date pic 9(8) value 0.
           perform archive-prior-years
           CLOSE apphist-file
           CLOSE appt-file
           display archived-count " closed-year booking(s) moved "
                   "to APPHIST.DAT"
           if run-failed = 1
               display "year-end run ended abnormally -- fix the "
                       "reported booking and re-run; check "
                       "APPHIST.DAT for a duplicated booking before "
                       "the re-run"
           end-if
           perform stamp-run-control
           STOP RUN.
           .
       find-last-run-exit. exit.
      *****************************************************
      * Records the run in RUNCTL.DAT -- 'F' when a booking could not
      * be archived or deleted, so the inquiry shows the abnormal end.
       stamp-run-control section.
           OPEN EXTEND runctl-file
           if runctl-file-status = "35"
      * The file is in key (date) order, so prior-year records come
      * first; the sweep stops at the first working-year record.
       archive-prior-years section.
           move low-values to ar-appt-key
           START appt-file KEY >= ar-appt-key
               INVALID KEY move "10" to appt-file-status
           END-START
           perform until appt-file-status not = "00"
                   AT END move "10" to appt-file-status
                   NOT AT END
                       if ar-cal-year < today-year
                           perform archive-one-booking
                       else
                           move "10" to appt-file-status
                       end-if
           .
       archive-prior-years-exit. exit.
      *****************************************************
       archive-one-booking section.
      * the record layouts are byte-identical, so one group move
      * carries the whole booking across
           move appt-record to apphist-record
           WRITE apphist-record
           if apphist-file-status not = "00"
               display "archive write failed, status "
                       apphist-file-status " -- booking on "
                       ar-appt-date " for doctor " ar-doctor-id
                       " at " ar-slot-time " left online"
               move 1 to run-failed
               go to archive-one-booking-exit
           end-if
           DELETE appt-file RECORD
               INVALID KEY
                   continue
           END-DELETE
           if appt-file-status not = "00"
               display "could not delete archived booking on "
                       ar-appt-date " for doctor " ar-doctor-id
                       " at " ar-slot-time " from APPTS.DAT, status "
                       appt-file-status
               move 1 to run-failed
               go to archive-one-booking-exit
           end-if
           add 1 to archived-count
           .
       archive-one-booking-exit. exit.
      *****************************************************
       END PROGRAM YEAREND.
