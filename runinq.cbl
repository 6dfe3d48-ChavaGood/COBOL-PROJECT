      *          has not happened. Shows the operator at a glance
      *          what ran and what was skipped, instead of finding
      *          out from a wrong report at month end.
      *          Then lists every billed month a manager has
      *          reopened, from the PR entries of AUDIT.DAT, with
      *          who reopened it, when and why, and whether BILLING
      *          has re-billed it yet (PERIOD.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT runctl-file ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS runctl-file-status.
           SELECT audit-file ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS audit-file-status.
           SELECT period-file ASSIGN TO "PERIOD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS period-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD runctl-file.
       COPY "runrec.cpy".
      * AUDIT.DAT lines have the journal-record shape
       FD audit-file.
       COPY "jrnlrec.cpy".
       FD period-file.
       COPY "prdrec.cpy".
       WORKING-STORAGE SECTION.
       01 runctl-file-status pic xx.
       01 audit-file-status pic xx.
       01 period-file-status pic xx.

      * the programs of the batch window and how often each one is
      * expected to run: D nightly, M monthly, Y yearly
               05 filler pic x(11) value "RECONCILE D".
               05 filler pic x(11) value "ROSTER    D".
               05 filler pic x(11) value "INTEGRITY D".
               05 filler pic x(11) value "GLEXPORT  D".
               05 filler pic x(11) value "BACKUP    D".
               05 filler pic x(11) value "BILLING   M".
               05 filler pic x(11) value "KPIRPT    M".
               05 filler pic x(11) value "CLAIMS    M".
               05 filler pic x(11) value "DOCPAY    M".
               05 filler pic x(11) value "RECALL    M".
               05 filler pic x(11) value "YEAREND   Y".
           03 watch-entries redefines watch-names.
               05 watch-entry occurs 12 indexed by watch-index.
                   07 wt-program pic x(10).
                   07 wt-freq pic x.

       01 overdue-flag pic 9 value 0.
       01 overdue-count pic 99 value 0.

      * the state of each closed month, to tell a reopening still
      * waiting for BILLING from one already re-billed
       01 periods.
           03 period-len pic 999 VALUE 0.
           03 period OCCURS 1 to 240 DEPENDING on period-len
                                              INDEXED by prd-index.
               05 prd-period pic 9(6).
               05 prd-status pic x.
               05 prd-reopen-stamp pic 9(14).
               05 prd-adjust-date pic 9(8).
      * jr-detail of a PR entry
       01 reopen-detail.
           03 reopen-period pic 9(6).
           03 reopen-reason pic x(40).
           03 filler pic x(54).
       01 reopen-count pic 999 value 0.
       01 reopen-state pic x(30) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           accept today-date from date yyyymmdd
                   today-month "/" today-year
           move 0 to overdue-count
           perform varying watch-index from 1 by 1
                                           until watch-index > 12
               perform find-last-run
               perform check-overdue
               perform show-program-line
           else
               display overdue-count " program(s) overdue"
           end-if
           perform load-periods
           perform list-reopenings
           STOP RUN.
      *****************************************************
      * Latest run of the program addressed by watch-index; a failed
           end-if
           .
       show-program-line-exit. exit.
      *****************************************************
       load-periods section.
           move 0 to period-len
           OPEN INPUT period-file
           if period-file-status = "35"
               go to load-periods-exit
           end-if
           if period-file-status not = "00"
               display "cannot open PERIOD.DAT, status "
                       period-file-status
               go to load-periods-exit
           end-if
           perform until period-file-status = "10"
               READ period-file
                   AT END move "10" to period-file-status
                   NOT AT END
                       if period-len < 240
                           add 1 to period-len
                           set prd-index to period-len
                           move pc-period to prd-period(prd-index)
                           move pc-status to prd-status(prd-index)
                           move pc-reopen-stamp to
                                       prd-reopen-stamp(prd-index)
                           move pc-adjust-date to
                                       prd-adjust-date(prd-index)
                       end-if
               END-READ
           END-PERFORM
           CLOSE period-file
           .
       load-periods-exit. exit.
      *****************************************************
      * Every reopening of a billed month, oldest first. The latest
      * reopening of a month still marked 'R' is waiting for the
      * next BILLING run; any other has been re-billed since.
       list-reopenings section.
           move 0 to reopen-count
           OPEN INPUT audit-file
           if audit-file-status = "35"
               go to list-reopenings-exit
           end-if
           if audit-file-status not = "00"
               display "cannot open AUDIT.DAT, status "
                       audit-file-status
               go to list-reopenings-exit
           end-if
           perform until audit-file-status = "10"
               READ audit-file
                   AT END move "10" to audit-file-status
                   NOT AT END
                       if jr-action = "PR"
                           perform show-reopening
                       end-if
               END-READ
           END-PERFORM
           CLOSE audit-file
           if reopen-count = 0
               display "no billed month has been reopened"
           end-if
           .
       list-reopenings-exit. exit.
      *****************************************************
       show-reopening section.
           if reopen-count = 0
               display "billed months reopened by a manager:"
           end-if
           add 1 to reopen-count
           move jr-detail to reopen-detail
           move "re-billed" to reopen-state
           perform varying prd-index from 1 by 1
                                       until prd-index > period-len
               if prd-period(prd-index) = reopen-period
                   if prd-status(prd-index) = 'R' and
                      prd-reopen-stamp(prd-index) = jr-timestamp
                       move "adjustment pending" to reopen-state
                   end-if
                   if prd-status(prd-index) = 'C' and
                      prd-reopen-stamp(prd-index) = jr-timestamp and
                      prd-adjust-date(prd-index) = 0
                       move "closed again, not re-billed" to
                                                       reopen-state
                   end-if
               end-if
           end-perform
           display "  " reopen-period " reopened " jr-timestamp
                   " by " jr-operator-id " -- " reopen-state
           display "      reason: " reopen-reason
           .
       show-reopening-exit. exit.
      *****************************************************
      * Rough serial day number, good enough to tell a skipped
      * night from yesterday's window.
