      *   OA operator added/updated
      *   FS fee-schedule entry
      *   DR doctor retired
      *   MG duplicate client card merged into another
      *   PR closed billing month reopened by a manager
      * jr-operator-id and jr-timestamp (yyyymmddhhmmss) say who made
      * the change and when; the same record is also appended to the
      * permanent AUDIT.DAT so the manager inquiry can review an
      * operator's actions after the journal itself is cleared.
      * jr-detail carries the action-specific fields laid out by the
      * jd-* groups in WORKING-STORAGE. A WL line for a booking that
      * an absence or retirement pushed onto the waitlist carries
      * the booking's old doctor and time in the jd-move layout, so
      * RESTORE can take the booking out when it rolls forward.
       01 journal-record.
           05 jr-action pic x(2).
           05 jr-client-id pic 9(9).
