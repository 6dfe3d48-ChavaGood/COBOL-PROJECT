      * Backup generation record - one generation file BACKUP.Gnn
      * (nn the generation slot, 01 up to the number of generations
      * kept) is written whole by each nightly BACKUP run. It opens
      * with one 'H' header carrying the backup timestamp
      * (yyyymmddhhmmss, the same clock as jr-timestamp, so RESTORE
      * can tell which AUDIT.DAT entries came after it), then every
      * record of every master and ledger file as a 'D' line tagged
      * with its file (bk-file-code is the file name without the
      * .DAT), each file closed by a 'C' count line that also says
      * whether the file was on disk at all. One 'T' trailer with
      * the total count ends a complete generation; a generation
      * without its trailer was cut short and is never restored.
       01 backup-record.
           05 bk-rec-type pic x.
               88 bk-header-line VALUE 'H'.
               88 bk-data-line VALUE 'D'.
               88 bk-count-line VALUE 'C'.
               88 bk-trailer-line VALUE 'T'.
           05 bk-file-code pic x(8).
           05 bk-data pic x(150).
           05 bk-header redefines bk-data.
               07 bkh-timestamp pic 9(14).
               07 bkh-slot pic 99.
               07 bkh-keep pic 99.
               07 filler pic x(132).
           05 bk-count redefines bk-data.
               07 bkc-record-count pic 9(9).
               07 bkc-on-file pic x.
               07 filler pic x(140).
           05 bk-trailer redefines bk-data.
               07 bkt-timestamp pic 9(14).
               07 bkt-record-count pic 9(9).
               07 bkt-file-count pic 99.
               07 filler pic x(125).
