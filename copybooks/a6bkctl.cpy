      *record layout for the backup control record - rewritten by
      *the backup run each time a backup verifies record for record
      *and the journal is cut over behind it, carrying the date of
      *that last verified backup, the records copied, and the
      *journal entries archived at the cutover. the retention purge
      *will not purge a journal entry newer than this date
       01  bc-backup-control-record.
           05  bc-backup-date          pic 9(06).
           05  bc-records-copied       pic 9(05).
           05  bc-journal-archived     pic 9(05).
