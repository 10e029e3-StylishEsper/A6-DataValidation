      *Modification History
      * 2026-09-02  ab  initial version
      * 2026-09-02  ab  widen the part number to seven digits
      * 2026-10-15  ab  hand a return code of 8 back to the nightly
      *                 stream when the run aborts or the copy fails
      *                 its verify
      * 2026-10-15  ab  record the date of the last verified backup
      *                 on the backup control record, for the
      *                 retention purge
       environment division.

       configuration section.
           select jrnlarch-file
               assign to "../../../A6-JRNLARCH.dat"
               organization is line sequential.
      *bkupctl-file: the date of the last backup that verified,
      *rewritten once the journal has been cut over behind it
           select bkupctl-file
               assign to "../../../A6-BKUPCTL.dat"
               organization is line sequential.
      *backup-report-file: what the backup run did
           select backup-report-file
               assign to "../../../A6-MasterBackup.out"

       01 ja-archive-record pic x(81).

       fd bkupctl-file
           data record is bc-backup-control-record
           record contains 16 characters.
           copy "a6bkctl.cpy".

      *bu-report-line: used to write into the backup run report
       fd backup-report-file
           data record is bu-report-line
           if ws-abort-flag = ws-true-cnst
               write bu-report-line from ws-abort-master-message
               close backup-report-file
               move 8 to return-code
               goback
           end-if.


           if ws-verify-bad-flag = ws-true-cnst
               write bu-report-line from ws-verify-bad-message
               move 8 to return-code
           else
               write bu-report-line from ws-verify-good-message
               perform 500-cut-journal-over
               perform 700-write-backup-control
               move ws-count-archived to ws-archived
               write bu-report-line from " "
               write bu-report-line from ws-display-archived
               at end
                   move ws-true-cnst to ws-eof-flag.

      *records this backup as the last verified one - written only
      *once the copy has verified and the journal has been cut over
      *behind it, so the date never runs ahead of a good backup
       700-write-backup-control.
           open output bkupctl-file.

           accept bc-backup-date from date.
           move ws-count-copied to bc-records-copied.
           move ws-count-archived to bc-journal-archived.
           write bc-backup-control-record.
           close bkupctl-file.

       end program Program10.
