       identification division.
       program-id. Program24.
      *Program Description: Retention purge for the history files
      *that otherwise only ever grow - the price history, the change
      *feed, the run log, the suspense-aged file and the journal
      *archive Program10 cuts the journal over into. The retention
      *card gives a keep period in months for each file. Every
      *record dated before its file's cutoff (the run date less the
      *keep period) is moved out to a new generation on the history
      *archive, tagged with this run's date and time and the file
      *it came from, and the live file is rewritten with only the
      *current window left in it. A keep period of zero keeps the
      *file whole.
      *
      *Some records are held in the live file however old they
      *are: a journal archive entry newer than the last verified
      *backup on the backup control record (with no verified backup
      *on record, no journal entry is purged at all), and a change
      *feed record on or after the usage history build's mark,
      *which that build has not finished posting, or dated in or
      *after the first month the stock ledger has not closed, which
      *the month-end roll-forward still needs (with no mark or no
      *closed month on record, no feed record is purged at all). A
      *record with no usable date is kept; an aged record from
      *before the file carried a write-off date is stamped with this
      *run's date as it is kept, which starts its keep period from
      *now.
      *
      *The report gives each file's records read, kept, held,
      *archived and purged, and proves nothing was lost: the read
      *count is the kept count plus the archived count, the live
      *file reread after the rewrite holds exactly the kept count,
      *and the archive generation reread holds exactly the records
      *taken out of the live file. As with the backup cutover, the
      *proof comes before the cutover: each file's kept records and
      *its archive records are written and closed, then both are
      *reread against the kept and archived counts, and only a pass
      *that proves out (with every write good) is copied back over
      *the live file. A pass that does not leaves the live file as
      *it was. A file out of balance ends the run with return code
      *8.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *retain-file: the retention card, a keep period per file
           select retain-file
               assign to "../../../A6-RETAIN.dat"
               organization is line sequential
               file status is ws-retain-file-status.
      *bkupctl-file: the date of the last verified backup
           select bkupctl-file
               assign to "../../../A6-BKUPCTL.dat"
               organization is line sequential
               file status is ws-bkupctl-file-status.
      *usagectl-file: how far the usage history build has posted
      *the change feed
           select usagectl-file
               assign to "../../../A6-USAGECTL.dat"
               organization is line sequential
               file status is ws-usagectl-file-status.
      *ledger-file: the stock ledger, read for the last month the
      *month-end run has closed
           select ledger-file
               assign to "../../../A6-LEDGER.dat"
               organization is indexed
               access mode is sequential
               record key is lg-ledger-key
               file status is ws-ledger-file-status.
      *price-history-file: Program2's applied price changes
           select price-history-file
               assign to "../../../A6-PRICEHIST.dat"
               organization is line sequential
               file status is ws-pricehist-file-status.
      *change-feed-file: Program2's applied-transaction feed
           select change-feed-file
               assign to "../../../A6-CHGFEED.dat"
               organization is line sequential
               file status is ws-chgfeed-file-status.
      *runlog-file: the standing run-history log
           select runlog-file
               assign to "../../../A6-RUNLOG.dat"
               organization is line sequential
               file status is ws-runlog-file-status.
      *aged-file: the standing suspense write-off file
           select aged-file
               assign to "../../../A6-AGED.dat"
               organization is line sequential
               file status is ws-aged-file-status.
      *jrnlarch-file: the journal archive Program10 cuts over into
           select jrnlarch-file
               assign to "../../../A6-JRNLARCH.dat"
               organization is line sequential
               file status is ws-jrnlarch-file-status.
      *work-file: the records a live file keeps, held while they
      *are written back over it
           select work-file
               assign to "../../../A6-PURGEWRK.dat"
               organization is line sequential
               file status is ws-work-file-status.
      *archive-file: the history archive the purged records move to
           select archive-file
               assign to "../../../A6-HISTARCH.dat"
               organization is line sequential
               file status is ws-archive-file-status.
      *purge-report-file: the printed purge report
           select purge-report-file
               assign to "../../../A6-HistoryPurge.out"
               organization is line sequential.

       data division.
       file section.

      *rt-retain-record: keep months for the price history, the
      *change feed, the run log, the aged file and the journal
      *archive, in that order
       fd retain-file
           data record is rt-retain-record
           record contains 15 characters.

       01 rt-retain-record.
           05 rt-keep-months       pic 9(03) occurs 5 times.

       fd bkupctl-file
           data record is bc-backup-control-record
           record contains 16 characters.
           copy "a6bkctl.cpy".

      *uc-usagectl-record: the last feed run date the usage build
      *posted, and how many feed records carrying that date it
      *posted
       fd usagectl-file
           data record is uc-usagectl-record
           record contains 13 characters.

       01 uc-usagectl-record.
           05 uc-last-date         pic 9(06).
           05 uc-last-date-count   pic 9(07).

       fd ledger-file
           data record is lg-ledger-record
           record contains 77 characters.
           copy "a6ledgr.cpy".

      *ph-price-history-record: one applied price change, dated by
      *its run date
       fd price-history-file
           data record is ph-price-history-record
           record contains 24 characters.

       01 ph-price-history-record.
           05 ph-run-date          pic 9(06).
           05 filler               pic x(18).

       fd change-feed-file
           data record is cf-change-feed-record
           record contains 76 characters.
           copy "a6chgfd.cpy".

       fd runlog-file
           data record is rl-runlog-record
           record contains 58 characters.
           copy "a6runlg.cpy".

       fd aged-file
           data record is ad-aged-record
           record contains 68 characters.
           copy "a6aged.cpy".

       fd jrnlarch-file
           data record is jr-journal-record
           record contains 81 characters.
           copy "a6journ.cpy".

       fd work-file
           data record is pw-work-record
           record contains 81 characters.

       01 pw-work-record pic x(81).

       fd archive-file
           data record is ha-history-archive-record
           record contains 103 characters.
           copy "a6harch.cpy".

      *hp-report-line: used to write into the purge report
       fd purge-report-file
           data record is hp-report-line
           record contains 80 characters.

       01 hp-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       01 ws-heading1.
           05 filler               pic x(40) value
           "A6 HISTORY RETENTION PURGE - RUN REPORT".
           05 filler               pic x value spaces.
           05 ws-head-date         pic 9(06).
      *
       01 ws-heading2.
           05 filler               pic x(20) value
           "ARCHIVE GENERATION -".
           05 filler               pic x value spaces.
           05 ws-head-gen-date     pic 9(06).
           05 filler               pic x value spaces.
           05 ws-head-gen-time     pic 9(08).
      *
       01 ws-heading3.
           05 filler               pic x(20) value
           "FILE      KEEP CUTOF".
           05 filler               pic x(20) value
           "F     READ    KEPT  ".
           05 filler               pic x(20) value
           "  HELD ARCHIVD  PURG".
           05 filler               pic x(17) value
           "ED  CONTROL".
      *
       01 ws-heading4.
           05 filler               pic x(40) value
           "----------------------------------------".
           05 filler               pic x(37) value
           "-------------------------------------".
      *
       77 ws-heading5              pic x(24) value
       "CONTROL COUNTS - REREADS".
      *
       77 ws-legend1               pic x(58) value
       "KEEP IS IN MONTHS - A KEEP OF 0 LEAVES THE FILE WHOLE".
      *
       77 ws-legend2               pic x(60) value
       "PURGED LEFT THE LIVE FILE, ARCHIVED IS ON THE ARCHIVE".
      *
       77 ws-legend3               pic x(60) value
       "READ = KEPT + ARCHIVED, WORK = KEPT, ARCHIVE = ARCHIVED -".
      *
       77 ws-legend4               pic x(60) value
       "    PROVED BEFORE THE LIVE FILE IS REWRITTEN, THEN".
      *
       77 ws-legend5               pic x(60) value
       "    LIVE = KEPT AND PURGED = READ - LIVE = ARCHIVE".
      *
       77 ws-not-cut-message1      pic x(60) value
       "    NOT PROVED - LIVE FILE LEFT AS IT WAS, NOTHING PURGED".
      *
       77 ws-not-cut-message2      pic x(60) value
       "    ITS RECORDS ON THIS ARCHIVE GENERATION ARE COPIES ONLY".
      *
       01 ws-abort-retain-message  pic x(40) value
       "RUN ABORTED - NO RETENTION CARD TO RUN".
      *
       01 ws-abort-archive-message pic x(40) value
       "RUN ABORTED - HISTORY ARCHIVE NOT OPEN".
      *
       01 ws-balanced-message      pic x(40) value
       "ALL FILES IN BALANCE".
      *
       01 ws-unbalanced-message    pic x(48) value
       "*** OUT OF BALANCE - CHECK BEFORE NEXT PURGE ***".
      *
       01 ws-no-backup-message     pic x(56) value
       "NO VERIFIED BACKUP ON RECORD - NO JOURNAL ENTRY PURGED".
      *
       01 ws-no-usage-mark-message pic x(56) value
       "NO USAGE BUILD MARK ON RECORD - NO FEED RECORD PURGED".
      *
       01 ws-no-ledger-message     pic x(56) value
       "NO LEDGER MONTH CLOSED ON RECORD - NO FEED RECORD PURGED".

       77 ws-retain-file-status    pic xx.
       77 ws-bkupctl-file-status   pic xx.
       77 ws-usagectl-file-status  pic xx.
       77 ws-ledger-file-status    pic xx.
       77 ws-pricehist-file-status pic xx.
       77 ws-chgfeed-file-status   pic xx.
       77 ws-runlog-file-status    pic xx.
       77 ws-aged-file-status      pic xx.
       77 ws-jrnlarch-file-status  pic xx.
       77 ws-archive-file-status   pic xx.
       77 ws-work-file-status      pic xx.
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-unbalanced-flag       pic x value "F".
       01 ws-archive-open-flag     pic x value "F".
       01 ws-archive-bad-flag      pic x value "F".

      *dates: the run date, this run's archive generation, the last
      *verified backup, and the usage build's mark
       01 ws-run-date              pic 9(06).
       01 ws-run-date-parts redefines ws-run-date.
           05 ws-run-year          pic 99.
           05 ws-run-month         pic 99.
           05 ws-run-day           pic 99.
      *
       01 ws-generation.
           05 ws-gen-date          pic 9(06).
           05 ws-gen-time          pic 9(08).
      *
       01 ws-backup-date           pic 9(06) value 0.
       01 ws-backup-found-flag     pic x value "F".
       01 ws-usage-mark-date       pic 9(06) value 0.
       01 ws-usage-mark-found-flag pic x value "F".

      *the last month the stock ledger has closed, the first day of
      *the month after it, and the date the change feed is held
      *from - the earlier of that day and the usage build's mark
       01 ws-ledger-found-flag     pic x value "F".
       01 ws-ledger-period.
           05 ws-ledger-year       pic 99 value 0.
           05 ws-ledger-month      pic 99 value 0.
       01 ws-ledger-open-date      pic 9(06) value 0.
       01 ws-ledger-open-parts redefines ws-ledger-open-date.
           05 ws-ledger-open-year  pic 99.
           05 ws-ledger-open-month pic 99.
           05 ws-ledger-open-day   pic 99.
       01 ws-feed-hold-date        pic 9(06) value 0.

      *cutoff work fields: the keep period split into whole years
      *and months, and the cutoff date it backs the run date off to
       01 ws-cutoff-work.
           05 ws-cut-years         pic 9(03) value 0.
           05 ws-cut-months-back   pic 99 value 0.
           05 ws-cut-year          pic s9(03) value 0.
           05 ws-cut-month         pic s99 value 0.
           05 ws-cutoff-date       pic 9(06) value 0.
           05 ws-cutoff-parts redefines ws-cutoff-date.
               10 ws-cutoff-year   pic 99.
               10 ws-cutoff-month  pic 99.
               10 ws-cutoff-day    pic 99.

      *ws-live-image: the live record in hand and the date it is
      *aged by
       01 ws-live-image            pic x(81).
       01 ws-rec-date              pic 9(06).
       01 ws-rec-date-bytes redefines ws-rec-date
                                   pic x(06).

      *ws-file-tbl: one row per history file - its name on the
      *archive, keep period, cutoff, the date from which records
      *are held regardless (9999999 holds none, 0 holds all), and
      *its counts
       77 ws-file-max-cnst         pic 9 value 5.
      *
       01 ws-file-sub              pic 9 value 0.
      *
       01 ws-file-table.
           05 ws-file-tbl occurs 5 times.
               10 ws-f-name        pic x(08).
               10 ws-f-keep-months pic 9(03).
               10 ws-f-cutoff      pic 9(06).
               10 ws-f-hold-from   pic 9(07).
               10 ws-f-found       pic x.
               10 ws-f-rewritten   pic x.
               10 ws-f-verified    pic x.
               10 ws-f-bad-write   pic x.
               10 ws-f-read        pic 9(07).
               10 ws-f-kept        pic 9(07).
               10 ws-f-held        pic 9(07).
               10 ws-f-undated     pic 9(07).
               10 ws-f-archived    pic 9(07).
               10 ws-f-copied      pic 9(07).
               10 ws-f-work-reread pic 9(07).
               10 ws-f-live-reread pic 9(07).
               10 ws-f-arch-reread pic 9(07).
               10 ws-f-purged      pic s9(07).

      *hp-detail-line: one file's purge
       01 hp-detail-line.
           05 hp-file-name         pic x(08).
           05 filler               pic x(02) value spaces.
           05 hp-keep-months       pic zz9.
           05 filler               pic x value spaces.
           05 hp-cutoff            pic 9(06).
           05 filler               pic x value spaces.
           05 hp-read              pic zzzzzz9.
           05 filler               pic x value spaces.
           05 hp-kept              pic zzzzzz9.
           05 filler               pic x value spaces.
           05 hp-held              pic zzzzzz9.
           05 filler               pic x value spaces.
           05 hp-archived          pic zzzzzz9.
           05 filler               pic x value spaces.
           05 hp-purged            pic zzzzzz9-.
           05 filler               pic x value spaces.
           05 hp-control           pic x(14).

      *hp-proof-line: one file's rereads
       01 hp-proof-line.
           05 hp-proof-name        pic x(08).
           05 filler               pic x(02) value spaces.
           05 filler               pic x(06) value "WORK -".
           05 filler               pic x value spaces.
           05 hp-work-reread       pic zzzzzz9.
           05 filler               pic x(02) value spaces.
           05 filler               pic x(06) value "LIVE -".
           05 filler               pic x value spaces.
           05 hp-live-reread       pic zzzzzz9.
           05 filler               pic x(02) value spaces.
           05 filler               pic x(09) value "ARCHIVE -".
           05 filler               pic x value spaces.
           05 hp-arch-reread       pic zzzzzz9.
           05 filler               pic x(02) value spaces.
           05 filler               pic x(09) value "UNDATED -".
           05 filler               pic x value spaces.
           05 hp-undated           pic zzzzzz9.

      *hp-hold-line: what the holds were taken from
       01 hp-hold-line.
           05 hp-hold-text         pic x(44).
           05 filler               pic x value spaces.
           05 hp-hold-date         pic 9(06).


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           move 0 to ws-file-sub.
           perform 100-set-file-limits
             until ws-file-sub >= ws-file-max-cnst.

           perform 200-purge-price-history.
           perform 300-purge-change-feed.
           perform 400-purge-runlog.
           perform 500-purge-aged.
           perform 600-purge-journal-archive.

           perform 800-write-report.

           if ws-unbalanced-flag = ws-true-cnst
               move 8 to return-code
           end-if.

           perform 950-close-files.

           goback.

      *takes the run date and this run's archive generation, names
      *the files, and picks up the last verified backup and the
      *usage build's mark - neither on record holds every record of
      *its file
       005-initialize.
           accept ws-run-date from date.
           move ws-run-date to ws-gen-date.
           accept ws-gen-time from time.

           move "PRICEHST" to ws-f-name (1).
           move "CHGFEED" to ws-f-name (2).
           move "RUNLOG" to ws-f-name (3).
           move "AGED" to ws-f-name (4).
           move "JRNLARCH" to ws-f-name (5).

           open input bkupctl-file.

           if ws-bkupctl-file-status = "00"
               read bkupctl-file
                   not at end
                       if bc-backup-date is numeric
                           move bc-backup-date to ws-backup-date
                           move ws-true-cnst to ws-backup-found-flag
                       end-if
               end-read
               close bkupctl-file
           end-if.

           open input usagectl-file.

           if ws-usagectl-file-status = "00"
               read usagectl-file
                   not at end
                       if uc-last-date is numeric
                           move uc-last-date to ws-usage-mark-date
                           move ws-true-cnst
                               to ws-usage-mark-found-flag
                       end-if
               end-read
               close usagectl-file
           end-if.

           open input ledger-file.

           if ws-ledger-file-status = "00"
               move ws-false-cnst to ws-eof-flag
               read ledger-file next record
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 008-find-one-ledger-period
                 until ws-eof-flag = ws-true-cnst
               close ledger-file
           end-if.

           if ws-ledger-found-flag = ws-true-cnst
               if ws-ledger-month = 12
                   add 1 to ws-ledger-year giving ws-ledger-open-year
                   move 1 to ws-ledger-open-month
               else
                   move ws-ledger-year to ws-ledger-open-year
                   add 1 to ws-ledger-month
                       giving ws-ledger-open-month
               end-if
               move 1 to ws-ledger-open-day
           end-if.

           if ws-usage-mark-found-flag = ws-true-cnst and
               ws-ledger-found-flag = ws-true-cnst
               if ws-ledger-open-date < ws-usage-mark-date
                   move ws-ledger-open-date to ws-feed-hold-date
               else
                   move ws-usage-mark-date to ws-feed-hold-date
               end-if
           end-if.

      *keeps the latest month on the ledger - every month on file
      *has been closed by the month-end run
       008-find-one-ledger-period.
           if lg-period is numeric
               if ws-ledger-found-flag <> ws-true-cnst or
                   lg-period > ws-ledger-period
                   move lg-period to ws-ledger-period
                   move ws-true-cnst to ws-ledger-found-flag
               end-if
           end-if.

           read ledger-file next record
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the run will not guess at keep periods - no retention card,
      *no purge. the archive is extended run over run, and is
      *opened here once (and created the first time) only to be
      *sure it can be - each file's pass opens it again
       010-open-files.
           open output purge-report-file.
           move ws-run-date to ws-head-date.
           write hp-report-line from ws-heading1.
           write hp-report-line from " ".

           open input retain-file.

           if ws-retain-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           else
               read retain-file
                   at end
                       move ws-true-cnst to ws-abort-flag
               end-read
               close retain-file
           end-if.

           if ws-abort-flag <> ws-true-cnst
               open extend archive-file
               if ws-archive-file-status = "35"
                   open output archive-file
               end-if
               if ws-archive-file-status = "00"
                   close archive-file
               else
                   move ws-true-cnst to ws-archive-bad-flag
                   move ws-true-cnst to ws-abort-flag
               end-if
           end-if.

      *sets one file's cutoff off its keep period and the date its
      *holds run from, and zeroes its counts
       100-set-file-limits.
           add 1 to ws-file-sub.

           move ws-false-cnst to ws-f-found (ws-file-sub).
           move ws-false-cnst to ws-f-rewritten (ws-file-sub).
           move ws-false-cnst to ws-f-verified (ws-file-sub).
           move ws-false-cnst to ws-f-bad-write (ws-file-sub).
           move 0 to ws-f-read (ws-file-sub).
           move 0 to ws-f-kept (ws-file-sub).
           move 0 to ws-f-held (ws-file-sub).
           move 0 to ws-f-undated (ws-file-sub).
           move 0 to ws-f-archived (ws-file-sub).
           move 0 to ws-f-copied (ws-file-sub).
           move 0 to ws-f-work-reread (ws-file-sub).
           move 0 to ws-f-live-reread (ws-file-sub).
           move 0 to ws-f-arch-reread (ws-file-sub).
           move 0 to ws-f-purged (ws-file-sub).

           if rt-keep-months (ws-file-sub) is numeric
               move rt-keep-months (ws-file-sub)
                   to ws-f-keep-months (ws-file-sub)
           else
               move 0 to ws-f-keep-months (ws-file-sub)
           end-if.

           move 0 to ws-f-cutoff (ws-file-sub).
           if ws-f-keep-months (ws-file-sub) > 0
               perform 110-back-off-keep-period
           end-if.

           move 9999999 to ws-f-hold-from (ws-file-sub).

           if ws-file-sub = 2
               move ws-feed-hold-date to ws-f-hold-from (ws-file-sub)
           end-if.

           if ws-file-sub = 5
               if ws-backup-found-flag = ws-true-cnst
                   add 1 to ws-backup-date
                       giving ws-f-hold-from (ws-file-sub)
               else
                   move 0 to ws-f-hold-from (ws-file-sub)
               end-if
           end-if.

      *the cutoff is the run date backed off by the keep period's
      *years and months, on the same day of the month - a period
      *reaching back past the start of the century purges nothing
       110-back-off-keep-period.
           divide ws-f-keep-months (ws-file-sub) by 12
               giving ws-cut-years
               remainder ws-cut-months-back.

           move ws-run-year to ws-cut-year.
           subtract ws-cut-years from ws-cut-year.
           move ws-run-month to ws-cut-month.
           subtract ws-cut-months-back from ws-cut-month.

           if ws-cut-month < 1
               add 12 to ws-cut-month
               subtract 1 from ws-cut-year
           end-if.

           if ws-cut-year >= 0
               move ws-cut-year to ws-cutoff-year
               move ws-cut-month to ws-cutoff-month
               move ws-run-day to ws-cutoff-day
               move ws-cutoff-date to ws-f-cutoff (ws-file-sub)
           end-if.

      *starts a file's place pass - the live file is in hand, the
      *work file takes what it keeps and the archive what moves
      *out. either one failing to open spoils the pass
       170-start-place-pass.
           move ws-true-cnst to ws-f-found (ws-file-sub).
           move ws-false-cnst to ws-eof-flag.

           open output work-file.

           if ws-work-file-status <> "00"
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

           open extend archive-file.
           if ws-archive-file-status = "35"
               open output archive-file
           end-if.

           if ws-archive-file-status = "00"
               move ws-true-cnst to ws-archive-open-flag
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

      *proves a pass before its live file is touched - the work
      *file and the archive are closed, then reread: the work file
      *must hold the kept count and this generation's archive
      *records for the file the archived count, with every record
      *read either kept or archived and no write gone bad. only a
      *pass proved here is copied back over the live file
       175-verify-pass.
           close work-file.

           if ws-archive-open-flag = ws-true-cnst
               close archive-file
               move ws-false-cnst to ws-archive-open-flag
           end-if.

           open input work-file.

           if ws-work-file-status = "00"
               move ws-false-cnst to ws-eof-flag
               read work-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 176-reread-one-work
                 until ws-eof-flag = ws-true-cnst
               close work-file
           end-if.

           open input archive-file.

           if ws-archive-file-status = "00"
               move ws-false-cnst to ws-eof-flag
               read archive-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 177-reread-one-archive
                 until ws-eof-flag = ws-true-cnst
               close archive-file
           end-if.

           move ws-true-cnst to ws-f-verified (ws-file-sub).

           if ws-f-bad-write (ws-file-sub) = ws-true-cnst
               move ws-false-cnst to ws-f-verified (ws-file-sub)
           end-if.

           if ws-f-kept (ws-file-sub) +
               ws-f-archived (ws-file-sub) <>
               ws-f-read (ws-file-sub)
               move ws-false-cnst to ws-f-verified (ws-file-sub)
           end-if.

           if ws-f-work-reread (ws-file-sub) <>
               ws-f-kept (ws-file-sub)
               move ws-false-cnst to ws-f-verified (ws-file-sub)
           end-if.

           if ws-f-arch-reread (ws-file-sub) <>
               ws-f-archived (ws-file-sub)
               move ws-false-cnst to ws-f-verified (ws-file-sub)
           end-if.

       176-reread-one-work.
           add 1 to ws-f-work-reread (ws-file-sub).

           read work-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       177-reread-one-archive.
           if ha-generation = ws-generation and
               ha-file-name = ws-f-name (ws-file-sub)
               add 1 to ws-f-arch-reread (ws-file-sub)
           end-if.

           read archive-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *places one live record - the caller has moved it to the
      *live image and its date to the record date. a record dated
      *before the cutoff goes to the archive unless it is held; a
      *record with no usable date stays
       180-place-record.
           add 1 to ws-f-read (ws-file-sub).

           if ws-rec-date-bytes is not numeric
               add 1 to ws-f-undated (ws-file-sub)
               perform 185-keep-record
           else
               if ws-rec-date < ws-f-cutoff (ws-file-sub)
                   if ws-rec-date >= ws-f-hold-from (ws-file-sub)
                       add 1 to ws-f-held (ws-file-sub)
                       perform 185-keep-record
                   else
                       perform 190-archive-record
                   end-if
               else
                   perform 185-keep-record
               end-if
           end-if.

      *a write that fails is not counted, and spoils the pass
       185-keep-record.
           write pw-work-record from ws-live-image.

           if ws-work-file-status = "00"
               add 1 to ws-f-kept (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

       190-archive-record.
           move ws-generation to ha-generation.
           move ws-f-name (ws-file-sub) to ha-file-name.
           move ws-live-image to ha-record-data.
           write ha-history-archive-record.

           if ws-archive-file-status = "00"
               add 1 to ws-f-archived (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

      *the price history: only rewritten when something moved out
       200-purge-price-history.
           move 1 to ws-file-sub.
           open input price-history-file.

           if ws-pricehist-file-status = "00"
               perform 170-start-place-pass
               read price-history-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 210-place-one-price-history
                 until ws-eof-flag = ws-true-cnst
               close price-history-file
               perform 175-verify-pass

               if ws-f-verified (ws-file-sub) = ws-true-cnst and
                   ws-f-archived (ws-file-sub) > 0
                   move ws-true-cnst to ws-f-rewritten (ws-file-sub)
                   open input work-file
                   open output price-history-file
                   move ws-false-cnst to ws-eof-flag
                   read work-file
                       at end
                           move ws-true-cnst to ws-eof-flag
                   end-read
                   perform 220-copy-back-price-history
                     until ws-eof-flag = ws-true-cnst
                   close work-file, price-history-file
               end-if

               open input price-history-file
               move ws-false-cnst to ws-eof-flag
               read price-history-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 230-reread-price-history
                 until ws-eof-flag = ws-true-cnst
               close price-history-file
           end-if.

       210-place-one-price-history.
           move ph-price-history-record to ws-live-image.
           move ph-run-date to ws-rec-date.
           perform 180-place-record.

           read price-history-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       220-copy-back-price-history.
           write ph-price-history-record from pw-work-record.

           if ws-pricehist-file-status = "00"
               add 1 to ws-f-copied (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

           read work-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       230-reread-price-history.
           add 1 to ws-f-live-reread (ws-file-sub).

           read price-history-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the change feed: a record the usage build has not finished
      *posting is held
       300-purge-change-feed.
           move 2 to ws-file-sub.
           open input change-feed-file.

           if ws-chgfeed-file-status = "00"
               perform 170-start-place-pass
               read change-feed-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 310-place-one-change-feed
                 until ws-eof-flag = ws-true-cnst
               close change-feed-file
               perform 175-verify-pass

               if ws-f-verified (ws-file-sub) = ws-true-cnst and
                   ws-f-archived (ws-file-sub) > 0
                   move ws-true-cnst to ws-f-rewritten (ws-file-sub)
                   open input work-file
                   open output change-feed-file
                   move ws-false-cnst to ws-eof-flag
                   read work-file
                       at end
                           move ws-true-cnst to ws-eof-flag
                   end-read
                   perform 320-copy-back-change-feed
                     until ws-eof-flag = ws-true-cnst
                   close work-file, change-feed-file
               end-if

               open input change-feed-file
               move ws-false-cnst to ws-eof-flag
               read change-feed-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 330-reread-change-feed
                 until ws-eof-flag = ws-true-cnst
               close change-feed-file
           end-if.

       310-place-one-change-feed.
           move cf-change-feed-record to ws-live-image.
           move cf-run-date to ws-rec-date.
           perform 180-place-record.

           read change-feed-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       320-copy-back-change-feed.
           write cf-change-feed-record from pw-work-record.

           if ws-chgfeed-file-status = "00"
               add 1 to ws-f-copied (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

           read work-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       330-reread-change-feed.
           add 1 to ws-f-live-reread (ws-file-sub).

           read change-feed-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the run log
       400-purge-runlog.
           move 3 to ws-file-sub.
           open input runlog-file.

           if ws-runlog-file-status = "00"
               perform 170-start-place-pass
               read runlog-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 410-place-one-runlog
                 until ws-eof-flag = ws-true-cnst
               close runlog-file
               perform 175-verify-pass

               if ws-f-verified (ws-file-sub) = ws-true-cnst and
                   ws-f-archived (ws-file-sub) > 0
                   move ws-true-cnst to ws-f-rewritten (ws-file-sub)
                   open input work-file
                   open output runlog-file
                   move ws-false-cnst to ws-eof-flag
                   read work-file
                       at end
                           move ws-true-cnst to ws-eof-flag
                   end-read
                   perform 420-copy-back-runlog
                     until ws-eof-flag = ws-true-cnst
                   close work-file, runlog-file
               end-if

               open input runlog-file
               move ws-false-cnst to ws-eof-flag
               read runlog-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 430-reread-runlog
                 until ws-eof-flag = ws-true-cnst
               close runlog-file
           end-if.

       410-place-one-runlog.
           move rl-runlog-record to ws-live-image.
           move rl-run-date to ws-rec-date.
           perform 180-place-record.

           read runlog-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       420-copy-back-runlog.
           write rl-runlog-record from pw-work-record.

           if ws-runlog-file-status = "00"
               add 1 to ws-f-copied (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

           read work-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       430-reread-runlog.
           add 1 to ws-f-live-reread (ws-file-sub).

           read runlog-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the aged file: a record written off before the file carried
      *a date is stamped with today's as it is kept, so the file is
      *rewritten when any was stamped as well
       500-purge-aged.
           move 4 to ws-file-sub.
           open input aged-file.

           if ws-aged-file-status = "00"
               perform 170-start-place-pass
               read aged-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 510-place-one-aged
                 until ws-eof-flag = ws-true-cnst
               close aged-file
               perform 175-verify-pass

               if ws-f-verified (ws-file-sub) = ws-true-cnst and
                   (ws-f-archived (ws-file-sub) > 0 or
                   ws-f-undated (ws-file-sub) > 0)
                   move ws-true-cnst to ws-f-rewritten (ws-file-sub)
                   open input work-file
                   open output aged-file
                   move ws-false-cnst to ws-eof-flag
                   read work-file
                       at end
                           move ws-true-cnst to ws-eof-flag
                   end-read
                   perform 520-copy-back-aged
                     until ws-eof-flag = ws-true-cnst
                   close work-file, aged-file
               end-if

               open input aged-file
               move ws-false-cnst to ws-eof-flag
               read aged-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 530-reread-aged
                 until ws-eof-flag = ws-true-cnst
               close aged-file
           end-if.

       510-place-one-aged.
           if ad-aged-date is not numeric
               add 1 to ws-f-undated (ws-file-sub)
               move ws-run-date to ad-aged-date
           end-if.

           move ad-aged-record to ws-live-image.
           move ad-aged-date to ws-rec-date.
           perform 180-place-record.

           read aged-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       520-copy-back-aged.
           write ad-aged-record from pw-work-record.

           if ws-aged-file-status = "00"
               add 1 to ws-f-copied (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

           read work-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       530-reread-aged.
           add 1 to ws-f-live-reread (ws-file-sub).

           read aged-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the journal archive: an entry newer than the last verified
      *backup is held - the forward recovery could still need it
       600-purge-journal-archive.
           move 5 to ws-file-sub.
           open input jrnlarch-file.

           if ws-jrnlarch-file-status = "00"
               perform 170-start-place-pass
               read jrnlarch-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 610-place-one-journal
                 until ws-eof-flag = ws-true-cnst
               close jrnlarch-file
               perform 175-verify-pass

               if ws-f-verified (ws-file-sub) = ws-true-cnst and
                   ws-f-archived (ws-file-sub) > 0
                   move ws-true-cnst to ws-f-rewritten (ws-file-sub)
                   open input work-file
                   open output jrnlarch-file
                   move ws-false-cnst to ws-eof-flag
                   read work-file
                       at end
                           move ws-true-cnst to ws-eof-flag
                   end-read
                   perform 620-copy-back-journal
                     until ws-eof-flag = ws-true-cnst
                   close work-file, jrnlarch-file
               end-if

               open input jrnlarch-file
               move ws-false-cnst to ws-eof-flag
               read jrnlarch-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 630-reread-journal
                 until ws-eof-flag = ws-true-cnst
               close jrnlarch-file
           end-if.

       610-place-one-journal.
           move jr-journal-record to ws-live-image.
           move jr-run-date to ws-rec-date.
           perform 180-place-record.

           read jrnlarch-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       620-copy-back-journal.
           write jr-journal-record from pw-work-record.

           if ws-jrnlarch-file-status = "00"
               add 1 to ws-f-copied (ws-file-sub)
           else
               move ws-true-cnst to ws-f-bad-write (ws-file-sub)
           end-if.

           read work-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       630-reread-journal.
           add 1 to ws-f-live-reread (ws-file-sub).

           read jrnlarch-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *one line per file with its control check, then the rereads
      *that prove it, then what the holds were taken from
       800-write-report.
           move ws-gen-date to ws-head-gen-date.
           move ws-gen-time to ws-head-gen-time.
           write hp-report-line from ws-heading2.
           write hp-report-line from " ".
           write hp-report-line from ws-heading3.
           write hp-report-line from ws-heading4.

           move 0 to ws-file-sub.
           perform 810-write-one-file
             until ws-file-sub >= ws-file-max-cnst.

           write hp-report-line from " ".
           write hp-report-line from ws-heading5.
           write hp-report-line from ws-heading4.

           move 0 to ws-file-sub.
           perform 820-write-one-proof
             until ws-file-sub >= ws-file-max-cnst.

           write hp-report-line from " ".
           perform 830-write-hold-notes.

           write hp-report-line from " ".
           write hp-report-line from ws-legend1.
           write hp-report-line from ws-legend2.
           write hp-report-line from ws-legend3.
           write hp-report-line from ws-legend4.
           write hp-report-line from ws-legend5.
           write hp-report-line from " ".

           if ws-unbalanced-flag = ws-true-cnst
               write hp-report-line from ws-unbalanced-message
           else
               write hp-report-line from ws-balanced-message
           end-if.

      *a file balances when everything read was either kept or
      *archived and the pass proved out before the cutover, the
      *live file reread holds what was kept (and the rewrite wrote
      *exactly that, with every write good), and the archive
      *reread holds exactly what came out of the live file. a pass
      *that did not prove out left its live file alone and is out
      *of balance however its counts fall
       810-write-one-file.
           add 1 to ws-file-sub.

           subtract ws-f-live-reread (ws-file-sub)
               from ws-f-read (ws-file-sub)
               giving ws-f-purged (ws-file-sub).

           move ws-f-name (ws-file-sub) to hp-file-name.
           move ws-f-keep-months (ws-file-sub) to hp-keep-months.
           move ws-f-cutoff (ws-file-sub) to hp-cutoff.
           move ws-f-read (ws-file-sub) to hp-read.
           move ws-f-kept (ws-file-sub) to hp-kept.
           move ws-f-held (ws-file-sub) to hp-held.
           move ws-f-arch-reread (ws-file-sub) to hp-archived.
           move ws-f-purged (ws-file-sub) to hp-purged.

           if ws-f-found (ws-file-sub) <> ws-true-cnst
               move "NOT ON FILE" to hp-control
           else
               move "IN BALANCE" to hp-control
               if ws-f-verified (ws-file-sub) <> ws-true-cnst
                   move "OUT OF BALANCE" to hp-control
               end-if
               if ws-f-bad-write (ws-file-sub) = ws-true-cnst
                   move "OUT OF BALANCE" to hp-control
               end-if
               if ws-f-live-reread (ws-file-sub) <>
                   ws-f-kept (ws-file-sub)
                   move "OUT OF BALANCE" to hp-control
               end-if
               if ws-f-rewritten (ws-file-sub) = ws-true-cnst and
                   ws-f-copied (ws-file-sub) <>
                   ws-f-kept (ws-file-sub)
                   move "OUT OF BALANCE" to hp-control
               end-if
               if ws-f-arch-reread (ws-file-sub) <>
                   ws-f-archived (ws-file-sub) or
                   ws-f-arch-reread (ws-file-sub) <>
                   ws-f-purged (ws-file-sub)
                   move "OUT OF BALANCE" to hp-control
               end-if
               if hp-control = "OUT OF BALANCE"
                   move ws-true-cnst to ws-unbalanced-flag
               end-if
           end-if.

           write hp-report-line from hp-detail-line.

           if ws-f-found (ws-file-sub) = ws-true-cnst and
               ws-f-verified (ws-file-sub) <> ws-true-cnst
               write hp-report-line from ws-not-cut-message1
               write hp-report-line from ws-not-cut-message2
           end-if.

       820-write-one-proof.
           add 1 to ws-file-sub.
           move ws-f-name (ws-file-sub) to hp-proof-name.
           move ws-f-work-reread (ws-file-sub) to hp-work-reread.
           move ws-f-live-reread (ws-file-sub) to hp-live-reread.
           move ws-f-arch-reread (ws-file-sub) to hp-arch-reread.
           move ws-f-undated (ws-file-sub) to hp-undated.
           write hp-report-line from hp-proof-line.

       830-write-hold-notes.
           if ws-usage-mark-found-flag = ws-true-cnst
               move "CHGFEED HELD FROM THE USAGE BUILD MARK -"
                   to hp-hold-text
               move ws-usage-mark-date to hp-hold-date
               write hp-report-line from hp-hold-line
           else
               write hp-report-line from ws-no-usage-mark-message
           end-if.

           if ws-ledger-found-flag = ws-true-cnst
               move "CHGFEED HELD FROM THE LEDGER'S OPEN MONTH -"
                   to hp-hold-text
               move ws-ledger-open-date to hp-hold-date
               write hp-report-line from hp-hold-line
           else
               write hp-report-line from ws-no-ledger-message
           end-if.

           if ws-feed-hold-date > 0
               move "CHGFEED HELD FROM THE EARLIER OF THE TWO -"
                   to hp-hold-text
               move ws-feed-hold-date to hp-hold-date
               write hp-report-line from hp-hold-line
           end-if.

           if ws-backup-found-flag = ws-true-cnst
               move "JRNLARCH HELD AFTER THE VERIFIED BACKUP OF -"
                   to hp-hold-text
               move ws-backup-date to hp-hold-date
               write hp-report-line from hp-hold-line
           else
               write hp-report-line from ws-no-backup-message
           end-if.

      *prints a short message in place of the report when there is
      *no retention card or no archive to write to, and ends the
      *run with return code 8
       900-abort-run.
           move 8 to return-code.
           if ws-archive-bad-flag = ws-true-cnst
               write hp-report-line from ws-abort-archive-message
           else
               write hp-report-line from ws-abort-retain-message
           end-if.

      *closes what is still open - every history file, the work
      *file and the archive are closed by each file's own pass
       950-close-files.
           if ws-archive-open-flag = ws-true-cnst
               close archive-file
           end-if.

           close purge-report-file.

       end program Program24.
