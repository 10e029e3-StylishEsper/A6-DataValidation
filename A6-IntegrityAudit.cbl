       identification division.
       program-id. Program15.
      *Program Description: Weekly cross-file integrity audit. Every
      *file in the system is kept in step by a different program,
      *and nothing else checks that they still agree. This run
      *checks, read-only:
      *  - each part master's rolled-up on-hand against the sum of
      *    its location stock rows, and every location stock row
      *    against the part master it belongs to;
      *  - each part master's vendor number against the vendor
      *    master;
      *  - the pending file and the suspense file for transactions
      *    against parts no longer (or never) on the master - an add
      *    is the one transaction that may name a part not yet on
      *    file, so adds are not checked;
      *  - the part master against the backup copy with the update
      *    journal replayed on top, the way Program6's forward
      *    recovery would rebuild it.
      *Every break is listed under its type with the part number and
      *the two values that disagree, each type is counted at the
      *end, and an AUD line goes on the run-history log so the
      *month-end summary shows whether the files were clean.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *part-master-file: the part master being audited
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is pm-part-number
               file status is ws-master-file-status.
      *locstock-file: the location stock file, summed per part
           select locstock-file
               assign to "../../../A6-LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-locstock-file-status.
      *vendor-master-file: vendor master, looked up by vendor number
           select vendor-master-file
               assign to "../../../A6-VENDMAST.dat"
               organization is indexed
               access mode is random
               record key is vm-vendor-number
               file status is ws-vendor-file-status.
      *pending-trans-file: transactions held for a future date
           select pending-trans-file
               assign to "../../../A6-PENDING.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *reject-file: the suspense file of records awaiting correction
           select reject-file
               assign to "../../../A6-REJECTS.dat"
               organization is line sequential
               file status is ws-reject-file-status.
      *backup-master-file: the backup copy of the part master
           select backup-master-file
               assign to "../../../A6-PARTBKUP.dat"
               organization is indexed
               access mode is sequential
               record key is bk-part-number
               file status is ws-backup-file-status.
      *journal-file: the update journal since the backup was taken
           select journal-file
               assign to "../../../A6-JOURNAL.dat"
               organization is line sequential
               file status is ws-journal-file-status.
      *runlog-file: the standing run-history log - one AUD line is
      *appended per audit run
           select runlog-file
               assign to "../../../A6-RUNLOG.dat"
               organization is line sequential
               file status is ws-runlog-file-status.
      *audit-report-file: the breaks found, by type
           select audit-report-file
               assign to "../../../A6-IntegrityAudit.out"
               organization is line sequential.

       data division.
       file section.

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

       fd locstock-file
           data record is ls-location-stock-record
           record contains 14 characters.
           copy "a6locst.cpy".

       fd vendor-master-file
           data record is vm-vendor-master-record
           record contains 27 characters.
           copy "a6vendm.cpy".

      *tr-trans-record: one held transaction, the same 36-byte shape
      *as the clean extract
       fd pending-trans-file
           data record is tr-trans-record
           record contains 36 characters.
           copy "a6trans.cpy".

       fd reject-file
           data record is rj-reject-record
           record contains 62 characters.
           copy "a6rejct.cpy".

      *bk-backup-record: backup copy of the master record layout
       fd backup-master-file
           data record is bk-backup-record
           record contains 37 characters.

       01 bk-backup-record.
           05 bk-part-number        pic 9(07).
           05 bk-record-body        pic x(30).

       fd journal-file
           data record is jr-journal-record
           record contains 81 characters.
           copy "a6journ.cpy".

       fd runlog-file
           data record is rl-runlog-record
           record contains 58 characters.
           copy "a6runlg.cpy".

      *au-report-line: used to write into the audit report
       fd audit-report-file
           data record is au-report-line
           record contains 70 characters.

       01 au-report-line pic x(70).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(35) value
       "A6 CROSS-FILE INTEGRITY AUDIT - RUN".
      *
       77 ws-heading3              pic x(58) value
       "----------------------------------------------------------".
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
      *
       01 ws-abort-master-message  pic x(39) value
       "RUN ABORTED - PART MASTER DID NOT OPEN".
      *
       01 ws-abort-vendor-message  pic x(41) value
       "RUN ABORTED - VENDOR MASTER DID NOT OPEN".
      *
       01 ws-no-breaks-message     pic x(18) value
       "    NO BREAKS".
      *
       01 ws-skip-pending-message  pic x(40) value
       "    NO PENDING FILE - NOTHING HELD".
      *
       01 ws-skip-suspense-message pic x(40) value
       "    NO SUSPENSE FILE - NOTHING WAITING".
      *
       01 ws-skip-backup-message   pic x(50) value
       "    NO BACKUP OR JOURNAL - REPLAY CHECK SKIPPED".
      *
       01 ws-skip-table-message    pic x(50) value
       "    REPLAY TABLE FULL - REPLAY CHECK SKIPPED".
      *
       77 ws-master-file-status    pic xx.
       77 ws-locstock-file-status  pic xx.
       77 ws-vendor-file-status    pic xx.
       77 ws-pending-file-status   pic xx.
       77 ws-reject-file-status    pic xx.
       77 ws-backup-file-status    pic xx.
       77 ws-journal-file-status   pic xx.
       77 ws-runlog-file-status    pic xx.
       77 ws-rply-max-cnst         pic 9(04) value 3000.

      *au-section-line / au-column-line: the heading over each
      *type of break, naming what the two value columns hold
       01 au-section-line.
           05 au-section-title     pic x(40).
      *
       01 au-column-line.
           05 filler               pic x(23) value "BREAK".
           05 filler               pic x(09) value "PART".
           05 au-caption-1         pic x(14).
           05 au-caption-2         pic x(14).

      *au-break-line: one line per break - the type, the part, and
      *the two values that disagree
       01 au-break-line.
           05 au-break-type        pic x(22).
           05 filler               pic x value spaces.
           05 au-part-number       pic x(07).
           05 filler               pic xx value spaces.
           05 au-value-1           pic x(12).
           05 filler               pic xx value spaces.
           05 au-value-2           pic x(12).

      *edit fields the break values are formatted through before
      *they go into the break line's text columns
       01 ws-edit-work.
           05 ws-edit-qty          pic zzzzzz9.
           05 ws-edit-price        pic zz9.99.

      *on-hand check work fields: the location rows summed for the
      *part in hand and the end flag for the location sweep
       01 ws-onhand-work.
           05 ws-loc-sum           pic 9(07) value 0.
           05 ws-loc-eof-flag      pic x value "F".
           05 ws-locstock-open-flag pic x value "F".

      *ws-suspense-data: detail-record view of a suspense record's
      *original input line
       01 ws-suspense-data.
           05 sd-maintenance-code  pic x.
           05 sd-part-number       pic 9(07).
           05 sd-part-description  pic x(10).
           05 sd-per-unit-price    pic 99v99.
           05 sd-vendor-number     pic x(06).
           05 sd-effective-date    pic 9(06).
           05 sd-location          pic x(02).

      *ws-rply-tbl: the backup copy loaded and the journal replayed
      *over it in storage, the way the forward recovery would
      *rebuild the master - a deleted row stays in the table marked
      *gone, and each row is marked once the master has matched it
       01 ws-replay-table.
           05 ws-rply-entries      pic 9(04) value 0.
           05 ws-rply-tbl occurs 3000 times.
               10 ws-rply-image    pic x(37).
               10 ws-rply-image-parts redefines ws-rply-image.
                   15 ws-rply-part pic 9(07).
                   15 filler       pic x(30).
               10 ws-rply-gone     pic x.
               10 ws-rply-matched  pic x.

      *ws-rply-record: one replayed image broken out by field, for
      *naming which field the master disagrees on
       01 ws-rply-record.
           05 rx-part-number       pic 9(07).
           05 rx-part-description  pic x(10).
           05 rx-per-unit-price    pic 99v99.
           05 rx-vendor-number     pic x(06).
           05 rx-qty-on-hand       pic 9(05).
           05 rx-reorder-point     pic 9(05).

      *replay work fields: the part being looked up, the row found,
      *and whether the table held everything
       01 ws-replay-work.
           05 ws-rply-key          pic 9(07) value 0.
           05 ws-rply-sub          pic 9(04) value 0.
           05 ws-rply-found        pic 9(04) value 0.
           05 ws-rply-full-flag    pic x value "F".
           05 ws-replay-ok-flag    pic x value "F".

      *ws-run-date: this run's date, stamped on the run-log line
       01 ws-run-date              pic 9(06).

      *ws-display-*: end of run counts by break type
       01 ws-display-parts.
           05 filler               pic x(22) value
           "PARTS AUDITED        -".
           05 filler               pic x value spaces.
           05 ws-parts             pic zzzz9.
      *
       01 ws-display-brk-onhand.
           05 filler               pic x(22) value
           "ON-HAND BREAKS       -".
           05 filler               pic x value spaces.
           05 ws-brk-onhand        pic zzzz9.
      *
       01 ws-display-brk-locrow.
           05 filler               pic x(22) value
           "LOCATION ROW BREAKS  -".
           05 filler               pic x value spaces.
           05 ws-brk-locrow        pic zzzz9.
      *
       01 ws-display-brk-vendor.
           05 filler               pic x(22) value
           "VENDOR BREAKS        -".
           05 filler               pic x value spaces.
           05 ws-brk-vendor        pic zzzz9.
      *
       01 ws-display-brk-pending.
           05 filler               pic x(22) value
           "PENDING BREAKS       -".
           05 filler               pic x value spaces.
           05 ws-brk-pending       pic zzzz9.
      *
       01 ws-display-brk-suspense.
           05 filler               pic x(22) value
           "SUSPENSE BREAKS      -".
           05 filler               pic x value spaces.
           05 ws-brk-suspense      pic zzzz9.
      *
       01 ws-display-brk-replay.
           05 filler               pic x(22) value
           "BACKUP+JOURNAL BREAKS-".
           05 filler               pic x value spaces.
           05 ws-brk-replay        pic zzzz9.
      *
       01 ws-display-breaks.
           05 filler               pic x(22) value
           "TOTAL BREAKS         -".
           05 filler               pic x value spaces.
           05 ws-breaks            pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-parts       pic 9(05) value 0.
           05 ws-count-brk-onhand  pic 9(05) value 0.
           05 ws-count-brk-locrow  pic 9(05) value 0.
           05 ws-count-brk-vendor  pic 9(05) value 0.
           05 ws-count-brk-pending pic 9(05) value 0.
           05 ws-count-brk-suspense pic 9(05) value 0.
           05 ws-count-brk-replay  pic 9(05) value 0.
           05 ws-count-breaks      pic 9(05) value 0.
           05 ws-count-section     pic 9(05) value 0.


       procedure division.
       000-main.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           write au-report-line from ws-heading1.
           write au-report-line from " ".

           perform 100-check-onhand.
           perform 200-check-vendors.
           perform 300-check-pending.
           perform 350-check-suspense.
           perform 400-check-replay.

           perform 600-write-totals.
           perform 700-write-runlog.

           perform 950-close-files.

           goback.

      *aborts up front if either master is missing - the location
      *stock file is allowed to be missing, in which case every
      *part with stock on hand breaks against a location sum of zero
       010-open-files.
           accept ws-run-date from date.

           open input part-master-file.

           if ws-master-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input vendor-master-file.

           if ws-vendor-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input locstock-file.

           if ws-locstock-file-status = "00"
               move ws-true-cnst to ws-locstock-open-flag
           end-if.

           open output audit-report-file.

      *positions the part master at its first record for a fresh
      *pass - each check makes its own pass so its breaks print
      *together under its own heading
       050-rewind-master.
           move ws-false-cnst to ws-eof-flag.
           move 0 to pm-part-number.

           start part-master-file
               key is not less than pm-part-number
               invalid key
                   move ws-true-cnst to ws-eof-flag
           end-start.

           if ws-eof-flag <> ws-true-cnst
               read part-master-file next record
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
           end-if.

       060-read-next-master.
           read part-master-file next record
               at end
                   move ws-true-cnst to ws-eof-flag.

      *prints the heading over one type of break, from the title
      *and value captions the caller set up
       080-write-section-heading.
           move 0 to ws-count-section.
           write au-report-line from " ".
           write au-report-line from au-section-line.
           write au-report-line from au-column-line.
           write au-report-line from ws-heading3.

      *closes one type of break off, saying so when it found none
       085-close-section.
           if ws-count-section = 0
               write au-report-line from ws-no-breaks-message
           end-if.

      *writes the break line the caller filled in and counts it
       090-write-break.
           write au-report-line from au-break-line.
           add 1 to ws-count-section.
           add 1 to ws-count-breaks.

      *each part's rolled-up on-hand against the sum of its
      *location rows, then each location row against the master
       100-check-onhand.
           move "ON-HAND TO LOCATION STOCK" to au-section-title.
           move "MASTER ON-HAND" to au-caption-1.
           move "LOCATION SUM" to au-caption-2.
           perform 080-write-section-heading.

           perform 050-rewind-master.
           perform 110-check-one-onhand
             until ws-eof-flag = ws-true-cnst.

           perform 085-close-section.

           move "LOCATION STOCK TO PART MASTER" to au-section-title.
           move "LOCATION" to au-caption-1.
           move "ON-HAND" to au-caption-2.
           perform 080-write-section-heading.

           if ws-locstock-open-flag = ws-true-cnst
               perform 150-check-location-rows
           end-if.

           perform 085-close-section.

       110-check-one-onhand.
           add 1 to ws-count-parts.
           move 0 to ws-loc-sum.

           if ws-locstock-open-flag = ws-true-cnst
               perform 120-sum-part-locations
           end-if.

           if ws-loc-sum <> pm-qty-on-hand
               move "ON-HAND NOT LOC SUM" to au-break-type
               move pm-part-number to au-part-number
               move pm-qty-on-hand to ws-edit-qty
               move ws-edit-qty to au-value-1
               move ws-loc-sum to ws-edit-qty
               move ws-edit-qty to au-value-2
               perform 090-write-break
               add 1 to ws-count-brk-onhand
           end-if.

           perform 060-read-next-master.

      *adds up every location row the part in hand has - the rows
      *are keyed part first, so they sit together from the part's
      *lowest location code
       120-sum-part-locations.
           move ws-false-cnst to ws-loc-eof-flag.
           move pm-part-number to ls-part-number.
           move spaces to ls-location.

           start locstock-file
               key is not less than ls-stock-key
               invalid key
                   move ws-true-cnst to ws-loc-eof-flag
           end-start.

           perform 125-add-one-location
             until ws-loc-eof-flag = ws-true-cnst.

       125-add-one-location.
           read locstock-file next record
               at end
                   move ws-true-cnst to ws-loc-eof-flag
           end-read.

           if ws-loc-eof-flag <> ws-true-cnst
               if ls-part-number <> pm-part-number
                   move ws-true-cnst to ws-loc-eof-flag
               else
                   add ls-qty-on-hand to ws-loc-sum
               end-if
           end-if.

      *a location row left behind for a part no longer on the
      *master - the part delete should have removed it
       150-check-location-rows.
           move ws-false-cnst to ws-loc-eof-flag.
           move 0 to ls-part-number.
           move spaces to ls-location.

           start locstock-file
               key is not less than ls-stock-key
               invalid key
                   move ws-true-cnst to ws-loc-eof-flag
           end-start.

           perform 155-check-one-location-row
             until ws-loc-eof-flag = ws-true-cnst.

       155-check-one-location-row.
           read locstock-file next record
               at end
                   move ws-true-cnst to ws-loc-eof-flag
           end-read.

           if ws-loc-eof-flag <> ws-true-cnst
               move ls-part-number to pm-part-number
               read part-master-file
                   invalid key
                       move "LOCATION ROW NO PART" to au-break-type
                       move ls-part-number to au-part-number
                       move ls-location to au-value-1
                       move ls-qty-on-hand to ws-edit-qty
                       move ws-edit-qty to au-value-2
                       perform 090-write-break
                       add 1 to ws-count-brk-locrow
               end-read
           end-if.

      *each part's vendor number against the vendor master
       200-check-vendors.
           move "PART VENDOR TO VENDOR MASTER" to au-section-title.
           move "PART VENDOR" to au-caption-1.
           move "VENDOR MASTER" to au-caption-2.
           perform 080-write-section-heading.

           perform 050-rewind-master.
           perform 210-check-one-vendor
             until ws-eof-flag = ws-true-cnst.

           perform 085-close-section.

       210-check-one-vendor.
           move pm-vendor-number to vm-vendor-number.

           read vendor-master-file
               invalid key
                   move "VENDOR NOT ON FILE" to au-break-type
                   move pm-part-number to au-part-number
                   move pm-vendor-number to au-value-1
                   move "NOT ON FILE" to au-value-2
                   perform 090-write-break
                   add 1 to ws-count-brk-vendor
           end-read.

           perform 060-read-next-master.

      *each held transaction other than an add against the master
       300-check-pending.
           move "PENDING FILE TO PART MASTER" to au-section-title.
           move "MAINT CODE" to au-caption-1.
           move "PART MASTER" to au-caption-2.
           perform 080-write-section-heading.

           open input pending-trans-file.

           if ws-pending-file-status <> "00"
               write au-report-line from ws-skip-pending-message
           else
               move ws-false-cnst to ws-eof-flag
               read pending-trans-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 310-check-one-pending
                 until ws-eof-flag = ws-true-cnst
               close pending-trans-file
               perform 085-close-section
           end-if.

       310-check-one-pending.
           if tr-maintenance-code <> "A"
               move tr-part-number to pm-part-number
               read part-master-file
                   invalid key
                       move "PENDING FOR NO PART" to au-break-type
                       move tr-part-number to au-part-number
                       move tr-maintenance-code to au-value-1
                       move "NOT ON FILE" to au-value-2
                       perform 090-write-break
                       add 1 to ws-count-brk-pending
               end-read
           end-if.

           read pending-trans-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *each suspense record other than an add against the master -
      *one whose part number is not even numeric is already in
      *suspense for that and is left to the correction desk
       350-check-suspense.
           move "SUSPENSE FILE TO PART MASTER" to au-section-title.
           move "MAINT CODE" to au-caption-1.
           move "PART MASTER" to au-caption-2.
           perform 080-write-section-heading.

           open input reject-file.

           if ws-reject-file-status <> "00"
               write au-report-line from ws-skip-suspense-message
           else
               move ws-false-cnst to ws-eof-flag
               read reject-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 360-check-one-suspense
                 until ws-eof-flag = ws-true-cnst
               close reject-file
               perform 085-close-section
           end-if.

       360-check-one-suspense.
           move rj-input-data to ws-suspense-data.

           if sd-maintenance-code <> "A" and
               sd-part-number is numeric
               move sd-part-number to pm-part-number
               read part-master-file
                   invalid key
                       move "SUSPENSE FOR NO PART" to au-break-type
                       move sd-part-number to au-part-number
                       move sd-maintenance-code to au-value-1
                       move "NOT ON FILE" to au-value-2
                       perform 090-write-break
                       add 1 to ws-count-brk-suspense
               end-read
           end-if.

           read reject-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the master against the backup copy with the journal replayed
      *over it - the replay is done in storage so neither file is
      *touched, and a table too small for the backup skips the
      *check rather than report half of it
       400-check-replay.
           move "PART MASTER TO BACKUP + JOURNAL" to au-section-title.
           move "MASTER" to au-caption-1.
           move "REPLAYED" to au-caption-2.
           perform 080-write-section-heading.

           perform 410-load-backup.

           if ws-replay-ok-flag = ws-true-cnst
               perform 430-replay-journal
           end-if.

           if ws-replay-ok-flag <> ws-true-cnst
               if ws-rply-full-flag = ws-true-cnst
                   write au-report-line from ws-skip-table-message
               else
                   write au-report-line from ws-skip-backup-message
               end-if
           else
               perform 050-rewind-master
               perform 460-compare-one-master
                 until ws-eof-flag = ws-true-cnst
               move 0 to ws-rply-sub
               perform 480-check-one-replay-row
                 until ws-rply-sub >= ws-rply-entries
               perform 085-close-section
           end-if.

       410-load-backup.
           move ws-false-cnst to ws-replay-ok-flag.

           open input backup-master-file.

           if ws-backup-file-status = "00"
               move ws-true-cnst to ws-replay-ok-flag
               move ws-false-cnst to ws-eof-flag
               read backup-master-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 420-load-one-backup
                 until ws-eof-flag = ws-true-cnst
               close backup-master-file
           end-if.

       420-load-one-backup.
           if ws-rply-entries >= ws-rply-max-cnst
               move ws-true-cnst to ws-rply-full-flag
               move ws-false-cnst to ws-replay-ok-flag
               move ws-true-cnst to ws-eof-flag
           else
               add 1 to ws-rply-entries
               move bk-backup-record to ws-rply-image (ws-rply-entries)
               move ws-false-cnst to ws-rply-gone (ws-rply-entries)
               move ws-false-cnst
                   to ws-rply-matched (ws-rply-entries)
               read backup-master-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
           end-if.

      *replays the journal in the order it was written: a W adds
      *the after image, an R replaces the row with it, a D marks
      *the row gone - an action the table as it stands cannot take
      *is a break in its own right, as it is in the recovery run
       430-replay-journal.
           open input journal-file.

           if ws-journal-file-status <> "00"
               move ws-false-cnst to ws-replay-ok-flag
           else
               move ws-false-cnst to ws-eof-flag
               read journal-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 440-replay-one-action
                 until ws-eof-flag = ws-true-cnst
               close journal-file
           end-if.

       440-replay-one-action.
           if jr-action-write
               move jr-after-image to ws-rply-record
           else
               move jr-before-image to ws-rply-record
           end-if.

           move rx-part-number to ws-rply-key.
           perform 450-find-replay-row.

           if jr-action-write
               if ws-rply-found > 0
                   perform 445-write-journal-break
               else
                   if ws-rply-entries >= ws-rply-max-cnst
                       move ws-true-cnst to ws-rply-full-flag
                       move ws-false-cnst to ws-replay-ok-flag
                       move ws-true-cnst to ws-eof-flag
                   else
                       add 1 to ws-rply-entries
                       move jr-after-image
                           to ws-rply-image (ws-rply-entries)
                       move ws-false-cnst
                           to ws-rply-gone (ws-rply-entries)
                       move ws-false-cnst
                           to ws-rply-matched (ws-rply-entries)
                   end-if
               end-if
           else
               if ws-rply-found = 0
                   perform 445-write-journal-break
               else
                   if jr-action-rewrite
                       move jr-after-image
                           to ws-rply-image (ws-rply-found)
                   else
                       move ws-true-cnst
                           to ws-rply-gone (ws-rply-found)
                   end-if
               end-if
           end-if.

           if ws-eof-flag <> ws-true-cnst
               read journal-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
           end-if.

       445-write-journal-break.
           move "JOURNAL DID NOT APPLY" to au-break-type.
           move rx-part-number to au-part-number.
           move jr-action to au-value-1.
           move jr-run-date to au-value-2.
           perform 090-write-break.
           add 1 to ws-count-brk-replay.

      *finds the live (not deleted) replay row for ws-rply-key,
      *leaving ws-rply-found at zero when there is none
       450-find-replay-row.
           move 0 to ws-rply-found.
           move 0 to ws-rply-sub.
           perform 455-match-one-replay-row
             until ws-rply-sub >= ws-rply-entries
             or ws-rply-found > 0.

       455-match-one-replay-row.
           add 1 to ws-rply-sub.
           if ws-rply-gone (ws-rply-sub) <> ws-true-cnst
               if ws-rply-part (ws-rply-sub) = ws-rply-key
                   move ws-rply-sub to ws-rply-found
               end-if
           end-if.

      *one master record against its replayed image - missing from
      *the replay, or differing in any field, is a break naming the
      *first field that differs
       460-compare-one-master.
           move pm-part-number to ws-rply-key.
           perform 450-find-replay-row.

           if ws-rply-found = 0
               move "MASTER NOT IN REPLAY" to au-break-type
               move pm-part-number to au-part-number
               move "ON FILE" to au-value-1
               move "NOT ON FILE" to au-value-2
               perform 090-write-break
               add 1 to ws-count-brk-replay
           else
               move ws-true-cnst to ws-rply-matched (ws-rply-found)
               move ws-rply-image (ws-rply-found) to ws-rply-record
               if ws-rply-record <> pm-part-master-record
                   perform 470-write-field-break
               end-if
           end-if.

           perform 060-read-next-master.

       470-write-field-break.
           move pm-part-number to au-part-number.

           if pm-part-description <> rx-part-description
               move "REPLAY DESCRIPTION" to au-break-type
               move pm-part-description to au-value-1
               move rx-part-description to au-value-2
           else
               if pm-per-unit-price <> rx-per-unit-price
                   move "REPLAY PRICE" to au-break-type
                   move pm-per-unit-price to ws-edit-price
                   move ws-edit-price to au-value-1
                   move rx-per-unit-price to ws-edit-price
                   move ws-edit-price to au-value-2
               else
                   if pm-vendor-number <> rx-vendor-number
                       move "REPLAY VENDOR" to au-break-type
                       move pm-vendor-number to au-value-1
                       move rx-vendor-number to au-value-2
                   else
                       if pm-qty-on-hand <> rx-qty-on-hand
                           move "REPLAY ON-HAND" to au-break-type
                           move pm-qty-on-hand to ws-edit-qty
                           move ws-edit-qty to au-value-1
                           move rx-qty-on-hand to ws-edit-qty
                           move ws-edit-qty to au-value-2
                       else
                           move "REPLAY REORDER POINT"
                               to au-break-type
                           move pm-reorder-point to ws-edit-qty
                           move ws-edit-qty to au-value-1
                           move rx-reorder-point to ws-edit-qty
                           move ws-edit-qty to au-value-2
                       end-if
                   end-if
               end-if
           end-if.

           perform 090-write-break.
           add 1 to ws-count-brk-replay.

      *a replayed row no master record matched is a part the
      *recovery run would bring back that the master has lost
       480-check-one-replay-row.
           add 1 to ws-rply-sub.

           if ws-rply-gone (ws-rply-sub) <> ws-true-cnst and
               ws-rply-matched (ws-rply-sub) <> ws-true-cnst
               move ws-rply-image (ws-rply-sub) to ws-rply-record
               move "REPLAY NOT ON MASTER" to au-break-type
               move rx-part-number to au-part-number
               move "NOT ON FILE" to au-value-1
               move "ON FILE" to au-value-2
               perform 090-write-break
               add 1 to ws-count-brk-replay
           end-if.

      *prints the count of each type of break and the total
       600-write-totals.
           move ws-count-parts to ws-parts.
           move ws-count-brk-onhand to ws-brk-onhand.
           move ws-count-brk-locrow to ws-brk-locrow.
           move ws-count-brk-vendor to ws-brk-vendor.
           move ws-count-brk-pending to ws-brk-pending.
           move ws-count-brk-suspense to ws-brk-suspense.
           move ws-count-brk-replay to ws-brk-replay.
           move ws-count-breaks to ws-breaks.

           write au-report-line from " ".
           write au-report-line from ws-heading3.
           write au-report-line from ws-display-parts.
           write au-report-line from " ".
           write au-report-line from ws-display-brk-onhand.
           write au-report-line from ws-display-brk-locrow.
           write au-report-line from ws-display-brk-vendor.
           write au-report-line from ws-display-brk-pending.
           write au-report-line from ws-display-brk-suspense.
           write au-report-line from ws-display-brk-replay.
           write au-report-line from " ".
           write au-report-line from ws-display-breaks.

      *appends the AUD line to the run-history log - parts audited
      *in the read count, breaks found in the error count, and the
      *flag C for clean files or B for breaks
       700-write-runlog.
           open extend runlog-file.

           if ws-runlog-file-status = "35"
               open output runlog-file
           end-if.

           move spaces to rl-runlog-record.
           move ws-run-date to rl-run-date.
           move ws-count-parts to rl-records-read.
           move 0 to rl-count-valid.
           move ws-count-breaks to rl-count-invalid.
           move 0 to rl-count-validA.
           move 0 to rl-count-validC.
           move 0 to rl-count-validD.
           move "AUD" to rl-batch-id.
           if ws-count-breaks = 0
               move "C" to rl-gate-flag
           else
               move "B" to rl-gate-flag
           end-if.
           move 0 to rl-count-applyrej.
           write rl-runlog-record.

           close runlog-file.

      *prints a short message in place of the usual report when a
      *master file is missing, and ends the run with
      *return code 8
       900-abort-run.
           move 8 to return-code.
           write au-report-line from ws-heading1.
           write au-report-line from " ".
           if ws-master-file-status <> "00"
               write au-report-line from ws-abort-master-message
           else
               write au-report-line from ws-abort-vendor-message
           end-if.

      *closes every file this program has open, win or lose
       950-close-files.
           close part-master-file, vendor-master-file,
               audit-report-file.

           if ws-locstock-open-flag = ws-true-cnst
               close locstock-file
           end-if.

       end program Program15.
