       identification division.
       program-id. Program23.
      *Program Description: Daily suspense correction audit report,
      *companion to Program11's correction desk. Reads the standing
      *correction audit file and lists, clerk by clerk, every field
      *retyped and every record written off on the report date -
      *the run date, or the date on the report card - with its
      *time, the part, the field, and its value before and after.
      *Under each clerk it totals the fields retyped, the records
      *corrected, the write-offs, and how many of the corrected
      *records were later re-rejected by Program1.
      *
      *A corrected record goes back onto suspense as its corrected
      *image; the recycle run sends it round again with its cycle
      *count raised, and the validation run stamps that higher
      *count on it if it rejects it again. So a corrected record
      *counts as re-rejected when its corrected image turns up
      *with a higher cycle count - either on the suspense file now,
      *or brought back to the desk on a later day's audit entry.
      *A master update (apply-time) reject is not Program1's and
      *does not count. Reporting an earlier day again picks up the
      *re-rejects found since.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *corr-parm-file: the day to report (yymmdd), when it is not
      *the run date
           select corr-parm-file
               assign to "../../../A6-CORRPARM.dat"
               organization is line sequential
               file status is ws-parm-file-status.
      *audit-file: the standing correction audit trail written by
      *Program11
           select audit-file
               assign to "../../../A6-CORRAUDIT.dat"
               organization is line sequential
               file status is ws-audit-file-status.
      *reject-file: the suspense file as it stands now, searched for
      *corrected records that came back
           select reject-file
               assign to "../../../A6-REJECTS.dat"
               organization is line sequential
               file status is ws-reject-file-status.
      *corr-report-file: the printed report
           select corr-report-file
               assign to "../../../A6-CorrectionReport.out"
               organization is line sequential.

       data division.
       file section.

      *cp-parm-record: the day to report
       fd corr-parm-file
           data record is cp-parm-record
           record contains 6 characters.

       01 cp-parm-record.
           05 cp-report-date       pic 9(06).

       fd audit-file
           data record is ca-correction-audit-record
           record contains 149 characters.
           copy "a6caud.cpy".

       fd reject-file
           data record is rj-reject-record
           record contains 62 characters.
           copy "a6rejct.cpy".

      *cr-report-line: used to write into the report
       fd corr-report-file
           data record is cr-report-line
           record contains 80 characters.

       01 cr-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       01 ws-heading1.
           05 filler               pic x(42) value
           "A6 SUSPENSE CORRECTION AUDIT - REPORT DATE".
           05 filler               pic x value spaces.
           05 ws-head-date         pic 9(06).
      *
       01 ws-heading2.
           05 filler               pic x(20) value
           "TIME      ACTION    ".
           05 filler               pic x(20) value
           "PART     FIELD      ".
           05 filler               pic x(22) value
           "BEFORE     AFTER".
      *
       01 ws-heading3.
           05 filler               pic x(40) value
           "----------------------------------------".
           05 filler               pic x(21) value
           "---------------------".
      *
       01 ws-abort-audit-message   pic x(39) value
       "RUN ABORTED - AUDIT FILE DID NOT OPEN".
      *
       01 ws-no-entries-message    pic x(39) value
       "NO CORRECTIONS OR WRITE-OFFS THIS DATE".
      *
       01 ws-table-full-message    pic x(45) value
       "AUDIT TABLE FULL - REPORT DATE LISTING SHORT".

       77 ws-parm-file-status      pic xx.
       77 ws-audit-file-status     pic xx.
       77 ws-reject-file-status    pic xx.
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-table-full-flag       pic x value "F".
       01 ws-report-date           pic 9(06) value 0.

      *cr-clerk-line: the clerk a group of entries belongs to
       01 cr-clerk-line.
           05 filler               pic x(08) value "CLERK - ".
           05 cr-clerk-id          pic x(06).

      *cr-detail-line: one retype or write-off
       01 cr-detail-line.
           05 cr-hour              pic 99.
           05 filler               pic x value ":".
           05 cr-minute            pic 99.
           05 filler               pic x value ":".
           05 cr-second            pic 99.
           05 filler               pic x(02) value spaces.
           05 cr-action            pic x(09).
           05 filler               pic x value spaces.
           05 cr-part              pic x(07).
           05 filler               pic x(02) value spaces.
           05 cr-field             pic x(10).
           05 filler               pic x value spaces.
           05 cr-before            pic x(10).
           05 filler               pic x value spaces.
           05 cr-after             pic x(10).

      *cr-total-line: a clerk's totals, or the day's
       01 cr-total-line.
           05 filler               pic x(04) value spaces.
           05 cr-total-label       pic x(19).
           05 filler               pic x value "-".
           05 filler               pic x value spaces.
           05 cr-total-count       pic zzzz9.

      *ws-image-view: a suspense image broken out far enough to
      *show its part number
       01 ws-image-view.
           05 iv-maintenance-code  pic x.
           05 iv-part-bytes        pic x(07).
           05 filler               pic x(28).

      *ws-error-view: the error text a record was on suspense with
      *- the master update's apply-time reasons all start REJECTED
       01 ws-error-view.
           05 ev-error-head        pic x(08).
           05 filler               pic x(16).

      *ws-ent-tbl: the report date's audit entries in file order,
      *listed clerk by clerk by picking the lowest clerk ID not yet
      *listed and then every entry under it
       77 ws-ent-max-cnst          pic 9(04) value 2000.
      *
       01 ws-entry-table.
           05 ws-ent-entries       pic 9(04) value 0.
           05 ws-ent-tbl occurs 2000 times.
               10 ws-ent-clerk     pic x(06).
               10 ws-ent-hour      pic 99.
               10 ws-ent-minute    pic 99.
               10 ws-ent-second    pic 99.
               10 ws-ent-action    pic x.
               10 ws-ent-part      pic x(07).
               10 ws-ent-field     pic x(10).
               10 ws-ent-before    pic x(10).
               10 ws-ent-after     pic x(10).
               10 ws-ent-listed    pic x.

      *ws-rec-tbl: one row per suspense record a clerk worked on
      *the report date - the image it was found as, the image it
      *was left as with the cycle count it carried, whether it was
      *written off, and whether it has since come back re-rejected
       77 ws-rec-max-cnst          pic 9(04) value 1000.
      *
       01 ws-record-table.
           05 ws-rec-entries       pic 9(04) value 0.
           05 ws-rec-tbl occurs 1000 times.
               10 ws-rec-clerk     pic x(06).
               10 ws-rec-original  pic x(36).
               10 ws-rec-corrected pic x(36).
               10 ws-rec-cycle     pic 99.
               10 ws-rec-written-off pic x.
               10 ws-rec-rereject  pic x.

      *ws-candidate: a record seen on suspense - on a later audit
      *entry or on the suspense file - tested against the corrected
      *records for a re-reject
       01 ws-candidate.
           05 ws-cand-data         pic x(36).
           05 ws-cand-cycle        pic 99.

      *work fields: subscripts, the row found for an entry, and the
      *clerk being listed
       01 ws-work.
           05 ws-ent-sub           pic 9(04) value 0.
           05 ws-rec-sub           pic 9(04) value 0.
           05 ws-rec-found         pic 9(04) value 0.
           05 ws-next-clerk        pic x(06) value spaces.
           05 ws-clerk-found-flag  pic x value "F".

      *ws-clerk-calc: one clerk's totals
       01 ws-clerk-calc.
           05 ws-clerk-retypes     pic 9(05) value 0.
           05 ws-clerk-corrected   pic 9(05) value 0.
           05 ws-clerk-write-offs  pic 9(05) value 0.
           05 ws-clerk-rerejects   pic 9(05) value 0.

      *ws-calc: storing totals for the day
       01 ws-calc.
           05 ws-count-clerks      pic 9(05) value 0.
           05 ws-count-retypes     pic 9(05) value 0.
           05 ws-count-corrected   pic 9(05) value 0.
           05 ws-count-write-offs  pic 9(05) value 0.
           05 ws-count-rerejects   pic 9(05) value 0.


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           read audit-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-load-one-entry
             until ws-eof-flag = ws-true-cnst.

           perform 200-scan-suspense.

           if ws-table-full-flag = ws-true-cnst
               write cr-report-line from ws-table-full-message
               write cr-report-line from " "
           end-if.

           if ws-ent-entries = 0
               write cr-report-line from ws-no-entries-message
           else
               move spaces to ws-next-clerk
               move ws-true-cnst to ws-clerk-found-flag
               perform 300-print-next-clerk
                 until ws-clerk-found-flag = ws-false-cnst
           end-if.

           perform 400-write-day-totals.

           perform 950-close-files.

           goback.

      *the day to report is the run date unless the report card
      *names another
       005-initialize.
           accept ws-report-date from date.

           open input corr-parm-file.

           if ws-parm-file-status = "00"
               read corr-parm-file
                   not at end
                       if cp-report-date is numeric and
                           cp-report-date > 0
                           move cp-report-date to ws-report-date
                       end-if
               end-read
               close corr-parm-file
           end-if.

           move ws-report-date to ws-head-date.

      *no audit file means nothing was ever corrected at the desk -
      *say so and fail the step. the suspense file is optional
       010-open-files.
           open input audit-file.

           if ws-audit-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open output corr-report-file.
           write cr-report-line from ws-heading1.
           write cr-report-line from " ".

      *an entry dated after the report date can only show a
      *re-reject of the day's corrections; one on the report date
      *may show one too (a record corrected, recycled and rejected
      *again the same day) and is listed and tracked as well - the
      *file is in time order, so only corrections already tracked
      *can be the earlier side of the pair
       100-load-one-entry.
           if ca-audit-date >= ws-report-date
               move ca-original-data to ws-cand-data
               move ca-cycle-count to ws-cand-cycle
               move ca-error-text to ws-error-view
               if ev-error-head <> "REJECTED"
                   perform 150-check-rereject
               end-if
           end-if.

           if ca-audit-date = ws-report-date
               perform 110-keep-entry
               perform 120-track-record
           end-if.

           read audit-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       110-keep-entry.
           if ws-ent-entries < ws-ent-max-cnst
               add 1 to ws-ent-entries
               move ca-original-data to ws-image-view
               move ca-clerk-id to ws-ent-clerk (ws-ent-entries)
               move ca-audit-hour to ws-ent-hour (ws-ent-entries)
               move ca-audit-minute to ws-ent-minute (ws-ent-entries)
               move ca-audit-second to ws-ent-second (ws-ent-entries)
               move ca-action to ws-ent-action (ws-ent-entries)
               move iv-part-bytes to ws-ent-part (ws-ent-entries)
               move ca-field-name to ws-ent-field (ws-ent-entries)
               move ca-before-value
                   to ws-ent-before (ws-ent-entries)
               move ca-after-value to ws-ent-after (ws-ent-entries)
               move ws-false-cnst to ws-ent-listed (ws-ent-entries)
           else
               move ws-true-cnst to ws-table-full-flag
           end-if.

      *finds the row for the clerk's record - the same clerk and
      *the same image as found - adding it the first time, and
      *leaves it carrying the image as the entry left it
       120-track-record.
           move 0 to ws-rec-found.
           move 0 to ws-rec-sub.
           perform 125-match-one-record
             until ws-rec-sub >= ws-rec-entries
             or ws-rec-found > 0.

           if ws-rec-found = 0
               if ws-rec-entries < ws-rec-max-cnst
                   add 1 to ws-rec-entries
                   move ws-rec-entries to ws-rec-found
                   move ca-clerk-id to ws-rec-clerk (ws-rec-found)
                   move ca-original-data
                       to ws-rec-original (ws-rec-found)
                   move ws-false-cnst
                       to ws-rec-written-off (ws-rec-found)
                   move ws-false-cnst
                       to ws-rec-rereject (ws-rec-found)
               else
                   move ws-true-cnst to ws-table-full-flag
               end-if
           end-if.

           if ws-rec-found > 0
               move ca-corrected-data
                   to ws-rec-corrected (ws-rec-found)
               move ca-cycle-count to ws-rec-cycle (ws-rec-found)
               if ca-action-write-off
                   move ws-true-cnst
                       to ws-rec-written-off (ws-rec-found)
               end-if
           end-if.

       125-match-one-record.
           add 1 to ws-rec-sub.
           if ws-rec-clerk (ws-rec-sub) = ca-clerk-id and
               ws-rec-original (ws-rec-sub) = ca-original-data
               move ws-rec-sub to ws-rec-found
           end-if.

      *marks every corrected record the candidate is a re-reject of
      *- the candidate carries the corrected image with a higher
      *cycle count than the record was left with
       150-check-rereject.
           move 0 to ws-rec-sub.
           perform 155-check-one-record
             until ws-rec-sub >= ws-rec-entries.

       155-check-one-record.
           add 1 to ws-rec-sub.
           if ws-rec-written-off (ws-rec-sub) = ws-false-cnst and
               ws-rec-corrected (ws-rec-sub) = ws-cand-data and
               ws-rec-corrected (ws-rec-sub) <>
                   ws-rec-original (ws-rec-sub) and
               ws-cand-cycle > ws-rec-cycle (ws-rec-sub)
               move ws-true-cnst to ws-rec-rereject (ws-rec-sub)
           end-if.

      *the suspense file as it stands holds the re-rejects not yet
      *back at the desk - a file that is not there holds none
       200-scan-suspense.
           open input reject-file.

           if ws-reject-file-status = "00"
               move ws-false-cnst to ws-eof-flag
               read reject-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 210-scan-one-suspense
                 until ws-eof-flag = ws-true-cnst
               close reject-file
           end-if.

       210-scan-one-suspense.
           if rj-cycle-count is numeric
               move rj-input-data to ws-cand-data
               move rj-cycle-count to ws-cand-cycle
               move rj-error-text to ws-error-view
               if ev-error-head <> "REJECTED"
                   perform 150-check-rereject
               end-if
           end-if.

           read reject-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *picks the lowest clerk ID not yet listed, lists the clerk's
      *entries in time order and the clerk's totals - none left
      *ends the listing
       300-print-next-clerk.
           move ws-false-cnst to ws-clerk-found-flag.
           move 0 to ws-ent-sub.
           perform 305-check-lowest-clerk
             until ws-ent-sub >= ws-ent-entries.

           if ws-clerk-found-flag = ws-true-cnst
               add 1 to ws-count-clerks
               move 0 to ws-clerk-retypes
               move 0 to ws-clerk-corrected
               move 0 to ws-clerk-write-offs
               move 0 to ws-clerk-rerejects
               move ws-next-clerk to cr-clerk-id
               write cr-report-line from cr-clerk-line
               write cr-report-line from ws-heading2
               write cr-report-line from ws-heading3
               move 0 to ws-ent-sub
               perform 310-print-one-entry
                 until ws-ent-sub >= ws-ent-entries
               move 0 to ws-rec-sub
               perform 320-count-one-record
                 until ws-rec-sub >= ws-rec-entries
               perform 330-write-clerk-totals
           end-if.

       305-check-lowest-clerk.
           add 1 to ws-ent-sub.
           if ws-ent-listed (ws-ent-sub) = ws-false-cnst
               if ws-clerk-found-flag = ws-false-cnst or
                   ws-ent-clerk (ws-ent-sub) < ws-next-clerk
                   move ws-ent-clerk (ws-ent-sub) to ws-next-clerk
                   move ws-true-cnst to ws-clerk-found-flag
               end-if
           end-if.

       310-print-one-entry.
           add 1 to ws-ent-sub.
           if ws-ent-clerk (ws-ent-sub) = ws-next-clerk
               move ws-true-cnst to ws-ent-listed (ws-ent-sub)
               move ws-ent-hour (ws-ent-sub) to cr-hour
               move ws-ent-minute (ws-ent-sub) to cr-minute
               move ws-ent-second (ws-ent-sub) to cr-second
               move ws-ent-part (ws-ent-sub) to cr-part
               move ws-ent-field (ws-ent-sub) to cr-field
               move ws-ent-before (ws-ent-sub) to cr-before
               move ws-ent-after (ws-ent-sub) to cr-after
               if ws-ent-action (ws-ent-sub) = "W"
                   move "WRITE-OFF" to cr-action
                   add 1 to ws-clerk-write-offs
               else
                   move "RETYPE" to cr-action
                   add 1 to ws-clerk-retypes
               end-if
               write cr-report-line from cr-detail-line
           end-if.

      *a record counts as corrected when it was left different from
      *how it was found and not written off
       320-count-one-record.
           add 1 to ws-rec-sub.
           if ws-rec-clerk (ws-rec-sub) = ws-next-clerk
               if ws-rec-written-off (ws-rec-sub) = ws-false-cnst and
                   ws-rec-corrected (ws-rec-sub) <>
                       ws-rec-original (ws-rec-sub)
                   add 1 to ws-clerk-corrected
                   if ws-rec-rereject (ws-rec-sub) = ws-true-cnst
                       add 1 to ws-clerk-rerejects
                   end-if
               end-if
           end-if.

       330-write-clerk-totals.
           write cr-report-line from " ".
           move "FIELDS RETYPED" to cr-total-label.
           move ws-clerk-retypes to cr-total-count.
           write cr-report-line from cr-total-line.
           move "RECORDS CORRECTED" to cr-total-label.
           move ws-clerk-corrected to cr-total-count.
           write cr-report-line from cr-total-line.
           move "WRITE-OFFS" to cr-total-label.
           move ws-clerk-write-offs to cr-total-count.
           write cr-report-line from cr-total-line.
           move "LATER RE-REJECTED" to cr-total-label.
           move ws-clerk-rerejects to cr-total-count.
           write cr-report-line from cr-total-line.
           write cr-report-line from " ".

           add ws-clerk-retypes to ws-count-retypes.
           add ws-clerk-corrected to ws-count-corrected.
           add ws-clerk-write-offs to ws-count-write-offs.
           add ws-clerk-rerejects to ws-count-rerejects.

       400-write-day-totals.
           write cr-report-line from " ".
           write cr-report-line from "ALL CLERKS".
           move "CLERKS" to cr-total-label.
           move ws-count-clerks to cr-total-count.
           write cr-report-line from cr-total-line.
           move "FIELDS RETYPED" to cr-total-label.
           move ws-count-retypes to cr-total-count.
           write cr-report-line from cr-total-line.
           move "RECORDS CORRECTED" to cr-total-label.
           move ws-count-corrected to cr-total-count.
           write cr-report-line from cr-total-line.
           move "WRITE-OFFS" to cr-total-label.
           move ws-count-write-offs to cr-total-count.
           write cr-report-line from cr-total-line.
           move "LATER RE-REJECTED" to cr-total-label.
           move ws-count-rerejects to cr-total-count.
           write cr-report-line from cr-total-line.

      *prints a short message in place of the report when there is
      *no audit file, and ends the run with return code 8
       900-abort-run.
           move 8 to return-code.
           write cr-report-line from ws-abort-audit-message.

      *closes every file this program has open, win or lose - the
      *report card and the suspense file are closed where they are
      *read
       950-close-files.
           close audit-file, corr-report-file.

       end program Program23.
