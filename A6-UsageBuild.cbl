       identification division.
       program-id. Program16.
      *Program Description: Usage history build, companion to
      *Program2's change feed. Reads the change feed Program2
      *appends to every run and posts each I issue's quantity - the
      *part's on-hand before the issue less its on-hand after - to
      *the usage history file under the part and the calendar month
      *of the run date, one record per part per month. A control
      *record beside the usage file remembers the last run date
      *posted and how many feed records carried that date, so the
      *build can be run nightly or weekly without counting any
      *issue twice; the feed records up to that mark are skipped.
      *The reorder analysis run averages this history.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *change-feed-file: the applied-transaction feed from Program2
           select change-feed-file
               assign to "../../../A6-CHGFEED.dat"
               organization is line sequential
               file status is ws-chgfeed-file-status.
      *usage-file: the usage history, one record per part per month
           select usage-file
               assign to "../../../A6-USAGE.dat"
               organization is indexed
               access mode is dynamic
               record key is uh-usage-key
               file status is ws-usage-file-status.
      *usagectl-file: the mark of how far into the change feed the
      *usage history has been posted
           select usagectl-file
               assign to "../../../A6-USAGECTL.dat"
               organization is line sequential
               file status is ws-usagectl-file-status.
      *build-report-file: what the build posted
           select build-report-file
               assign to "../../../A6-UsageBuild.out"
               organization is line sequential.

       data division.
       file section.

       fd change-feed-file
           data record is cf-change-feed-record
           record contains 76 characters.
           copy "a6chgfd.cpy".

       fd usage-file
           data record is uh-usage-record
           record contains 23 characters.
           copy "a6usage.cpy".

      *uc-usagectl-record: the last feed run date posted, and how
      *many feed records carrying that date were posted
       fd usagectl-file
           data record is uc-usagectl-record
           record contains 13 characters.

       01 uc-usagectl-record.
           05 uc-last-date         pic 9(06).
           05 uc-last-date-count   pic 9(07).

      *ub-report-line: used to write into the build report
       fd build-report-file
           data record is ub-report-line
           record contains 60 characters.

       01 ub-report-line pic x(60).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(35) value
       "A6 USAGE HISTORY BUILD - RUN REPORT".
      *
       77 ws-heading3              pic x(40) value
       "----------------------------------------".
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-usage-open-flag       pic x value "F".
      *
       01 ws-abort-feed-message    pic x(40) value
       "RUN ABORTED - CHANGE FEED DID NOT OPEN".
      *
       01 ws-abort-usage-message   pic x(40) value
       "RUN ABORTED - USAGE FILE DID NOT OPEN".
      *
       77 ws-chgfeed-file-status   pic xx.
       77 ws-usage-file-status     pic xx.
       77 ws-usagectl-file-status  pic xx.

      *watermark fields: the mark the last build left, the feed
      *records seen so far carrying that mark's date, and the new
      *mark this build leaves behind
       01 ws-mark-work.
           05 ws-last-date         pic 9(06) value 0.
           05 ws-last-date-count   pic 9(07) value 0.
           05 ws-seen-at-last      pic 9(07) value 0.
           05 ws-new-date          pic 9(06) value 0.
           05 ws-new-date-count    pic 9(07) value 0.

      *issue work fields: the run date broken out for its month,
      *and the quantity the issue took off the shelf
       01 ws-issue-work.
           05 ws-feed-date         pic 9(06).
           05 ws-feed-date-parts redefines ws-feed-date.
               10 ws-feed-year     pic 99.
               10 ws-feed-month    pic 99.
               10 ws-feed-day      pic 99.
           05 ws-issue-qty         pic 9(05) value 0.

      *ws-display-*: end of run totals
       01 ws-display-read.
           05 filler               pic x(17) value "FEED RECORDS    -".
           05 filler               pic x value spaces.
           05 ws-read              pic zzzzzz9.
      *
       01 ws-display-skipped.
           05 filler               pic x(17) value "ALREADY POSTED  -".
           05 filler               pic x value spaces.
           05 ws-skipped           pic zzzzzz9.
      *
       01 ws-display-issues.
           05 filler               pic x(17) value "ISSUES POSTED   -".
           05 filler               pic x value spaces.
           05 ws-issues            pic zzzzzz9.
      *
       01 ws-display-qty.
           05 filler               pic x(17) value "QTY ISSUED      -".
           05 filler               pic x value spaces.
           05 ws-qty               pic zzzzzz9.
      *
       01 ws-display-added.
           05 filler               pic x(17) value "MONTHS ADDED    -".
           05 filler               pic x value spaces.
           05 ws-added             pic zzzzzz9.
      *
       01 ws-display-updated.
           05 filler               pic x(17) value "MONTHS UPDATED  -".
           05 filler               pic x value spaces.
           05 ws-updated           pic zzzzzz9.
      *
       01 ws-display-mark.
           05 filler               pic x(17) value "POSTED THROUGH  -".
           05 filler               pic x value spaces.
           05 ws-mark-date         pic 9(06).
           05 filler               pic x(03) value " / ".
           05 ws-mark-count        pic zzzzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-read        pic 9(07) value 0.
           05 ws-count-skipped     pic 9(07) value 0.
           05 ws-count-issues      pic 9(07) value 0.
           05 ws-count-qty         pic 9(07) value 0.
           05 ws-count-added       pic 9(07) value 0.
           05 ws-count-updated     pic 9(07) value 0.


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           write ub-report-line from ws-heading1.
           write ub-report-line from " ".

           read change-feed-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-post-one-feed-record
             until ws-eof-flag = ws-true-cnst.

           perform 800-write-mark.

           move ws-count-read to ws-read.
           move ws-count-skipped to ws-skipped.
           move ws-count-issues to ws-issues.
           move ws-count-qty to ws-qty.
           move ws-count-added to ws-added.
           move ws-count-updated to ws-updated.
           move ws-last-date to ws-mark-date.
           move ws-last-date-count to ws-mark-count.

           write ub-report-line from ws-heading3.
           write ub-report-line from ws-display-read.
           write ub-report-line from ws-display-skipped.
           write ub-report-line from ws-display-issues.
           write ub-report-line from ws-display-qty.
           write ub-report-line from ws-display-added.
           write ub-report-line from ws-display-updated.
           write ub-report-line from " ".
           write ub-report-line from ws-display-mark.

           perform 950-close-files.

           goback.

      *picks up the mark the last build left - no control record
      *means nothing has been posted yet and the whole feed is new
       005-initialize.
           open input usagectl-file.

           if ws-usagectl-file-status = "00"
               read usagectl-file
                   not at end
                       if uc-last-date is numeric and
                           uc-last-date-count is numeric
                           move uc-last-date to ws-last-date
                           move uc-last-date-count
                               to ws-last-date-count
                       end-if
               end-read
               close usagectl-file
           end-if.

      *aborts up front if there is no change feed to read - the
      *usage file is opened (and, the very first time, created)
      *only when the run is going ahead, and a usage file that will
      *not open aborts the run before the mark can move past feed
      *records it never posted
       010-open-files.
           open input change-feed-file.

           if ws-chgfeed-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open output build-report-file.

           if ws-abort-flag <> ws-true-cnst
               open i-o usage-file
               if ws-usage-file-status = "35"
                   open output usage-file
                   close usage-file
                   open i-o usage-file
               end-if
               if ws-usage-file-status = "00"
                   move ws-true-cnst to ws-usage-open-flag
               else
                   move ws-true-cnst to ws-abort-flag
               end-if
           end-if.

      *one feed record: anything at or before the last build's mark
      *was posted then and is skipped, anything after it is new -
      *only an I issue posts to the history, but every record moves
      *the mark along
       100-post-one-feed-record.
           add 1 to ws-count-read.

           if cf-run-date > ws-new-date
               move cf-run-date to ws-new-date
               move 1 to ws-new-date-count
           else
               if cf-run-date = ws-new-date
                   add 1 to ws-new-date-count
               end-if
           end-if.

           if cf-run-date < ws-last-date
               add 1 to ws-count-skipped
           else
               if cf-run-date = ws-last-date
                   add 1 to ws-seen-at-last
               end-if
               if cf-run-date = ws-last-date and
                   ws-seen-at-last <= ws-last-date-count
                   add 1 to ws-count-skipped
               else
                   if cf-maintenance-code = "I"
                       perform 200-post-issue
                   end-if
               end-if
           end-if.

           read change-feed-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *adds one issue into its part's record for the month, opening
      *the record the first time the part is issued that month
       200-post-issue.
           move 0 to ws-issue-qty.
           if cf-before-qty > cf-after-qty
               subtract cf-after-qty from cf-before-qty
                   giving ws-issue-qty
           end-if.

           move cf-run-date to ws-feed-date.
           move cf-part-number to uh-part-number.
           move ws-feed-year to uh-period-year.
           move ws-feed-month to uh-period-month.

           read usage-file
               invalid key
                   move ws-issue-qty to uh-qty-issued
                   move 1 to uh-issue-count
                   write uh-usage-record
                   add 1 to ws-count-added
               not invalid key
                   add ws-issue-qty to uh-qty-issued
                       on size error
                           move 9999999 to uh-qty-issued
                   end-add
                   add 1 to uh-issue-count
                       on size error
                           move 99999 to uh-issue-count
                   end-add
                   rewrite uh-usage-record
                   add 1 to ws-count-updated
           end-read.

           add 1 to ws-count-issues.
           add ws-issue-qty to ws-count-qty.

      *leaves the mark where this build stopped - a feed with
      *nothing past the old mark leaves it where it was
       800-write-mark.
           if ws-new-date > ws-last-date
               move ws-new-date to ws-last-date
               move ws-new-date-count to ws-last-date-count
           else
               if ws-new-date = ws-last-date and
                   ws-new-date-count > ws-last-date-count
                   move ws-new-date-count to ws-last-date-count
               end-if
           end-if.

           open output usagectl-file.
           move ws-last-date to uc-last-date.
           move ws-last-date-count to uc-last-date-count.
           write uc-usagectl-record.
           close usagectl-file.

      *prints a short message in place of the usual report when the
      *change feed is missing or the usage file will not open, and
      *fails the step for the nightly stream
       900-abort-run.
           move 8 to return-code.
           write ub-report-line from ws-heading1.
           write ub-report-line from " ".
           if ws-chgfeed-file-status <> "00"
               write ub-report-line from ws-abort-feed-message
           else
               write ub-report-line from ws-abort-usage-message
           end-if.

      *closes every file this program has open, win or lose - the
      *usage file only when it opened
       950-close-files.
           close change-feed-file, build-report-file.

           if ws-usage-open-flag = ws-true-cnst
               close usage-file
           end-if.

       end program Program16.
