       identification division.
       program-id. Program18.
      *Program Description: Month-end stock ledger, companion to
      *Program2's change feed. For every part at every location it
      *rolls the month forward - the opening balance, plus the
      *month's receipts, less its issues, plus or minus its count
      *adjustments, gives the closing balance - and prints each
      *figure with its extended value at the part's unit price.
      *The opening figures are the prior month's closing records on
      *the ledger file; the movements come off the change feed,
      *which carries each stock movement's location balance before
      *and after it. The computed closing is then checked against
      *the book: each location against its location stock balance,
      *and each part's total against the part master's rolled-up
      *on-hand - both backed off to the month end by any movement
      *the feed shows posted after it, so the run gives the same
      *answer whenever in the next month it is made. Every figure
      *that does not land on the book goes on an out-of-balance
      *section. The month's records left on the ledger file are
      *next month's opening figures; a month with no prior closing
      *on file takes its opening on from the book.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *ledger-parm-file: the month to close (yymm), when it is not
      *simply the month before the run date
           select ledger-parm-file
               assign to "../../../A6-LEDGPARM.dat"
               organization is line sequential
               file status is ws-parm-file-status.
      *part-master-file: the part master, read for the unit price
      *and the rolled-up on-hand
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is pm-part-number
               file status is ws-master-file-status.
      *locstock-file: the location stock file, the book balance at
      *each location
           select locstock-file
               assign to "../../../A6-LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-locstock-file-status.
      *change-feed-file: the applied-transaction feed from Program2
           select change-feed-file
               assign to "../../../A6-CHGFEED.dat"
               organization is line sequential
               file status is ws-chgfeed-file-status.
      *ledger-file: the stock ledger, one record per month per part
      *per location
           select ledger-file
               assign to "../../../A6-LEDGER.dat"
               organization is indexed
               access mode is dynamic
               record key is lg-ledger-key
               file status is ws-ledger-file-status.
      *ledger-report-file: the printed month-end ledger
           select ledger-report-file
               assign to "../../../A6-StockLedger.out"
               organization is line sequential.

       data division.
       file section.

      *lp-parm-record: the month to close
       fd ledger-parm-file
           data record is lp-parm-record
           record contains 4 characters.

       01 lp-parm-record.
           05 lp-period-year       pic 99.
           05 lp-period-month      pic 99.

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

       fd locstock-file
           data record is ls-location-stock-record
           record contains 14 characters.
           copy "a6locst.cpy".

       fd change-feed-file
           data record is cf-change-feed-record
           record contains 76 characters.
           copy "a6chgfd.cpy".

       fd ledger-file
           data record is lg-ledger-record
           record contains 77 characters.
           copy "a6ledgr.cpy".

      *sl-report-line: used to write into the ledger report
       fd ledger-report-file
           data record is sl-report-line
           record contains 80 characters.

       01 sl-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       01 ws-heading1.
           05 filler               pic x(36) value
           "A6 MONTH-END STOCK LEDGER - PERIOD".
           05 ws-head-year         pic 99.
           05 filler               pic x value "/".
           05 ws-head-month        pic 99.
      *
       01 ws-heading2.
           05 filler               pic x(11) value "PART    LOC".
           05 filler               pic x(12) value "     OPENING".
           05 filler               pic x(12) value "    RECEIPTS".
           05 filler               pic x(12) value "      ISSUES".
           05 filler               pic x(12) value "  ADJUSTMENT".
           05 filler               pic x(12) value "     CLOSING".
      *
       01 ws-heading3.
           05 filler               pic x(40) value
           "----------------------------------------".
           05 filler               pic x(31) value
           "-------------------------------".
      *
       77 ws-heading4              pic x(26) value
       "OUT OF BALANCE WITH BOOK".
      *
       01 ws-heading5.
           05 filler               pic x(11) value "PART    LOC".
           05 filler               pic x(14) value "CHECK".
           05 filler               pic x(12) value "      LEDGER".
           05 filler               pic x(12) value "        BOOK".
           05 filler               pic x(12) value "  DIFFERENCE".
      *
       77 ws-takeon-message        pic x(45) value
       "NO PRIOR CLOSING ON FILE - OPENING FROM BOOK".
      *
       77 ws-balanced-message      pic x(40) value
       "EVERY LOCATION AND PART AGREES WITH BOOK".
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-ledger-eof-flag       pic x value "F".
       01 ws-takeon-flag           pic x value "F".
       01 ws-row-new-flag          pic x value "F".
       01 ws-master-found-flag     pic x value "F".
       01 ws-in-ledger-flag        pic x value "F".
      *
       01 ws-abort-master-message  pic x(39) value
       "RUN ABORTED - PART MASTER DID NOT OPEN".
      *
       01 ws-abort-locstock-message pic x(43) value
       "RUN ABORTED - LOCATION STOCK DID NOT OPEN".
      *
       01 ws-abort-feed-message    pic x(40) value
       "RUN ABORTED - CHANGE FEED DID NOT OPEN".
      *
       01 ws-oob-full-message      pic x(46) value
       "OUT OF BALANCE TABLE FULL - SOME NOT LISTED".
      *
       77 ws-parm-file-status      pic xx.
       77 ws-master-file-status    pic xx.
       77 ws-locstock-file-status  pic xx.
       77 ws-chgfeed-file-status   pic xx.
       77 ws-ledger-file-status    pic xx.
       77 ws-oob-max-cnst          pic 9(03) value 500.

      *period fields: the month being closed and the month before
      *it, each also held as a month count from year 00 so the feed
      *dates compare in one number across a year end
       01 ws-period-work.
           05 ws-run-date          pic 9(06).
           05 ws-run-date-parts redefines ws-run-date.
               10 ws-run-year      pic 99.
               10 ws-run-month     pic 99.
               10 ws-run-day       pic 99.
           05 ws-period.
               10 ws-period-year   pic 99.
               10 ws-period-month  pic 99.
           05 ws-prior-period.
               10 ws-prior-year    pic 99.
               10 ws-prior-month   pic 99.
           05 ws-period-index      pic 9(04) value 0.
           05 ws-feed-date         pic 9(06).
           05 ws-feed-date-parts redefines ws-feed-date.
               10 ws-feed-year     pic 99.
               10 ws-feed-month    pic 99.
               10 ws-feed-day      pic 99.
           05 ws-feed-index        pic 9(04) value 0.

      *roll-forward work fields
       01 ws-ledger-work.
           05 ws-move-qty          pic s9(07) value 0.
           05 ws-loc-qty           pic s9(07) value 0.
           05 ws-row-part          pic 9(07) value 0.
           05 ws-row-location      pic x(02).
           05 ws-current-part      pic 9(07) value 0.
           05 ws-unit-price        pic 99v99 value 0.
           05 ws-master-qty        pic s9(07) value 0.
           05 ws-part-closing      pic s9(07) value 0.
           05 ws-part-later        pic s9(07) value 0.
           05 ws-part-book         pic s9(07) value 0.
           05 ws-opening-value     pic s9(09)v99 value 0.
           05 ws-receipt-value     pic s9(09)v99 value 0.
           05 ws-issue-value       pic s9(09)v99 value 0.
           05 ws-adjust-value      pic s9(09)v99 value 0.

      *ws-oob-tbl: every figure that did not land on the book,
      *printed as a section of its own once the ledger is done
       01 ws-oob-table.
           05 ws-oob-entries       pic 9(03) value 0.
           05 ws-oob-tbl occurs 500 times.
               10 ws-oob-part      pic 9(07).
               10 ws-oob-location  pic x(02).
               10 ws-oob-check     pic x(13).
               10 ws-oob-ledger    pic s9(07).
               10 ws-oob-book      pic s9(07).
      *
       01 ws-oob-sub               pic 9(03) value 0.
       01 ws-oob-full-flag         pic x value "F".
       01 ws-oob-part-in           pic 9(07) value 0.
       01 ws-oob-location-in       pic x(02).
       01 ws-oob-check-in          pic x(13).
       01 ws-oob-ledger-in         pic s9(07) value 0.
       01 ws-oob-book-in           pic s9(07) value 0.
       01 ws-oob-difference        pic s9(07) value 0.

      *sl-quantity-line: one part at one location, in units
       01 sl-quantity-line.
           05 sl-part-number       pic x(07).
           05 filler               pic x value spaces.
           05 sl-location          pic x(02).
           05 filler               pic x value spaces.
           05 filler               pic x(04) value spaces.
           05 sl-opening-qty       pic -(7)9.
           05 filler               pic x(04) value spaces.
           05 sl-receipt-qty       pic -(7)9.
           05 filler               pic x(04) value spaces.
           05 sl-issue-qty         pic -(7)9.
           05 filler               pic x(04) value spaces.
           05 sl-adjust-qty        pic -(7)9.
           05 filler               pic x(04) value spaces.
           05 sl-closing-qty       pic -(7)9.

      *sl-value-line: the same figures at the part's unit price
       01 sl-value-line.
           05 sl-value-label       pic x(11) value "  VALUE".
           05 filler               pic x value spaces.
           05 sl-opening-value     pic -(7)9.99.
           05 filler               pic x value spaces.
           05 sl-receipt-value     pic -(7)9.99.
           05 filler               pic x value spaces.
           05 sl-issue-value       pic -(7)9.99.
           05 filler               pic x value spaces.
           05 sl-adjust-value      pic -(7)9.99.
           05 filler               pic x value spaces.
           05 sl-closing-value     pic -(7)9.99.

      *sl-oob-line: one figure out of balance with the book
       01 sl-oob-line.
           05 so-part-number       pic 9(07).
           05 filler               pic x value spaces.
           05 so-location          pic x(02).
           05 filler               pic x value spaces.
           05 so-check             pic x(13).
           05 filler               pic x value spaces.
           05 filler               pic x(04) value spaces.
           05 so-ledger-qty        pic -(7)9.
           05 filler               pic x(04) value spaces.
           05 so-book-qty          pic -(7)9.
           05 filler               pic x(04) value spaces.
           05 so-difference        pic -(7)9.

      *ws-display-*: end of run totals
       01 ws-display-feed.
           05 filler               pic x(17) value "FEED RECORDS    -".
           05 filler               pic x value spaces.
           05 ws-feed              pic zzzzzz9.
      *
       01 ws-display-in-period.
           05 filler               pic x(17) value "MOVES IN PERIOD -".
           05 filler               pic x value spaces.
           05 ws-in-period         pic zzzzzz9.
      *
       01 ws-display-later.
           05 filler               pic x(17) value "MOVES SINCE     -".
           05 filler               pic x value spaces.
           05 ws-later             pic zzzzzz9.
      *
       01 ws-display-no-location.
           05 filler               pic x(17) value "NO LOCATION     -".
           05 filler               pic x value spaces.
           05 ws-no-location       pic zzzzzz9.
      *
       01 ws-display-rows.
           05 filler               pic x(17) value "LEDGER ROWS     -".
           05 filler               pic x value spaces.
           05 ws-rows              pic zzzzzz9.
      *
       01 ws-display-parts.
           05 filler               pic x(17) value "PARTS           -".
           05 filler               pic x value spaces.
           05 ws-parts             pic zzzzzz9.
      *
       01 ws-display-oob.
           05 filler               pic x(17) value "OUT OF BALANCE  -".
           05 filler               pic x value spaces.
           05 ws-oob               pic zzzzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-feed        pic 9(07) value 0.
           05 ws-count-in-period   pic 9(07) value 0.
           05 ws-count-later       pic 9(07) value 0.
           05 ws-count-no-location pic 9(07) value 0.
           05 ws-count-carried     pic 9(07) value 0.
           05 ws-count-rows        pic 9(07) value 0.
           05 ws-count-parts       pic 9(07) value 0.
           05 ws-count-oob         pic 9(07) value 0.
           05 ws-total-opening     pic s9(07) value 0.
           05 ws-total-receipts    pic s9(07) value 0.
           05 ws-total-issues      pic s9(07) value 0.
           05 ws-total-adjusts     pic s9(07) value 0.
           05 ws-total-closing     pic s9(07) value 0.
           05 ws-total-opening-value pic s9(09)v99 value 0.
           05 ws-total-receipt-value pic s9(09)v99 value 0.
           05 ws-total-issue-value pic s9(09)v99 value 0.
           05 ws-total-adjust-value pic s9(09)v99 value 0.
           05 ws-total-closing-value pic s9(09)v99 value 0.


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           move ws-period-year to ws-head-year.
           move ws-period-month to ws-head-month.

           write sl-report-line from ws-heading1.
           write sl-report-line from " ".

           perform 100-clear-period.
           perform 200-carry-opening.

           if ws-count-carried = 0
               move ws-true-cnst to ws-takeon-flag
               write sl-report-line from ws-takeon-message
               write sl-report-line from " "
           end-if.

           write sl-report-line from ws-heading2.
           write sl-report-line from ws-heading3.

           read change-feed-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 300-accumulate-one-movement
             until ws-eof-flag = ws-true-cnst.

           perform 400-open-book-rows.
           perform 500-roll-forward.
           perform 600-check-master-parts.

           perform 700-write-totals.
           perform 750-write-out-of-balance.

           perform 950-close-files.

           goback.

      *takes the month to close off the parameter card, or else the
      *month before the run date, and works out the month before
      *that for the opening figures
       005-initialize.
           accept ws-run-date from date.

           if ws-run-month = 1
               subtract 1 from ws-run-year giving ws-period-year
               move 12 to ws-period-month
           else
               move ws-run-year to ws-period-year
               subtract 1 from ws-run-month giving ws-period-month
           end-if.

           open input ledger-parm-file.

           if ws-parm-file-status = "00"
               read ledger-parm-file
                   not at end
                       if lp-period-year is numeric and
                           lp-period-month is numeric
                           if lp-period-month > 0 and
                               lp-period-month < 13
                               move lp-period-year to ws-period-year
                               move lp-period-month
                                   to ws-period-month
                           end-if
                       end-if
               end-read
               close ledger-parm-file
           end-if.

           if ws-period-month = 1
               subtract 1 from ws-period-year giving ws-prior-year
               move 12 to ws-prior-month
           else
               move ws-period-year to ws-prior-year
               subtract 1 from ws-period-month giving ws-prior-month
           end-if.

           multiply ws-period-year by 12 giving ws-period-index.
           add ws-period-month to ws-period-index.

      *aborts up front if the master, the location stock or the
      *change feed is missing - the ledger file is opened (and, the
      *very first time, created) only when the run is going ahead
       010-open-files.
           open input part-master-file.

           if ws-master-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input locstock-file.

           if ws-locstock-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input change-feed-file.

           if ws-chgfeed-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open output ledger-report-file.

           if ws-abort-flag <> ws-true-cnst
               open i-o ledger-file
               if ws-ledger-file-status = "35"
                   open output ledger-file
                   close ledger-file
                   open i-o ledger-file
               end-if
           end-if.

      *removes whatever an earlier run left for the month being
      *closed, so the month can be closed again from scratch
       100-clear-period.
           move ws-false-cnst to ws-ledger-eof-flag.
           move ws-period to lg-period.
           move 0 to lg-part-number.
           move spaces to lg-location.

           start ledger-file
               key is not less than lg-ledger-key
               invalid key
                   move ws-true-cnst to ws-ledger-eof-flag
           end-start.

           perform 105-clear-one-row
             until ws-ledger-eof-flag = ws-true-cnst.

       105-clear-one-row.
           read ledger-file next record
               at end
                   move ws-true-cnst to ws-ledger-eof-flag
           end-read.

           if ws-ledger-eof-flag <> ws-true-cnst
               if lg-period <> ws-period
                   move ws-true-cnst to ws-ledger-eof-flag
               else
                   delete ledger-file record
               end-if
           end-if.

      *opens the month's record for every part and location the
      *month before closed, with that closing as the opening
       200-carry-opening.
           move ws-false-cnst to ws-ledger-eof-flag.
           move ws-prior-period to lg-period.
           move 0 to lg-part-number.
           move spaces to lg-location.

           start ledger-file
               key is not less than lg-ledger-key
               invalid key
                   move ws-true-cnst to ws-ledger-eof-flag
           end-start.

           perform 205-carry-one-row
             until ws-ledger-eof-flag = ws-true-cnst.

      *reading on past the record just written, which sorts after
      *every prior-month record, picks up the next prior-month
      *record where the sweep left off
       205-carry-one-row.
           read ledger-file next record
               at end
                   move ws-true-cnst to ws-ledger-eof-flag
           end-read.

           if ws-ledger-eof-flag <> ws-true-cnst
               if lg-period <> ws-prior-period
                   move ws-true-cnst to ws-ledger-eof-flag
               else
                   move lg-closing-qty to ws-move-qty
                   perform 210-write-opening-row
                   move ws-prior-period to lg-period
                   start ledger-file
                       key is greater than lg-ledger-key
                       invalid key
                           move ws-true-cnst to ws-ledger-eof-flag
                   end-start
               end-if
           end-if.

       210-write-opening-row.
           move ws-period to lg-period.
           move ws-move-qty to lg-opening-qty.
           move 0 to lg-receipt-qty.
           move 0 to lg-issue-qty.
           move 0 to lg-adjust-qty.
           move 0 to lg-closing-qty.
           move 0 to lg-later-qty.
           move 0 to lg-book-qty.
           move 0 to lg-unit-price.
           move 0 to lg-closing-value.
           write lg-ledger-record.
           add 1 to ws-count-carried.

      *one change feed record: a stock movement inside the month is
      *added to its location's receipts, issues or adjustments, one
      *posted after the month end is held as later movement to back
      *off the book, and one before the month is already in the
      *opening. a movement written before the feed carried its
      *location cannot be placed and is only counted
       300-accumulate-one-movement.
           add 1 to ws-count-feed.

           if cf-maintenance-code = "R" or
               cf-maintenance-code = "I" or
               cf-maintenance-code = "J"
               if cf-location = spaces or
                   cf-location-before-qty is not numeric or
                   cf-location-after-qty is not numeric
                   add 1 to ws-count-no-location
               else
                   perform 310-post-movement
               end-if
           end-if.

           read change-feed-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       310-post-movement.
           move cf-run-date to ws-feed-date.
           multiply ws-feed-year by 12 giving ws-feed-index.
           add ws-feed-month to ws-feed-index.

           if ws-feed-index >= ws-period-index
               subtract cf-location-before-qty
                   from cf-location-after-qty giving ws-move-qty
               move cf-part-number to ws-row-part
               move cf-location to ws-row-location
               perform 320-read-ledger-row
               if ws-feed-index = ws-period-index
                   add 1 to ws-count-in-period
                   if cf-maintenance-code = "R"
                       add ws-move-qty to lg-receipt-qty
                   else
                       if cf-maintenance-code = "I"
                           subtract ws-move-qty from lg-issue-qty
                       else
                           add ws-move-qty to lg-adjust-qty
                       end-if
                   end-if
               else
                   add 1 to ws-count-later
                   add ws-move-qty to lg-later-qty
               end-if
               perform 330-write-ledger-row
           end-if.

      *reads the month's record for the part and location already
      *in hand - a location the part had nothing at last month
      *starts from a zero opening
       320-read-ledger-row.
           move ws-period to lg-period.
           move ws-row-part to lg-part-number.
           move ws-row-location to lg-location.
           move ws-false-cnst to ws-row-new-flag.

           read ledger-file
               key is lg-ledger-key
               invalid key
                   move ws-true-cnst to ws-row-new-flag
                   move ws-period to lg-period
                   move ws-row-part to lg-part-number
                   move ws-row-location to lg-location
                   move 0 to lg-opening-qty
                   move 0 to lg-receipt-qty
                   move 0 to lg-issue-qty
                   move 0 to lg-adjust-qty
                   move 0 to lg-closing-qty
                   move 0 to lg-later-qty
                   move 0 to lg-book-qty
                   move 0 to lg-unit-price
                   move 0 to lg-closing-value
           end-read.

       330-write-ledger-row.
           if ws-row-new-flag = ws-true-cnst
               write lg-ledger-record
           else
               rewrite lg-ledger-record
           end-if.

      *opens a record for every location holding book stock that
      *neither closed last month nor moved since, so the book side
      *of every balance gets checked
       400-open-book-rows.
           move ws-false-cnst to ws-eof-flag.
           move 0 to ls-part-number.
           move spaces to ls-location.

           start locstock-file
               key is not less than ls-stock-key
               invalid key
                   move ws-true-cnst to ws-eof-flag
           end-start.

           perform 405-open-one-book-row
             until ws-eof-flag = ws-true-cnst.

       405-open-one-book-row.
           read locstock-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.

           if ws-eof-flag <> ws-true-cnst
               move ls-part-number to ws-row-part
               move ls-location to ws-row-location
               perform 320-read-ledger-row
               if ws-row-new-flag = ws-true-cnst
                   perform 330-write-ledger-row
               end-if
           end-if.

      *sweeps the month's records in part and location order,
      *rolling each forward and checking it against the book, with
      *a part-total check against the master at each change of part
       500-roll-forward.
           move ws-false-cnst to ws-ledger-eof-flag.
           move 0 to ws-current-part.
           move ws-period to lg-period.
           move 0 to lg-part-number.
           move spaces to lg-location.

           start ledger-file
               key is not less than lg-ledger-key
               invalid key
                   move ws-true-cnst to ws-ledger-eof-flag
           end-start.

           if ws-ledger-eof-flag <> ws-true-cnst
               read ledger-file next record
                   at end
                       move ws-true-cnst to ws-ledger-eof-flag
               end-read
           end-if.

           perform 510-roll-one-row
             until ws-ledger-eof-flag = ws-true-cnst.

           if ws-current-part > 0
               perform 550-close-part
           end-if.

       510-roll-one-row.
           if lg-period <> ws-period
               move ws-true-cnst to ws-ledger-eof-flag
           else
               if lg-part-number <> ws-current-part
                   if ws-current-part > 0
                       perform 550-close-part
                   end-if
                   perform 540-open-part
               end-if
               perform 520-figure-row
               read ledger-file next record
                   at end
                       move ws-true-cnst to ws-ledger-eof-flag
               end-read
           end-if.

      *the book is the location's balance today backed off by the
      *movement since the month end. a take-on month sets the
      *opening so the month's movements land on that book; any
      *other month rolls last month's closing forward and the
      *book has to agree
       520-figure-row.
           move lg-part-number to ls-part-number.
           move lg-location to ls-location.

           read locstock-file
               key is ls-stock-key
               invalid key
                   move 0 to ws-loc-qty
               not invalid key
                   move ls-qty-on-hand to ws-loc-qty
           end-read.

           subtract lg-later-qty from ws-loc-qty giving lg-book-qty.

           if ws-takeon-flag = ws-true-cnst
               move lg-book-qty to lg-opening-qty
               subtract lg-receipt-qty from lg-opening-qty
               add lg-issue-qty to lg-opening-qty
               subtract lg-adjust-qty from lg-opening-qty
           end-if.

           move lg-opening-qty to lg-closing-qty.
           add lg-receipt-qty to lg-closing-qty.
           subtract lg-issue-qty from lg-closing-qty.
           add lg-adjust-qty to lg-closing-qty.

           move ws-unit-price to lg-unit-price.
           multiply lg-opening-qty by ws-unit-price
               giving ws-opening-value.
           multiply lg-receipt-qty by ws-unit-price
               giving ws-receipt-value.
           multiply lg-issue-qty by ws-unit-price
               giving ws-issue-value.
           multiply lg-adjust-qty by ws-unit-price
               giving ws-adjust-value.
           multiply lg-closing-qty by ws-unit-price
               giving lg-closing-value.

           rewrite lg-ledger-record.

           add 1 to ws-count-rows.
           add lg-closing-qty to ws-part-closing.
           add lg-later-qty to ws-part-later.

           if lg-closing-qty <> lg-book-qty
               move lg-part-number to ws-oob-part-in
               move lg-location to ws-oob-location-in
               move "LOCATION" to ws-oob-check-in
               move lg-closing-qty to ws-oob-ledger-in
               move lg-book-qty to ws-oob-book-in
               perform 560-note-out-of-balance
           end-if.

           add lg-opening-qty to ws-total-opening.
           add lg-receipt-qty to ws-total-receipts.
           add lg-issue-qty to ws-total-issues.
           add lg-adjust-qty to ws-total-adjusts.
           add lg-closing-qty to ws-total-closing.
           add ws-opening-value to ws-total-opening-value.
           add ws-receipt-value to ws-total-receipt-value.
           add ws-issue-value to ws-total-issue-value.
           add ws-adjust-value to ws-total-adjust-value.
           add lg-closing-value to ws-total-closing-value.

      *a location with nothing on it all month, and nothing on the
      *book, is kept on file but left off the printed ledger
           if lg-opening-qty <> 0 or lg-receipt-qty <> 0 or
               lg-issue-qty <> 0 or lg-adjust-qty <> 0 or
               lg-closing-qty <> 0 or lg-book-qty <> 0
               perform 530-print-row
           end-if.

       530-print-row.
           move lg-part-number to sl-part-number.
           move lg-location to sl-location.
           move lg-opening-qty to sl-opening-qty.
           move lg-receipt-qty to sl-receipt-qty.
           move lg-issue-qty to sl-issue-qty.
           move lg-adjust-qty to sl-adjust-qty.
           move lg-closing-qty to sl-closing-qty.
           write sl-report-line from sl-quantity-line.

           move ws-opening-value to sl-opening-value.
           move ws-receipt-value to sl-receipt-value.
           move ws-issue-value to sl-issue-value.
           move ws-adjust-value to sl-adjust-value.
           move lg-closing-value to sl-closing-value.
           write sl-report-line from sl-value-line.

      *picks up the new part's unit price and rolled-up on-hand off
      *the master - a part deleted since carries neither
       540-open-part.
           move lg-part-number to ws-current-part.
           add 1 to ws-count-parts.
           move 0 to ws-part-closing.
           move 0 to ws-part-later.
           move lg-part-number to pm-part-number.

           read part-master-file
               key is pm-part-number
               invalid key
                   move ws-false-cnst to ws-master-found-flag
                   move 0 to ws-unit-price
                   move 0 to ws-master-qty
               not invalid key
                   move ws-true-cnst to ws-master-found-flag
                   move pm-per-unit-price to ws-unit-price
                   move pm-qty-on-hand to ws-master-qty
           end-read.

      *the part's closing across all its locations has to agree
      *with the master's rolled-up on-hand backed off to the month
      *end the same way
       550-close-part.
           subtract ws-part-later from ws-master-qty
               giving ws-part-book.

           if ws-part-closing <> ws-part-book
               if ws-master-found-flag = ws-true-cnst
                   move "PART TOTAL" to ws-oob-check-in
               else
                   move "NOT ON MASTER" to ws-oob-check-in
               end-if
               move ws-current-part to ws-oob-part-in
               move spaces to ws-oob-location-in
               move ws-part-closing to ws-oob-ledger-in
               move ws-part-book to ws-oob-book-in
               perform 560-note-out-of-balance
           end-if.

      *notes one figure off the book for the out-of-balance section
       560-note-out-of-balance.
           add 1 to ws-count-oob.

           if ws-oob-entries >= ws-oob-max-cnst
               move ws-true-cnst to ws-oob-full-flag
           else
               add 1 to ws-oob-entries
               move ws-oob-part-in to ws-oob-part (ws-oob-entries)
               move ws-oob-location-in
                   to ws-oob-location (ws-oob-entries)
               move ws-oob-check-in to ws-oob-check (ws-oob-entries)
               move ws-oob-ledger-in to ws-oob-ledger (ws-oob-entries)
               move ws-oob-book-in to ws-oob-book (ws-oob-entries)
           end-if.

      *a part on the master with stock on hand but not a single
      *ledger record has stock the ledger cannot account for
       600-check-master-parts.
           move ws-false-cnst to ws-eof-flag.
           move 0 to pm-part-number.

           start part-master-file
               key is not less than pm-part-number
               invalid key
                   move ws-true-cnst to ws-eof-flag
           end-start.

           perform 605-check-one-master-part
             until ws-eof-flag = ws-true-cnst.

       605-check-one-master-part.
           read part-master-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.

           if ws-eof-flag <> ws-true-cnst
               if pm-qty-on-hand > 0
                   perform 610-find-part-in-ledger
                   if ws-in-ledger-flag <> ws-true-cnst
                       move pm-part-number to ws-oob-part-in
                       move spaces to ws-oob-location-in
                       move "NOT IN LEDGER" to ws-oob-check-in
                       move 0 to ws-oob-ledger-in
                       move pm-qty-on-hand to ws-oob-book-in
                       perform 560-note-out-of-balance
                   end-if
               end-if
           end-if.

       610-find-part-in-ledger.
           move ws-false-cnst to ws-in-ledger-flag.
           move ws-period to lg-period.
           move pm-part-number to lg-part-number.
           move spaces to lg-location.

           start ledger-file
               key is not less than lg-ledger-key
               invalid key
                   move ws-true-cnst to ws-ledger-eof-flag
               not invalid key
                   move ws-false-cnst to ws-ledger-eof-flag
           end-start.

           if ws-ledger-eof-flag <> ws-true-cnst
               read ledger-file next record
                   at end
                       move ws-true-cnst to ws-ledger-eof-flag
               end-read
           end-if.

           if ws-ledger-eof-flag <> ws-true-cnst
               if lg-period = ws-period and
                   lg-part-number = pm-part-number
                   move ws-true-cnst to ws-in-ledger-flag
               end-if
           end-if.

      *prints the column totals in units and at value, and the
      *feed and ledger counts
       700-write-totals.
           write sl-report-line from ws-heading3.

           move "TOTAL" to sl-part-number.
           move spaces to sl-location.
           move ws-total-opening to sl-opening-qty.
           move ws-total-receipts to sl-receipt-qty.
           move ws-total-issues to sl-issue-qty.
           move ws-total-adjusts to sl-adjust-qty.
           move ws-total-closing to sl-closing-qty.
           write sl-report-line from sl-quantity-line.

           move ws-total-opening-value to sl-opening-value.
           move ws-total-receipt-value to sl-receipt-value.
           move ws-total-issue-value to sl-issue-value.
           move ws-total-adjust-value to sl-adjust-value.
           move ws-total-closing-value to sl-closing-value.
           write sl-report-line from sl-value-line.

           move ws-count-feed to ws-feed.
           move ws-count-in-period to ws-in-period.
           move ws-count-later to ws-later.
           move ws-count-no-location to ws-no-location.
           move ws-count-rows to ws-rows.
           move ws-count-parts to ws-parts.
           move ws-count-oob to ws-oob.

           write sl-report-line from " ".
           write sl-report-line from ws-display-feed.
           write sl-report-line from ws-display-in-period.
           write sl-report-line from ws-display-later.
           write sl-report-line from ws-display-no-location.
           write sl-report-line from " ".
           write sl-report-line from ws-display-rows.
           write sl-report-line from ws-display-parts.
           write sl-report-line from ws-display-oob.

      *lists every figure that did not land on the book, with the
      *ledger and book figures and the difference between them
       750-write-out-of-balance.
           write sl-report-line from " ".
           write sl-report-line from ws-heading4.
           write sl-report-line from ws-heading3.

           if ws-count-oob = 0
               write sl-report-line from ws-balanced-message
           else
               write sl-report-line from ws-heading5
               move 0 to ws-oob-sub
               perform 755-write-one-out-of-balance
                 until ws-oob-sub >= ws-oob-entries
               if ws-oob-full-flag = ws-true-cnst
                   write sl-report-line from ws-oob-full-message
               end-if
           end-if.

       755-write-one-out-of-balance.
           add 1 to ws-oob-sub.
           move ws-oob-part (ws-oob-sub) to so-part-number.
           move ws-oob-location (ws-oob-sub) to so-location.
           move ws-oob-check (ws-oob-sub) to so-check.
           move ws-oob-ledger (ws-oob-sub) to so-ledger-qty.
           move ws-oob-book (ws-oob-sub) to so-book-qty.
           subtract ws-oob-book (ws-oob-sub)
               from ws-oob-ledger (ws-oob-sub)
               giving ws-oob-difference.
           move ws-oob-difference to so-difference.
           write sl-report-line from sl-oob-line.

      *prints a short message in place of the usual report when an
      *input file is missing, and ends the run with return code 8
       900-abort-run.
           move 8 to return-code.
           write sl-report-line from ws-heading1.
           write sl-report-line from " ".
           if ws-master-file-status <> "00"
               write sl-report-line from ws-abort-master-message
           else
               if ws-locstock-file-status <> "00"
                   write sl-report-line from ws-abort-locstock-message
               else
                   write sl-report-line from ws-abort-feed-message
               end-if
           end-if.

      *closes every file this program has open, win or lose - the
      *ledger file is only open when the run went ahead
       950-close-files.
           close part-master-file, locstock-file, change-feed-file,
               ledger-report-file.

           if ws-abort-flag <> ws-true-cnst
               close ledger-file
           end-if.

       end program Program18.
