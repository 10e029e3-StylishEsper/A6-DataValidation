       identification division.
       program-id. Program17.
      *Program Description: Reorder point review, companion to
      *Program16's usage history. For every part on the master,
      *averages the monthly issue quantity over the number of full
      *months the parameter card asks for (the months before the
      *run month), prices a year of that usage at the part's unit
      *price, and ranks the whole master on the annual usage value
      *into A, B and C classes - A closing at the card's cumulative
      *A percentage of the total value, B at its B percentage, C
      *the rest. It recommends a reorder point of the average
      *monthly usage times the card's safety factor, rounded up to
      *a whole unit, and prints the review report of current
      *against recommended reorder point in ranked order.
      *
      *The buyers mark up the review and key the parts they accept
      *on the acceptance file - a part number alone takes the
      *recommendation, a part number with a quantity takes the
      *buyer's own figure. Every accepted change is written as a P
      *reorder-point transaction into a controlled header/trailer
      *batch in Program1's input shape, so the changes go through
      *validation and the master update like everything else. A
      *run with no acceptance file is a review only and writes an
      *empty batch.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *parm-file: run-time parameter card carrying the usage months,
      *safety factor and class percentages
           select parm-file
               assign to "../../../A6-PARM.dat"
               organization is line sequential
               file status is ws-parm-file-status.
      *part-master-file: the part master, read in key sequence
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is sequential
               record key is pm-part-number
               file status is ws-master-file-status.
      *usage-file: the usage history, read per part
           select usage-file
               assign to "../../../A6-USAGE.dat"
               organization is indexed
               access mode is dynamic
               record key is uh-usage-key
               file status is ws-usage-file-status.
      *accept-file: the buyers' accepted reorder points
           select accept-file
               assign to "../../../A6-ROPACCEPT.dat"
               organization is line sequential
               file status is ws-accept-file-status.
      *ropbatch-file: the batch of P transactions for the next
      *Program1 run - header, detail records, trailer with control
      *totals
           select ropbatch-file
               assign to "../../../A6-ROPBATCH.dat"
               organization is line sequential.
      *review-report-file: the ranked reorder point review
           select review-report-file
               assign to "../../../A6-ReorderReview.out"
               organization is line sequential.

       data division.
       file section.

      *pp-parm-record: run-time parameters, shared with Program1
       fd parm-file
           data record is pp-parm-record
           record contains 21 characters.
           copy "a6parm.cpy".

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

       fd usage-file
           data record is uh-usage-record
           record contains 23 characters.
           copy "a6usage.cpy".

      *ra-accept-record: one accepted part - the reorder point
      *bytes are left blank to take the recommendation
       fd accept-file
           data record is ra-accept-record
           record contains 12 characters.

       01 ra-accept-record.
           05 ra-part-number       pic 9(07).
           05 ra-reorder-point     pic x(05).
           05 ra-reorder-point-num redefines ra-reorder-point
                                   pic 9(05).

      *rb-batch-record: one 36-byte record of the batch, the same
      *shape Program1 reads off A6.dat
       fd ropbatch-file
           data record is rb-batch-record
           record contains 36 characters.

       01 rb-batch-record pic x(36).

      *rv-report-line: used to write into the review report
       fd review-report-file
           data record is rv-report-line
           record contains 80 characters.

       01 rv-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(36) value
       "A6 REORDER POINT REVIEW - ABC RANKED".
      *
       01 ws-heading2.
           05 filler               pic x(16) value "USAGE MONTHS -".
           05 ws-head-months       pic z9.
           05 filler               pic x(04) value spaces.
           05 filler               pic x(16) value "SAFETY FACTOR -".
           05 ws-head-factor       pic 9.9.
           05 filler               pic x(04) value spaces.
           05 filler               pic x(08) value "A/B PCT".
           05 ws-head-a-pct        pic z9.
           05 filler               pic x value "/".
           05 ws-head-b-pct        pic z9.
      *
       01 ws-heading3.
           05 filler               pic x(05) value "RANK".
           05 filler               pic x(08) value "PART".
           05 filler               pic x(11) value "DESCRIPTN".
           05 filler               pic x(02) value "CL".
           05 filler               pic x(08) value "AVG/MO".
           05 filler               pic x(15) value "ANNUAL VALUE".
           05 filler               pic x(06) value "CUR".
           05 filler               pic x(06) value "REC".
           05 filler               pic x(06) value "NEW".
           05 filler               pic x(06) value "ACTION".
      *
       77 ws-heading4              pic x(40) value
       "----------------------------------------".
      *
       77 ws-heading5              pic x(38) value
       "ACCEPTANCES NOT APPLIED - NOT ON FILE".
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-accept-open-flag      pic x value "F".
      *
       01 ws-abort-master-message  pic x(39) value
       "RUN ABORTED - PART MASTER DID NOT OPEN".
      *
       01 ws-abort-usage-message   pic x(42) value
       "RUN ABORTED - USAGE HISTORY DID NOT OPEN".
      *
       01 ws-table-full-message    pic x(46) value
       "ANALYSIS TABLES FULL - SOME PARTS NOT REVIEWED".
      *
       77 ws-parm-file-status      pic xx.
       77 ws-master-file-status    pic xx.
       77 ws-usage-file-status     pic xx.
       77 ws-accept-file-status    pic xx.
       77 ws-anl-max-cnst          pic 9(04) value 2000.
       77 ws-acc-max-cnst          pic 9(03) value 500.

      *analysis settings, overridden from the parameter card when
      *it carries numeric values for them
       01 ws-usage-months          pic 99 value 12.
       01 ws-safety-factor         pic 9v9 value 1.5.
       01 ws-class-a-pct           pic 99 value 80.
       01 ws-class-b-pct           pic 99 value 95.

      *ws-anl-tbl: every part on the master with its usage figures,
      *ranked by annual usage value once they are all in
       01 ws-analysis-table.
           05 ws-anl-entries       pic 9(04) value 0.
           05 ws-anl-tbl occurs 2000 times.
               10 ws-anl-part      pic 9(07).
               10 ws-anl-desc      pic x(10).
               10 ws-anl-price     pic 99v99.
               10 ws-anl-vendor    pic x(06).
               10 ws-anl-cur-rop   pic 9(05).
               10 ws-anl-avg-usage pic 9(07)v9.
               10 ws-anl-annual-value pic 9(11)v99.
               10 ws-anl-rec-rop   pic 9(05).
               10 ws-anl-ranked    pic x.

      *ws-acc-tbl: the buyers' acceptances, and whether each found
      *its part on the master
       01 ws-accept-table.
           05 ws-acc-entries       pic 9(03) value 0.
           05 ws-acc-tbl occurs 500 times.
               10 ws-acc-part      pic 9(07).
               10 ws-acc-rop       pic 9(05).
               10 ws-acc-own-flag  pic x.
               10 ws-acc-used      pic x.

      *table subscripts and matched rows
       01 ws-anl-sub               pic 9(04) value 0.
       01 ws-anl-best              pic 9(04) value 0.
       01 ws-rank                  pic 9(04) value 0.
       01 ws-acc-sub               pic 9(03) value 0.
       01 ws-acc-found             pic 9(03) value 0.
       01 ws-tables-full-flag      pic x value "F".
       01 ws-anl-full-flag         pic x value "F".

      *usage window fields: months counted from year 00 so a window
      *reaching back across a year end compares in one number - the
      *window is the usage months before the run month
       01 ws-window-work.
           05 ws-run-date          pic 9(06).
           05 ws-run-date-parts redefines ws-run-date.
               10 ws-run-year      pic 99.
               10 ws-run-month     pic 99.
               10 ws-run-day       pic 99.
           05 ws-run-index         pic 9(04) value 0.
           05 ws-window-start      pic 9(04) value 0.
           05 ws-window-end        pic 9(04) value 0.
           05 ws-rec-index         pic 9(04) value 0.
           05 ws-usage-eof-flag    pic x value "F".

      *usage arithmetic work fields
       01 ws-usage-work.
           05 ws-usage-total       pic 9(09) value 0.
           05 ws-annual-qty        pic 9(09)v9 value 0.
           05 ws-rop-exact         pic 9(09)v99 value 0.
           05 ws-rop-whole         pic 9(09) value 0.
           05 ws-total-value       pic 9(13)v99 value 0.
           05 ws-cum-value         pic 9(13)v99 value 0.
           05 ws-cum-x100          pic 9(15)v99 value 0.
           05 ws-cum-pct           pic 9(03)v99 value 0.
           05 ws-class             pic x.
           05 ws-new-rop           pic 9(05) value 0.

      *ws-control-build: builds the header and trailer records of
      *the reorder-point batch, the way Program3 builds them for the
      *RECYCLE batch
       01 ws-control-build.
           05 cb-record-type       pic x.
           05 cb-control-count     pic 9(05).
           05 cb-control-hash      pic 9(09)v99.
           05 cb-batch-id          pic x(07) value "REORDPT".
           05 filler               pic x(12) value spaces.

      *ws-ropset-build: builds one P reorder-point detail record -
      *the new reorder point in the stock-quantity bytes, and the
      *unit price and vendor carried off the master so the trailer
      *price hash verifies the same way every other batch's does
       01 ws-ropset-build.
           05 ab-maintenance-code  pic x value "P".
           05 ab-part-number       pic 9(07).
           05 ab-reorder-point     pic 9(05).
           05 filler               pic x(05) value spaces.
           05 ab-per-unit-price    pic 99v99.
           05 ab-vendor-number     pic x(06).
      *a reorder point takes effect the night it is applied and is
      *a part-level figure, so the date and location ride blank
           05 ab-effective-date    pic x(06) value spaces.
           05 ab-location          pic x(02) value spaces.

      *rv-detail-line: one line per part in ranked order
       01 rv-detail-line.
           05 rv-rank              pic zzz9.
           05 filler               pic x value spaces.
           05 rv-part-number       pic 9(07).
           05 filler               pic x value spaces.
           05 rv-part-description  pic x(10).
           05 filler               pic x value spaces.
           05 rv-class             pic x.
           05 filler               pic x value spaces.
           05 rv-avg-usage         pic zzzzz9.9.
           05 filler               pic x value spaces.
           05 rv-annual-value      pic zzz,zzz,zz9.99.
           05 filler               pic x value spaces.
           05 rv-cur-rop           pic zzzz9.
           05 filler               pic x value spaces.
           05 rv-rec-rop           pic zzzz9.
           05 filler               pic x value spaces.
           05 rv-new-rop           pic x(05).
           05 filler               pic x value spaces.
           05 rv-action            pic x(09).
      *
       01 rv-edit-rop              pic zzzz9.

      *rv-accept-line: one line per acceptance that matched no part
       01 rv-accept-line.
           05 ra-line-part         pic x(07).
           05 filler               pic xx value spaces.
           05 ra-line-rop          pic x(05).
           05 filler               pic xx value spaces.
           05 ra-line-reason       pic x(25).

      *ws-display-*: end of run totals
       01 ws-display-parts.
           05 filler               pic x(17) value "PARTS REVIEWED  -".
           05 filler               pic x value spaces.
           05 ws-parts             pic zzzz9.
      *
       01 ws-display-class.
           05 filler               pic x(06) value "CLASS ".
           05 ws-class-label       pic x.
           05 filler               pic x(10) value " PARTS   -".
           05 filler               pic x value spaces.
           05 ws-class-parts       pic zzzz9.
           05 filler               pic x(04) value spaces.
           05 filler               pic x(08) value "VALUE - ".
           05 ws-class-value       pic zzz,zzz,zzz,zz9.99.
      *
       01 ws-display-total-value.
           05 filler               pic x(17) value "TOTAL VALUE     -".
           05 filler               pic x value spaces.
           05 ws-total-value-out   pic zzz,zzz,zzz,zz9.99.
      *
       01 ws-display-accepted.
           05 filler               pic x(17) value "ACCEPTED        -".
           05 filler               pic x value spaces.
           05 ws-accepted          pic zzzz9.
      *
       01 ws-display-written.
           05 filler               pic x(17) value "P TRANS WRITTEN -".
           05 filler               pic x value spaces.
           05 ws-written           pic zzzz9.
      *
       01 ws-display-unmatched.
           05 filler               pic x(17) value "ACCEPT NOT FOUND-".
           05 filler               pic x value spaces.
           05 ws-unmatched         pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-parts       pic 9(05) value 0.
           05 ws-count-a           pic 9(05) value 0.
           05 ws-count-b           pic 9(05) value 0.
           05 ws-count-c           pic 9(05) value 0.
           05 ws-value-a           pic 9(13)v99 value 0.
           05 ws-value-b           pic 9(13)v99 value 0.
           05 ws-value-c           pic 9(13)v99 value 0.
           05 ws-count-accepted    pic 9(05) value 0.
           05 ws-count-written     pic 9(05) value 0.
           05 ws-count-unmatched   pic 9(05) value 0.
           05 ws-ropset-hash       pic 9(09)v99 value 0.


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           move ws-usage-months to ws-head-months.
           move ws-safety-factor to ws-head-factor.
           move ws-class-a-pct to ws-head-a-pct.
           move ws-class-b-pct to ws-head-b-pct.

           write rv-report-line from ws-heading1.
           write rv-report-line from ws-heading2.
           write rv-report-line from " ".
           write rv-report-line from ws-heading3.
           write rv-report-line from ws-heading4.

           perform 020-write-batch-header.

           if ws-accept-open-flag = ws-true-cnst
               perform 050-load-acceptances
           end-if.

           read part-master-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-analyze-one-part
             until ws-eof-flag = ws-true-cnst.

           move 0 to ws-rank.
           perform 300-rank-one-part
             until ws-rank >= ws-anl-entries.

           perform 090-write-batch-trailer.

           perform 600-list-unmatched-acceptances.
           perform 700-write-totals.

           perform 950-close-files.

           goback.

      *picks the analysis settings up off the parameter card where
      *it carries numeric values for them - a card written before
      *the fields existed reads them as blanks and the defaults
      *stand - and works out the usage window from today's date
       005-initialize.
           open input parm-file.

           if ws-parm-file-status = "00"
               read parm-file
                   not at end
                       if pp-usage-months is numeric
                           if pp-usage-months > 0
                               move pp-usage-months
                                   to ws-usage-months
                           end-if
                       end-if
                       if pp-safety-factor is numeric
                           move pp-safety-factor to ws-safety-factor
                       end-if
                       if pp-class-a-pct is numeric and
                           pp-class-b-pct is numeric
                           if pp-class-a-pct < pp-class-b-pct
                               move pp-class-a-pct to ws-class-a-pct
                               move pp-class-b-pct to ws-class-b-pct
                           end-if
                       end-if
               end-read
               close parm-file
           end-if.

           accept ws-run-date from date.

           multiply ws-run-year by 12 giving ws-run-index.
           add ws-run-month to ws-run-index.
           subtract 1 from ws-run-index.
           subtract 1 from ws-run-index giving ws-window-end.
           subtract ws-usage-months from ws-run-index
               giving ws-window-start.

      *aborts up front if the master or the usage history is
      *missing - the acceptance file is optional, and the batch is
      *opened (and so truncated) only when the run is going ahead
       010-open-files.
           open input part-master-file.

           if ws-master-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input usage-file.

           if ws-usage-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input accept-file.

           if ws-accept-file-status = "00"
               move ws-true-cnst to ws-accept-open-flag
           end-if.

           open output review-report-file.

           if ws-abort-flag <> ws-true-cnst
               open output ropbatch-file
           end-if.

      *opens the batch with the header record Program1's
      *020-read-header expects, carrying the REORDPT identifier
       020-write-batch-header.
           move "H" to cb-record-type.
           move 0 to cb-control-count.
           move 0 to cb-control-hash.
           write rb-batch-record from ws-control-build.

      *reads the buyers' acceptances into the acceptance table - a
      *line whose part number is not numeric, or whose quantity is
      *keyed but is not a number, cannot be applied and is listed,
      *and so is a second line for a part already loaded - only the
      *first line for a part is ever applied
       050-load-acceptances.
           read accept-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 055-load-one-acceptance
             until ws-eof-flag = ws-true-cnst.

           move ws-false-cnst to ws-eof-flag.

       055-load-one-acceptance.
           if ra-part-number is not numeric or
               (ra-reorder-point <> spaces and
               ra-reorder-point-num is not numeric)
               move ra-part-number to ra-line-part
               move ra-reorder-point to ra-line-rop
               move "ACCEPTANCE NOT NUMERIC" to ra-line-reason
               perform 610-write-unmatched-line
           else
               move 0 to ws-acc-found
               move 0 to ws-acc-sub
               perform 056-find-loaded-acceptance
                 until ws-acc-sub >= ws-acc-entries
                 or ws-acc-found > 0
               if ws-acc-found > 0
                   move ra-part-number to ra-line-part
                   move ra-reorder-point to ra-line-rop
                   move "DUPLICATE ACCEPTANCE" to ra-line-reason
                   perform 610-write-unmatched-line
               else
                   perform 057-add-acceptance
               end-if
           end-if.

           read accept-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       056-find-loaded-acceptance.
           add 1 to ws-acc-sub.
           if ws-acc-part (ws-acc-sub) = ra-part-number
               move ws-acc-sub to ws-acc-found
           end-if.

       057-add-acceptance.
           if ws-acc-entries >= ws-acc-max-cnst
               move ws-true-cnst to ws-tables-full-flag
           else
               add 1 to ws-acc-entries
               move ra-part-number to ws-acc-part (ws-acc-entries)
               move ws-false-cnst to ws-acc-used (ws-acc-entries)
               if ra-reorder-point = spaces
                   move 0 to ws-acc-rop (ws-acc-entries)
                   move ws-false-cnst
                       to ws-acc-own-flag (ws-acc-entries)
               else
                   move ra-reorder-point-num
                       to ws-acc-rop (ws-acc-entries)
                   move ws-true-cnst
                       to ws-acc-own-flag (ws-acc-entries)
               end-if
           end-if.

      *one part off the master: totals its issues over the window,
      *averages them per month, prices a year of that usage, and
      *works out the recommended reorder point
       100-analyze-one-part.
           if ws-anl-entries >= ws-anl-max-cnst
               move ws-true-cnst to ws-tables-full-flag
               move ws-true-cnst to ws-anl-full-flag
           else
               add 1 to ws-anl-entries
               add 1 to ws-count-parts
               perform 150-total-part-usage
               perform 200-figure-usage
           end-if.

           read part-master-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *adds up the part's usage records inside the window - they
      *are keyed part first, so they sit together from month 0000
       150-total-part-usage.
           move 0 to ws-usage-total.
           move ws-false-cnst to ws-usage-eof-flag.
           move pm-part-number to uh-part-number.
           move 0 to uh-period-year.
           move 0 to uh-period-month.

           start usage-file
               key is not less than uh-usage-key
               invalid key
                   move ws-true-cnst to ws-usage-eof-flag
           end-start.

           perform 155-add-one-usage-month
             until ws-usage-eof-flag = ws-true-cnst.

       155-add-one-usage-month.
           read usage-file next record
               at end
                   move ws-true-cnst to ws-usage-eof-flag
           end-read.

           if ws-usage-eof-flag <> ws-true-cnst
               if uh-part-number <> pm-part-number
                   move ws-true-cnst to ws-usage-eof-flag
               else
                   multiply uh-period-year by 12
                       giving ws-rec-index
                   add uh-period-month to ws-rec-index
                   subtract 1 from ws-rec-index
                   if ws-rec-index >= ws-window-start and
                       ws-rec-index <= ws-window-end
                       add uh-qty-issued to ws-usage-total
                   end-if
               end-if
           end-if.

      *average monthly usage to one decimal, annual value at unit
      *price, and the average times the safety factor rounded up to
      *a whole unit as the recommended reorder point
       200-figure-usage.
           move pm-part-number to ws-anl-part (ws-anl-entries).
           move pm-part-description to ws-anl-desc (ws-anl-entries).
           move pm-per-unit-price to ws-anl-price (ws-anl-entries).
           move pm-vendor-number to ws-anl-vendor (ws-anl-entries).
           move pm-reorder-point to ws-anl-cur-rop (ws-anl-entries).
           move ws-false-cnst to ws-anl-ranked (ws-anl-entries).

           divide ws-usage-total by ws-usage-months
               giving ws-anl-avg-usage (ws-anl-entries) rounded.

           multiply ws-anl-avg-usage (ws-anl-entries) by 12
               giving ws-annual-qty.
           multiply ws-annual-qty by pm-per-unit-price
               giving ws-anl-annual-value (ws-anl-entries) rounded.
           add ws-anl-annual-value (ws-anl-entries) to ws-total-value.

           multiply ws-anl-avg-usage (ws-anl-entries)
               by ws-safety-factor giving ws-rop-exact.
           move ws-rop-exact to ws-rop-whole.
           if ws-rop-whole < ws-rop-exact
               add 1 to ws-rop-whole
           end-if.
           if ws-rop-whole > 99999
               move 99999 to ws-rop-whole
           end-if.
           move ws-rop-whole to ws-anl-rec-rop (ws-anl-entries).

      *takes the highest-valued part not yet ranked, classes it on
      *the cumulative value of the parts ranked above it, prints it
      *and applies any acceptance the buyers keyed for it
       300-rank-one-part.
           add 1 to ws-rank.

           move 0 to ws-anl-best.
           move 0 to ws-anl-sub.
           perform 310-check-one-for-best
             until ws-anl-sub >= ws-anl-entries.

           move ws-true-cnst to ws-anl-ranked (ws-anl-best).

           perform 320-assign-class.

           move ws-rank to rv-rank.
           move ws-anl-part (ws-anl-best) to rv-part-number.
           move ws-anl-desc (ws-anl-best) to rv-part-description.
           move ws-class to rv-class.
           move ws-anl-avg-usage (ws-anl-best) to rv-avg-usage.
           move ws-anl-annual-value (ws-anl-best) to rv-annual-value.
           move ws-anl-cur-rop (ws-anl-best) to rv-cur-rop.
           move ws-anl-rec-rop (ws-anl-best) to rv-rec-rop.
           move spaces to rv-new-rop.
           move spaces to rv-action.

           perform 400-apply-acceptance.

           write rv-report-line from rv-detail-line.

       310-check-one-for-best.
           add 1 to ws-anl-sub.
           if ws-anl-ranked (ws-anl-sub) <> ws-true-cnst
               if ws-anl-best = 0
                   move ws-anl-sub to ws-anl-best
               else
                   if ws-anl-annual-value (ws-anl-sub) >
                       ws-anl-annual-value (ws-anl-best)
                       move ws-anl-sub to ws-anl-best
                   end-if
               end-if
           end-if.

      *a part with no usage value is C whatever its rank - otherwise
      *the share of the total value ranked above it decides the class
       320-assign-class.
           move "C" to ws-class.

           if ws-anl-annual-value (ws-anl-best) > 0 and
               ws-total-value > 0
               multiply ws-cum-value by 100 giving ws-cum-x100
               divide ws-cum-x100 by ws-total-value
                   giving ws-cum-pct
               if ws-cum-pct < ws-class-a-pct
                   move "A" to ws-class
               else
                   if ws-cum-pct < ws-class-b-pct
                       move "B" to ws-class
                   end-if
               end-if
           end-if.

           add ws-anl-annual-value (ws-anl-best) to ws-cum-value.

           if ws-class = "A"
               add 1 to ws-count-a
               add ws-anl-annual-value (ws-anl-best) to ws-value-a
           else
               if ws-class = "B"
                   add 1 to ws-count-b
                   add ws-anl-annual-value (ws-anl-best) to ws-value-b
               else
                   add 1 to ws-count-c
                   add ws-anl-annual-value (ws-anl-best) to ws-value-c
               end-if
           end-if.

      *an accepted part gets a P transaction at the recommendation
      *or at the buyer's own figure - unless that is the reorder
      *point it already has, which needs no transaction
       400-apply-acceptance.
           move 0 to ws-acc-found.
           move 0 to ws-acc-sub.
           perform 410-match-one-acceptance
             until ws-acc-sub >= ws-acc-entries
             or ws-acc-found > 0.

           if ws-acc-found > 0
               move ws-true-cnst to ws-acc-used (ws-acc-found)
               add 1 to ws-count-accepted
               if ws-acc-own-flag (ws-acc-found) = ws-true-cnst
                   move ws-acc-rop (ws-acc-found) to ws-new-rop
                   move "OVERRIDE" to rv-action
               else
                   move ws-anl-rec-rop (ws-anl-best) to ws-new-rop
                   move "ACCEPTED" to rv-action
               end-if
               move ws-new-rop to rv-edit-rop
               move rv-edit-rop to rv-new-rop
               if ws-new-rop = ws-anl-cur-rop (ws-anl-best)
                   move "NO CHANGE" to rv-action
               else
                   perform 450-write-ropset
               end-if
           end-if.

       410-match-one-acceptance.
           add 1 to ws-acc-sub.
           if ws-acc-part (ws-acc-sub) = ws-anl-part (ws-anl-best)
               move ws-acc-sub to ws-acc-found
           end-if.

      *writes one P reorder-point transaction into the batch
       450-write-ropset.
           move ws-anl-part (ws-anl-best) to ab-part-number.
           move ws-new-rop to ab-reorder-point.
           move ws-anl-price (ws-anl-best) to ab-per-unit-price.
           move ws-anl-vendor (ws-anl-best) to ab-vendor-number.
           write rb-batch-record from ws-ropset-build.

           add 1 to ws-count-written.
           add ws-anl-price (ws-anl-best) to ws-ropset-hash.

      *closes the batch with a trailer carrying the recount and
      *price hash of the detail records actually written, so
      *Program1's control-total check passes without hand-keying
       090-write-batch-trailer.
           move "T" to cb-record-type.
           move ws-count-written to cb-control-count.
           move ws-ropset-hash to cb-control-hash.
           write rb-batch-record from ws-control-build.

      *lists the acceptances that matched no part on the master -
      *once the analysis table has filled, parts past it were never
      *analyzed, so an acceptance left over may be for one of them
       600-list-unmatched-acceptances.
           move 0 to ws-acc-sub.
           perform 605-list-one-acceptance
             until ws-acc-sub >= ws-acc-entries.

       605-list-one-acceptance.
           add 1 to ws-acc-sub.
           if ws-acc-used (ws-acc-sub) <> ws-true-cnst
               move ws-acc-part (ws-acc-sub) to ra-line-part
               if ws-acc-own-flag (ws-acc-sub) = ws-true-cnst
                   move ws-acc-rop (ws-acc-sub) to rv-edit-rop
                   move rv-edit-rop to ra-line-rop
               else
                   move spaces to ra-line-rop
               end-if
               if ws-anl-full-flag = ws-true-cnst
                   move "NOT ANALYZED - TABLE FULL" to ra-line-reason
               else
                   move "PART NOT ON MASTER" to ra-line-reason
               end-if
               perform 610-write-unmatched-line
           end-if.

      *writes one unapplied acceptance, under its heading the first
      *time
       610-write-unmatched-line.
           if ws-count-unmatched = 0
               write rv-report-line from " "
               write rv-report-line from ws-heading5
               write rv-report-line from ws-heading4
           end-if.

           write rv-report-line from rv-accept-line.
           add 1 to ws-count-unmatched.

      *prints the class breakdown and the acceptance counts
       700-write-totals.
           move ws-count-parts to ws-parts.
           move ws-total-value to ws-total-value-out.
           move ws-count-accepted to ws-accepted.
           move ws-count-written to ws-written.
           move ws-count-unmatched to ws-unmatched.

           write rv-report-line from " ".
           write rv-report-line from ws-heading4.
           write rv-report-line from ws-display-parts.
           write rv-report-line from " ".

           move "A" to ws-class-label.
           move ws-count-a to ws-class-parts.
           move ws-value-a to ws-class-value.
           write rv-report-line from ws-display-class.

           move "B" to ws-class-label.
           move ws-count-b to ws-class-parts.
           move ws-value-b to ws-class-value.
           write rv-report-line from ws-display-class.

           move "C" to ws-class-label.
           move ws-count-c to ws-class-parts.
           move ws-value-c to ws-class-value.
           write rv-report-line from ws-display-class.

           write rv-report-line from ws-display-total-value.
           write rv-report-line from " ".
           write rv-report-line from ws-display-accepted.
           write rv-report-line from ws-display-written.
           write rv-report-line from ws-display-unmatched.

           if ws-tables-full-flag = ws-true-cnst
               write rv-report-line from " "
               write rv-report-line from ws-table-full-message
           end-if.

      *prints a short message in place of the usual report when an
      *input file is missing, and ends the run with
      *return code 8
       900-abort-run.
           move 8 to return-code.
           write rv-report-line from ws-heading1.
           write rv-report-line from " ".
           if ws-master-file-status <> "00"
               write rv-report-line from ws-abort-master-message
           else
               write rv-report-line from ws-abort-usage-message
           end-if.

      *closes every file this program has open, win or lose - the
      *batch is only open when the run went ahead
       950-close-files.
           close part-master-file, usage-file, review-report-file.

           if ws-accept-open-flag = ws-true-cnst
               close accept-file
           end-if.

           if ws-abort-flag <> ws-true-cnst
               close ropbatch-file
           end-if.

       end program Program17.
