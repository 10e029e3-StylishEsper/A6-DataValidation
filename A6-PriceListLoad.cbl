       identification division.
       program-id. Program19.
      *Program Description: Vendor price-list load. Reads a price
      *sheet a vendor has sent - vendor number, part number, new
      *unit price and the date the price takes effect, one line per
      *part - and matches each line to the part master, confirming
      *the part is one this vendor actually supplies. Each good
      *line is written as a C change transaction carrying the new
      *price and the effective date, with the part's description
      *and vendor carried off the master, into a controlled
      *header/trailer batch in the same record shape Program1 reads
      *- the same way Program7 builds its adjustment batch - so the
      *price moves go through validation and the master update like
      *everything else instead of being keyed one at a time. A
      *preview report lists every line with the old price, the new
      *price and the percentage change, and flags each line kept out
      *of the batch and why: a part not on file or not this
      *vendor's, a move beyond the price-change tolerance Program2
      *checks, a price outside the limits or an effective date that
      *Program1 would reject, and so on. Pricing reviews the preview
      *before the batch goes into the night run.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *pricelist-file: the vendor's price sheet, one line per part
           select pricelist-file
               assign to "../../../A6-PRICELIST.dat"
               organization is line sequential
               file status is ws-pricelist-file-status.
      *parm-file: run-time parameter card carrying the price limits
      *and the price-change tolerance
           select parm-file
               assign to "../../../A6-PARM.dat"
               organization is line sequential
               file status is ws-parm-file-status.
      *part-master-file: the part master, read for the current
      *price, description and vendor
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is random
               record key is pm-part-number
               file status is ws-master-file-status.
      *vendor-master-file: the vendor master, read to prove the
      *vendor is still active
           select vendor-master-file
               assign to "../../../A6-VENDMAST.dat"
               organization is indexed
               access mode is random
               record key is vm-vendor-number
               file status is ws-vendor-file-status.
      *pricebatch-file: the batch of C transactions for the next
      *Program1 run - header, detail records, trailer with control
      *totals
           select pricebatch-file
               assign to "../../../A6-PRICEBATCH.dat"
               organization is line sequential.
      *preview-report-file: the printed preview of the price sheet
           select preview-report-file
               assign to "../../../A6-PriceListLoad.out"
               organization is line sequential.

       data division.
       file section.

      *pl-price-line: one line of the price sheet - the effective
      *date is yymmdd, or blank for a price that takes effect the
      *night it is applied
       fd pricelist-file
           data record is pl-price-line
           record contains 23 characters.

       01 pl-price-line.
           05 pl-vendor-number     pic x(06).
           05 pl-part-number       pic 9(07).
           05 pl-new-price         pic 99v99.
           05 pl-effective-date    pic x(06).
           05 pl-eff-date-num redefines pl-effective-date
                                   pic 9(06).
           05 pl-eff-date-parts redefines pl-effective-date.
               10 pl-eff-year      pic 99.
               10 pl-eff-month     pic 99.
               10 pl-eff-day       pic 99.

      *pp-parm-record: run-time parameters, shared with Program1
       fd parm-file
           data record is pp-parm-record
           record contains 21 characters.
           copy "a6parm.cpy".

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

       fd vendor-master-file
           data record is vm-vendor-master-record
           record contains 27 characters.
           copy "a6vendm.cpy".

      *pb-batch-record: one 36-byte record of the batch, the same
      *shape Program1 reads off A6.dat
       fd pricebatch-file
           data record is pb-batch-record
           record contains 36 characters.

       01 pb-batch-record pic x(36).

      *pv-report-line: used to write into the preview report
       fd preview-report-file
           data record is pv-report-line
           record contains 80 characters.

       01 pv-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(35) value
       "A6 VENDOR PRICE LIST - LOAD PREVIEW".
      *
       01 ws-heading2.
           05 filler               pic x(07) value "VENDOR".
           05 filler               pic x(08) value "PART".
           05 filler               pic x(11) value "DESCRIPTN".
           05 filler               pic x(07) value "   OLD".
           05 filler               pic x(07) value "   NEW".
           05 filler               pic x(08) value "  CHG %".
           05 filler               pic x(07) value "EFFDT".
           05 filler               pic x(06) value "STATUS".
      *
       77 ws-heading3              pic x(40) value
       "----------------------------------------".
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-vendor-open-flag      pic x value "F".
       01 ws-line-bad-flag         pic x value "F".
      *
       01 ws-abort-list-message    pic x(39) value
       "RUN ABORTED - PRICE LIST DID NOT OPEN".
      *
       01 ws-abort-master-message  pic x(39) value
       "RUN ABORTED - PART MASTER DID NOT OPEN".
      *
       77 ws-pricelist-file-status pic xx.
       77 ws-parm-file-status      pic xx.
       77 ws-master-file-status    pic xx.
       77 ws-vendor-file-status    pic xx.

      *price edit settings - the limits Program1 holds a price to
      *and the tolerance Program2 holds a price move to, overridden
      *from the parameter card the same way those runs do it
       01 ws-price-limits.
           05 ws-price-floor       pic 99 value 1.
           05 ws-price-ceiling     pic 99 value 50.
           05 ws-price-tolerance   pic 9(03) value 50.

      *effective-date edit fields: this run's date and the farthest
      *date out an effective date may carry - a year past the run
      *date, as Program1 edits it
       01 ws-effdate-check.
           05 ws-run-date          pic 9(06).
           05 ws-eff-limit         pic 9(07) value 0.

      *price-tolerance work fields: the size of the move, the move
      *as Program2 measures it against the tolerance, and the signed
      *move to one decimal place for the preview
       01 ws-price-check.
           05 ws-price-diff        pic 99v99 value 0.
           05 ws-pct-work          pic 9(05)v99 value 0.
           05 ws-change-pct        pic 9(07)v99 value 0.
           05 ws-signed-diff       pic s99v99 value 0.
           05 ws-signed-work       pic s9(05)v99 value 0.
           05 ws-display-pct       pic s9(05)v9 value 0.

      *ws-control-build: builds the header and trailer records of
      *the price batch, the way Program3 builds them for the
      *RECYCLE batch
       01 ws-control-build.
           05 cb-record-type       pic x.
           05 cb-control-count     pic 9(05).
           05 cb-control-hash      pic 9(09)v99.
           05 cb-batch-id          pic x(07) value "PRICLST".
           05 filler               pic x(12) value spaces.

      *ws-change-build: builds one C change detail record - the new
      *price and the sheet's effective date, with the description
      *and vendor carried unchanged off the master
       01 ws-change-build.
           05 ab-maintenance-code  pic x value "C".
           05 ab-part-number       pic 9(07).
           05 ab-part-description  pic x(10).
           05 ab-per-unit-price    pic 99v99.
           05 ab-vendor-number     pic x(06).
           05 ab-effective-date    pic x(06).
      *a price change is a part-level change, so the location rides
      *along blank
           05 ab-location          pic x(02) value spaces.

      *pv-detail-line: one line per price sheet line
       01 pv-detail-line.
           05 pv-vendor-number     pic x(06).
           05 filler               pic x value spaces.
           05 pv-part-number       pic x(07).
           05 filler               pic x value spaces.
           05 pv-part-description  pic x(10).
           05 filler               pic x value spaces.
           05 pv-old-price         pic zz9.99.
           05 pv-old-price-x redefines pv-old-price
                                   pic x(06).
           05 filler               pic x value spaces.
           05 pv-new-price         pic zz9.99.
           05 pv-new-price-x redefines pv-new-price
                                   pic x(06).
           05 filler               pic x value spaces.
           05 pv-change-pct        pic -zzz9.9.
           05 pv-change-pct-x redefines pv-change-pct
                                   pic x(07).
           05 filler               pic x value spaces.
           05 pv-effective-date    pic x(06).
           05 filler               pic x value spaces.
           05 pv-status            pic x(24).

      *ws-display-*: end of run totals
       01 ws-display-read.
           05 filler               pic x(17) value "LINES READ      -".
           05 filler               pic x value spaces.
           05 ws-read              pic zzzz9.
      *
       01 ws-display-batched.
           05 filler               pic x(17) value "C TRANS WRITTEN -".
           05 filler               pic x value spaces.
           05 ws-batched           pic zzzz9.
      *
       01 ws-display-notfound.
           05 filler               pic x(17) value "PART NOT ON FILE-".
           05 filler               pic x value spaces.
           05 ws-notfound          pic zzzz9.
      *
       01 ws-display-wrongvend.
           05 filler               pic x(17) value "NOT VENDOR'S    -".
           05 filler               pic x value spaces.
           05 ws-wrongvend         pic zzzz9.
      *
       01 ws-display-tolerance.
           05 filler               pic x(17) value "OVER TOLERANCE  -".
           05 filler               pic x value spaces.
           05 ws-tolerance         pic zzzz9.
      *
       01 ws-display-limits.
           05 filler               pic x(17) value "OUTSIDE LIMITS  -".
           05 filler               pic x value spaces.
           05 ws-limits            pic zzzz9.
      *
       01 ws-display-effdate.
           05 filler               pic x(17) value "BAD EFF DATE    -".
           05 filler               pic x value spaces.
           05 ws-effdate           pic zzzz9.
      *
       01 ws-display-inactive.
           05 filler               pic x(17) value "VENDOR INACTIVE -".
           05 filler               pic x value spaces.
           05 ws-inactive          pic zzzz9.
      *
       01 ws-display-nochange.
           05 filler               pic x(17) value "NO PRICE CHANGE -".
           05 filler               pic x value spaces.
           05 ws-nochange          pic zzzz9.
      *
       01 ws-display-notnum.
           05 filler               pic x(17) value "NOT NUMERIC     -".
           05 filler               pic x value spaces.
           05 ws-notnum            pic zzzz9.
      *
       01 ws-display-hash.
           05 filler               pic x(17) value "BATCH PRICE HASH-".
           05 filler               pic x value spaces.
           05 ws-hash              pic zzz,zzz,zz9.99.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-read        pic 9(05) value 0.
           05 ws-count-batched     pic 9(05) value 0.
           05 ws-count-notfound    pic 9(05) value 0.
           05 ws-count-wrongvend   pic 9(05) value 0.
           05 ws-count-tolerance   pic 9(05) value 0.
           05 ws-count-limits      pic 9(05) value 0.
           05 ws-count-effdate     pic 9(05) value 0.
           05 ws-count-inactive    pic 9(05) value 0.
           05 ws-count-nochange    pic 9(05) value 0.
           05 ws-count-notnum      pic 9(05) value 0.
           05 ws-batch-hash        pic 9(09)v99 value 0.


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           write pv-report-line from ws-heading1.
           write pv-report-line from " ".
           write pv-report-line from ws-heading2.
           write pv-report-line from ws-heading3.

           perform 020-write-batch-header.

           read pricelist-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-process-one-line
             until ws-eof-flag = ws-true-cnst.

           perform 090-write-batch-trailer.

           perform 700-write-totals.

           perform 950-close-files.

           goback.

      *picks the price limits and tolerance up off the parameter
      *card, and sets the effective-date limit a year past today
       005-initialize.
           accept ws-run-date from date.
           add 10000 to ws-run-date giving ws-eff-limit.

           open input parm-file.

           if ws-parm-file-status = "00"
               read parm-file
                   not at end
                       if pp-price-floor is numeric and
                           pp-price-ceiling is numeric
                           move pp-price-floor to ws-price-floor
                           move pp-price-ceiling to ws-price-ceiling
                       end-if
                       if pp-price-tolerance is numeric
                           move pp-price-tolerance
                               to ws-price-tolerance
                       end-if
               end-read
               close parm-file
           end-if.

      *aborts up front if the price sheet or the part master is
      *missing - the batch is opened (and so truncated) only when
      *the run is going ahead. a vendor master that won't open just
      *leaves the vendor status unchecked
       010-open-files.
           open input pricelist-file.

           if ws-pricelist-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input part-master-file.

           if ws-master-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input vendor-master-file.

           if ws-vendor-file-status = "00"
               move ws-true-cnst to ws-vendor-open-flag
           end-if.

           open output preview-report-file.

           if ws-abort-flag <> ws-true-cnst
               open output pricebatch-file
           end-if.

      *opens the batch with the header record Program1's
      *020-read-header expects, carrying the PRICLST identifier
       020-write-batch-header.
           move "H" to cb-record-type.
           move 0 to cb-control-count.
           move 0 to cb-control-hash.
           write pb-batch-record from ws-control-build.

      *one price sheet line: edited, matched to the master, shown
      *on the preview, and written to the batch when nothing about
      *it would stop it going through
       100-process-one-line.
           add 1 to ws-count-read.
           move ws-false-cnst to ws-line-bad-flag.

           move pl-vendor-number to pv-vendor-number.
           move pl-part-number to pv-part-number.
           move spaces to pv-part-description.
           move spaces to pv-old-price-x.
           move spaces to pv-new-price-x.
           move spaces to pv-change-pct-x.
           move pl-effective-date to pv-effective-date.
           move spaces to pv-status.

           if pl-part-number is not numeric or
               pl-new-price is not numeric
               move "LINE NOT NUMERIC" to pv-status
               add 1 to ws-count-notnum
           else
               move pl-new-price to pv-new-price
               move pl-part-number to pm-part-number
               read part-master-file
                   key is pm-part-number
                   invalid key
                       move "PART NOT ON FILE" to pv-status
                       add 1 to ws-count-notfound
                   not invalid key
                       perform 200-check-line
               end-read
           end-if.

           write pv-report-line from pv-detail-line.

           read pricelist-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the part is on file: shows its old price and the move, then
      *works down the edits in the order the night run would meet
      *them - the first one the line fails is the one it is shown
      *with
       200-check-line.
           move pm-part-description to pv-part-description.
           move pm-per-unit-price to pv-old-price.

           perform 210-figure-change-pct.

           if pm-vendor-number <> pl-vendor-number
               move "NOT THIS VENDOR'S PART" to pv-status
               add 1 to ws-count-wrongvend
               move ws-true-cnst to ws-line-bad-flag
           end-if.

           if ws-line-bad-flag <> ws-true-cnst
               if pl-new-price = pm-per-unit-price
                   move "NO CHANGE - NOT BATCHED" to pv-status
                   add 1 to ws-count-nochange
                   move ws-true-cnst to ws-line-bad-flag
               end-if
           end-if.

           if ws-line-bad-flag <> ws-true-cnst
               perform 220-check-effective-date
           end-if.

           if ws-line-bad-flag <> ws-true-cnst
               if pl-new-price < ws-price-floor or
                   pl-new-price > ws-price-ceiling
                   move "OUTSIDE PRICE LIMITS" to pv-status
                   add 1 to ws-count-limits
                   move ws-true-cnst to ws-line-bad-flag
               end-if
           end-if.

           if ws-line-bad-flag <> ws-true-cnst
               perform 230-check-vendor
           end-if.

           if ws-line-bad-flag <> ws-true-cnst
               perform 240-check-price-tolerance
           end-if.

           if ws-line-bad-flag <> ws-true-cnst
               perform 400-write-change
               move "BATCHED" to pv-status
           end-if.

      *the move as a signed percentage of the old price, to one
      *decimal place - nothing can be taken as a percentage of a
      *zero price, so that is left blank
       210-figure-change-pct.
           if pm-per-unit-price > 0
               subtract pm-per-unit-price from pl-new-price
                   giving ws-signed-diff
               multiply ws-signed-diff by 100
                   giving ws-signed-work
               divide ws-signed-work by pm-per-unit-price
                   giving ws-display-pct rounded
               move ws-display-pct to pv-change-pct
           end-if.

      *the same effective-date edit Program1 makes: blank or zero is
      *effective right away, anything else must be a real month and
      *day no further out than a year past the run date
       220-check-effective-date.
           if pl-effective-date <> spaces
               if pl-eff-date-num is not numeric
                   move ws-true-cnst to ws-line-bad-flag
               else
                   if pl-eff-date-num > 0
                       if pl-eff-month < 1 or pl-eff-month > 12
                           move ws-true-cnst to ws-line-bad-flag
                       end-if
                       if pl-eff-day < 1 or pl-eff-day > 31
                           move ws-true-cnst to ws-line-bad-flag
                       end-if
                       if pl-eff-date-num > ws-eff-limit
                           move ws-true-cnst to ws-line-bad-flag
                       end-if
                   end-if
               end-if
           end-if.

           if ws-line-bad-flag = ws-true-cnst
               move "BAD EFFECTIVE DATE" to pv-status
               add 1 to ws-count-effdate
           end-if.

      *the change carries the master's vendor, which Program1 will
      *turn away if the vendor has since gone inactive
       230-check-vendor.
           if ws-vendor-open-flag = ws-true-cnst
               move pm-vendor-number to vm-vendor-number
               read vendor-master-file
                   key is vm-vendor-number
                   invalid key
                       move "VENDOR NOT ON FILE" to pv-status
                       add 1 to ws-count-inactive
                       move ws-true-cnst to ws-line-bad-flag
                   not invalid key
                       if vm-vendor-inactive
                           move "VENDOR INACTIVE" to pv-status
                           add 1 to ws-count-inactive
                           move ws-true-cnst to ws-line-bad-flag
                       end-if
               end-read
           end-if.

      *the same tolerance check Program2's 320-check-price-tolerance
      *makes against the price on the master - any move off a zero
      *price is over by definition
       240-check-price-tolerance.
           if pm-per-unit-price = 0
               move ws-true-cnst to ws-line-bad-flag
           else
               if pl-new-price > pm-per-unit-price
                   subtract pm-per-unit-price from pl-new-price
                       giving ws-price-diff
               else
                   subtract pl-new-price from pm-per-unit-price
                       giving ws-price-diff
               end-if
               multiply ws-price-diff by 100 giving ws-pct-work
               divide ws-pct-work by pm-per-unit-price
                   giving ws-change-pct
               if ws-change-pct > ws-price-tolerance
                   move ws-true-cnst to ws-line-bad-flag
               end-if
           end-if.

           if ws-line-bad-flag = ws-true-cnst
               move "OVER TOLERANCE" to pv-status
               add 1 to ws-count-tolerance
           end-if.

      *writes one C change transaction into the batch
       400-write-change.
           move pm-part-number to ab-part-number.
           move pm-part-description to ab-part-description.
           move pl-new-price to ab-per-unit-price.
           move pm-vendor-number to ab-vendor-number.
           move pl-effective-date to ab-effective-date.
           write pb-batch-record from ws-change-build.

           add 1 to ws-count-batched.
           add pl-new-price to ws-batch-hash.

      *closes the batch with a trailer carrying the recount and
      *price hash of the detail records actually written, so
      *Program1's control-total check passes without hand-keying
       090-write-batch-trailer.
           move "T" to cb-record-type.
           move ws-count-batched to cb-control-count.
           move ws-batch-hash to cb-control-hash.
           write pb-batch-record from ws-control-build.

      *prints the count of lines batched and of each reason a line
      *was kept out
       700-write-totals.
           move ws-count-read to ws-read.
           move ws-count-batched to ws-batched.
           move ws-count-notfound to ws-notfound.
           move ws-count-wrongvend to ws-wrongvend.
           move ws-count-tolerance to ws-tolerance.
           move ws-count-limits to ws-limits.
           move ws-count-effdate to ws-effdate.
           move ws-count-inactive to ws-inactive.
           move ws-count-nochange to ws-nochange.
           move ws-count-notnum to ws-notnum.
           move ws-batch-hash to ws-hash.

           write pv-report-line from " ".
           write pv-report-line from ws-heading3.
           write pv-report-line from ws-display-read.
           write pv-report-line from ws-display-batched.
           write pv-report-line from ws-display-hash.
           write pv-report-line from " ".
           write pv-report-line from ws-display-notfound.
           write pv-report-line from ws-display-wrongvend.
           write pv-report-line from ws-display-tolerance.
           write pv-report-line from ws-display-limits.
           write pv-report-line from ws-display-effdate.
           write pv-report-line from ws-display-inactive.
           write pv-report-line from ws-display-nochange.
           write pv-report-line from ws-display-notnum.

      *prints a short message in place of the usual report when an
      *input file is missing, and ends the run with
      *return code 8
       900-abort-run.
           move 8 to return-code.
           write pv-report-line from ws-heading1.
           write pv-report-line from " ".
           if ws-pricelist-file-status <> "00"
               write pv-report-line from ws-abort-list-message
           else
               write pv-report-line from ws-abort-master-message
           end-if.

      *closes every file this program has open, win or lose - the
      *batch is only open when the run went ahead
       950-close-files.
           close pricelist-file, part-master-file,
               preview-report-file.

           if ws-vendor-open-flag = ws-true-cnst
               close vendor-master-file
           end-if.

           if ws-abort-flag <> ws-true-cnst
               close pricebatch-file
           end-if.

       end program Program19.
