      *                 swing nor inflate on a first-time count
      * 2026-09-02  ab  shorten the reject reasons so the captured
      *                 suspense error text carries them whole
      * 2026-10-15  ab  match each receipt carrying a PO number to
      *                 its open purchase order line, adding to the
      *                 quantity received and closing the line once
      *                 it is all in, and print an open PO exception
      *                 report of over-receipts, receipts against
      *                 unknown or closed lines, and past-due lines
      * 2026-10-15  ab  hand a return code back to the nightly
      *                 stream - 8 when the run aborts, 4 when the
      *                 handoff reconciliation is out of balance
      * 2026-10-15  ab  append to the change feed run over run
      *                 instead of rewriting it, so the usage history
      *                 build can pick up every night's issues, and
      *                 read the longer parameter card
      * 2026-10-15  ab  carry the location and its balance before
      *                 and after on every stock movement's change
      *                 feed record, for the stock ledger
      * 2026-10-15  ab  explode an issue of a kit into an issue of
      *                 each of its components off the bill-of-
      *                 materials file, each journaled and fed to the
      *                 change feed under the component's own number
      * 2026-10-15  ab  drop any change feed records already carrying
      *                 this run's date before appending, so a rerun
      *                 for the same date replaces that date's feed
      *                 instead of adding a second copy of it
       environment division.

       configuration section.
               organization is line sequential
               file status is ws-control-file-status.
      *change-feed-file: one record per transaction actually
      *applied, with before/after master values, appended run over
      *run for the downstream pricing and purchasing loads and the
      *usage history build - each run's records carry its run date
           select change-feed-file
               assign to "../../../A6-CHGFEED.dat"
               organization is line sequential
               file status is ws-chgfeed-file-status.
      *feed-work-file: the change feed less this run date's records,
      *held while they are written back over it on a rerun
           select feed-work-file
               assign to "../../../A6-FEEDWRK.dat"
               organization is line sequential.
      *locstock-file: the location stock file kept beside the part
      *master - one record per part per location, posted alongside
           select runlog-file
               assign to "../../../A6-RUNLOG.dat"
               organization is line sequential.
      *openpo-file: the standing open purchase order file - a
      *receipt naming a PO is matched to its line here
           select openpo-file
               assign to "../../../A6-OPENPO.dat"
               organization is indexed
               access mode is dynamic
               record key is op-po-key
               file status is ws-openpo-file-status.
      *po-exception-file: receipts that did not match an open PO
      *line cleanly, and open lines gone past their due date, for
      *purchasing to chase
           select po-exception-file
               assign to "../../../A6-POExceptions.out"
               organization is line sequential.
      *bom-file: the kit bill-of-materials - an issue of a kit is
      *posted against the components listed here. a missing file
      *just means no part is a kit yet
           select bom-file
               assign to "../../../A6-BOM.dat"
               organization is indexed
               access mode is dynamic
               record key is bm-bom-key
               file status is ws-bom-file-status.

       data division.
       file section.
      *pp-parm-record: run-time parameters, shared with Program1
       fd parm-file
           data record is pp-parm-record
           record contains 21 characters.
           copy "a6parm.cpy".

      *ph-price-history-record: one audit line per applied price
      *cf-change-feed-record: the applied-transaction delta extract
       fd change-feed-file
           data record is cf-change-feed-record
           record contains 76 characters.
           copy "a6chgfd.cpy".

       fd feed-work-file
           data record is fw-feed-work-record
           record contains 76 characters.

       01 fw-feed-work-record pic x(76).

       fd locstock-file
           data record is ls-location-stock-record
           record contains 14 characters.
           record contains 58 characters.
           copy "a6runlg.cpy".

       fd openpo-file
           data record is op-open-po-record
           record contains 45 characters.
           copy "a6opnpo.cpy".

      *px-report-line: used to write into the PO exception report
       fd po-exception-file
           data record is px-report-line
           record contains 60 characters.

       01 px-report-line pic x(60).

       fd bom-file
           data record is bm-bom-record
           record contains 19 characters.
           copy "a6bom.cpy".

       working-storage section.

      *the following are constants or headings
           05 filler                pic x(14) value "PEND REMAIN -".
           05 filler                pic x value spaces.
           05 ws-pend-remain        pic zzzz9.
      *
       01 ws-display-feed-dropped.
           05 filler                pic x(14) value "FEED REPLACD -".
           05 filler                pic x value spaces.
           05 ws-feed-dropped       pic zzzz9.

      *ws-display-recon-*: the closing reconciliation - the extract
      *count the validation run reported, what this run applied plus
       01 ws-trans-file-status      pic xx.
       01 ws-parm-file-status       pic xx.
       01 ws-control-file-status    pic xx.
       01 ws-chgfeed-file-status    pic xx.
       01 ws-pending-file-status    pic xx.
       01 ws-locstock-file-status   pic xx.
       01 ws-reject-file-status     pic xx.
       01 ws-susphist-file-status   pic xx.
       01 ws-openpo-file-status     pic xx.

      *ws-hist-tbl: the recycle history loaded at startup, the same
      *way the validation run loads it, so an apply-time rejection
           05 ws-count-held         pic 9(05) value 0.
           05 ws-count-still-pend   pic 9(05) value 0.

      *ws-count-feed-dropped: change feed records an earlier run for
      *this run date left behind, taken out before this run appends
      *its own, and the end flag for the pass over the feed
       01 ws-count-feed-dropped     pic 9(05) value 0.
       01 ws-feed-eof-flag          pic x value "F".

      *ws-count-held*: this run's held transactions split by
      *maintenance code, for the per-code reconciliation - a held
      *transaction is accounted for without being applied
       01 ws-loc-found-flag         pic x value "F".
       01 ws-rollup-sum             pic 9(07) value 0.
       01 ws-locsweep-eof-flag      pic x value "F".
       01 ws-stock-part             pic 9(07) value 0.

      *kit issue fields: the components of the kit being issued,
      *each with how many one kit draws down, the quantity of the
      *component this issue needs, and whether any component has
      *failed the check that runs before anything is posted
       77 ws-bom-file-status        pic xx.
       77 ws-kit-max-cnst           pic 9(03) value 50.
      *
       01 ws-bom-open-flag          pic x value "F".
       01 ws-bom-eof-flag           pic x value "F".
       01 ws-kit-bad-flag           pic x value "F".
       01 ws-kit-sub                pic 9(03) value 0.
       01 ws-kit-need-qty           pic 9(10) value 0.
      *
       01 ws-kit-components.
           05 ws-kit-entries        pic 9(03) value 0.
           05 ws-kit-tbl occurs 50 times.
               10 ws-kit-part       pic 9(07).
               10 ws-kit-qty-per    pic 9(05).

      *reorder report headings and detail line
       77 ws-reorder-heading1       pic x(45) value
           05 filler                pic xxx value spaces.
           05 lb-qty-on-hand        pic zzzz9.

      *open PO exception report headings, detail lines and totals
       77 ws-poexc-heading1         pic x(24) value
       "A6 OPEN PO EXCEPTIONS".
      *
       77 ws-poexc-heading2         pic x(18) value
       "RECEIPT EXCEPTIONS".
      *
       01 ws-poexc-heading3.
           05 filler                pic x(07) value "PO".
           05 filler                pic x(09) value "PART".
           05 filler                pic x(08) value "VENDOR".
           05 filler                pic x(07) value "RECVD".
           05 filler                pic x(07) value "OPEN".
           05 filler                pic x(06) value "REASON".
      *
       77 ws-poexc-heading4         pic x(14) value
       "PAST DUE LINES".
      *
       01 ws-poexc-heading5.
           05 filler                pic x(07) value "PO".
           05 filler                pic x(09) value "PART".
           05 filler                pic x(08) value "VENDOR".
           05 filler                pic x(07) value "ORDER".
           05 filler                pic x(07) value "RECVD".
           05 filler                pic x(06) value "DUE".
      *
       77 ws-poexc-heading6         pic x(40) value
       "----------------------------------------".
      *
      *px-exception-line: one receipt that did not match cleanly -
      *what came in, what the line still had open, and why
       01 px-exception-line.
           05 px-po-number          pic x(05).
           05 filler                pic xx value spaces.
           05 px-part-number        pic 9(07).
           05 filler                pic xx value spaces.
           05 px-vendor-number      pic x(06).
           05 filler                pic xx value spaces.
           05 px-quantity           pic zzzz9.
           05 filler                pic xx value spaces.
           05 px-open-qty           pic zzzz9.
           05 filler                pic xx value spaces.
           05 px-reason             pic x(20).
      *
      *py-past-due-line: one open line whose due date has passed
       01 py-past-due-line.
           05 py-po-number          pic 9(05).
           05 filler                pic xx value spaces.
           05 py-part-number        pic 9(07).
           05 filler                pic xx value spaces.
           05 py-vendor-number      pic x(06).
           05 filler                pic xx value spaces.
           05 py-qty-ordered        pic zzzz9.
           05 filler                pic xx value spaces.
           05 py-qty-received       pic zzzz9.
           05 filler                pic xx value spaces.
           05 py-due-date           pic 9(06).
      *
       01 ws-display-po-matched.
           05 filler                pic x(14) value "PO MATCHED  -".
           05 filler                pic x value spaces.
           05 ws-po-matched         pic zzzz9.
      *
       01 ws-display-po-closed.
           05 filler                pic x(14) value "PO CLOSED   -".
           05 filler                pic x value spaces.
           05 ws-po-closed          pic zzzz9.
      *
       01 ws-display-po-except.
           05 filler                pic x(14) value "RECEIPT EXC -".
           05 filler                pic x value spaces.
           05 ws-po-except          pic zzzz9.
      *
       01 ws-display-past-due.
           05 filler                pic x(14) value "PAST DUE    -".
           05 filler                pic x value spaces.
           05 ws-past-due           pic zzzz9.
      *
       01 ws-po-counts.
           05 ws-count-po-matched   pic 9(05) value 0.
           05 ws-count-po-closed    pic 9(05) value 0.
           05 ws-count-po-except    pic 9(05) value 0.
           05 ws-count-past-due     pic 9(05) value 0.
      *
      *ws-po-open-qty: what the matched line still had open before
      *the receipt in hand, and the end flag for the past-due sweep
       01 ws-po-open-qty            pic 9(05) value 0.
       01 ws-posweep-eof-flag       pic x value "F".

      *ws-run-date: this run's date, stamped on the journal and
      *price history records, accepted once at startup
       01 ws-run-date               pic 9(06).
           if ws-abort-flag = ws-true-cnst
               close valid-trans-file, part-master-file,
                   update-report-file, price-history-file,
                   journal-file, locstock-file, reject-file,
                   openpo-file, bom-file
               move 8 to return-code
               goback
           end-if.

           if ws-abort-flag = ws-true-cnst
               close valid-trans-file, part-master-file,
                   update-report-file, price-history-file,
                   journal-file, locstock-file, reject-file,
                   openpo-file, bom-file
               move 8 to return-code
               goback
           end-if.

               write ur-report-line from ws-abort-pending-message
               close valid-trans-file, part-master-file,
                   update-report-file, price-history-file,
                   journal-file, locstock-file, reject-file,
                   openpo-file, bom-file
               move 8 to return-code
               goback
           end-if.

      *the reorder report and the rewritten pending file are opened
      *(and so truncated) only once the extract has verified, so an
      *aborted rerun cannot wipe out the held transactions the last
      *clean run left behind - the change feed is extended, never
      *truncated, and an aborted run adds nothing to it. whatever an
      *earlier run for this run date left on the feed comes off
      *first, so a rerun's feed stands in place of it
           open output reorder-report-file.
           perform 070-drop-rerun-feed.
           open extend change-feed-file.
           if ws-chgfeed-file-status = "35"
               open output change-feed-file
           end-if.
           open output pending-trans-file.
           open output po-exception-file.

           write px-report-line from ws-poexc-heading1.
           write px-report-line from " ".
           write px-report-line from ws-poexc-heading2.
           write px-report-line from ws-poexc-heading3.
           write px-report-line from ws-poexc-heading6.

           perform 050-sweep-pending-table.
           perform 060-snapshot-pending-base.
           write ur-report-line from ws-display-held.
           write ur-report-line from ws-display-pend-remain.

           if ws-count-feed-dropped > 0
               move ws-count-feed-dropped to ws-feed-dropped
               write ur-report-line from ws-display-feed-dropped
           end-if.

           perform 700-reorder-report.
           perform 780-po-past-due-report.
           perform 750-write-reconciliation.
           perform 760-mark-control-used.
           perform 770-write-runlog.
               update-report-file, price-history-file,
               journal-file, reorder-report-file,
               change-feed-file, pending-trans-file,
               locstock-file, reject-file, openpo-file,
               po-exception-file, bom-file.

           goback.

               open i-o locstock-file
           end-if.

           open i-o openpo-file.
           if ws-openpo-file-status = "35"
               open output openpo-file
               close openpo-file
               open i-o openpo-file
           end-if.

      *the bill-of-materials is only read here, and until the first
      *kit is set up there is no file to open - every issue is then
      *an issue of a plain part
           open input bom-file.

           if ws-bom-file-status = "00"
               move ws-true-cnst to ws-bom-open-flag
           end-if.

      *loads one recycle-history record into the lookup table, up
      *to the table limit - the same grace the validation run gives
      *a backlog past the limit
           add ws-base-adjusts to ws-base-total.
           add ws-base-rejected to ws-base-total.

      *copies the change feed through the work file without the
      *records carrying this run's date, and writes it back only
      *when there were any - the first run of a date copies it once
      *and leaves it as it was
       070-drop-rerun-feed.
           move 0 to ws-count-feed-dropped.
           open input change-feed-file.

           if ws-chgfeed-file-status = "00"
               open output feed-work-file
               move ws-false-cnst to ws-feed-eof-flag
               read change-feed-file
                   at end
                       move ws-true-cnst to ws-feed-eof-flag
               end-read
               perform 075-drop-one-feed-record
                 until ws-feed-eof-flag = ws-true-cnst
               close change-feed-file, feed-work-file

               if ws-count-feed-dropped > 0
                   open input feed-work-file
                   open output change-feed-file
                   move ws-false-cnst to ws-feed-eof-flag
                   read feed-work-file
                       at end
                           move ws-true-cnst to ws-feed-eof-flag
                   end-read
                   perform 080-copy-back-one-feed-record
                     until ws-feed-eof-flag = ws-true-cnst
                   close feed-work-file, change-feed-file
               end-if
           end-if.

       075-drop-one-feed-record.
           if cf-run-date = ws-run-date
               add 1 to ws-count-feed-dropped
           else
               write fw-feed-work-record from cf-change-feed-record
           end-if.

           read change-feed-file
               at end
                   move ws-true-cnst to ws-feed-eof-flag.

       080-copy-back-one-feed-record.
           write cf-change-feed-record from fw-feed-work-record.

           read feed-work-file
               at end
                   move ws-true-cnst to ws-feed-eof-flag.

      *routes one extract transaction - a future effective date
      *holds it on the pending file, anything else is applied - and
      *reads the next transaction
                   add 1 to ws-count-receipts
                   move "R" to jr-action
                   perform 600-write-journal
                   if tr-po-number <> spaces
                       perform 415-match-po-receipt
                   end-if
           end-read.

      *matches a posted receipt to the open PO line for its PO
      *number and part - the quantity goes on the line as received,
      *and the line closes once the ordered quantity is all in. a
      *receipt against a line that is not on file or is already
      *closed, or one bringing in more than the line still had
      *open, is posted all the same, since the stock is on the
      *dock, and listed on the exception report for purchasing
       415-match-po-receipt.
           move tr-po-number to px-po-number.
           move tr-part-number to px-part-number.
           move pm-vendor-number to px-vendor-number.
           move tr-stock-quantity to px-quantity.
           move 0 to px-open-qty.

           move tr-po-number to op-po-number.
           move tr-part-number to op-part-number.

           read openpo-file
               key is op-po-key
               invalid key
                   move "PO LINE NOT ON FILE" to px-reason
                   perform 418-write-po-exception
               not invalid key
                   move op-vendor-number to px-vendor-number
                   if op-line-closed
                       move "PO LINE CLOSED" to px-reason
                       perform 418-write-po-exception
                   else
                       subtract op-qty-received from op-qty-ordered
                           giving ws-po-open-qty
                       move ws-po-open-qty to px-open-qty
                       add tr-stock-quantity to op-qty-received
                           on size error
                               move 99999 to op-qty-received
                       end-add
                       if op-qty-received >= op-qty-ordered
                           move "C" to op-line-status
                           add 1 to ws-count-po-closed
                       end-if
                       rewrite op-open-po-record
                       add 1 to ws-count-po-matched
                       if tr-stock-quantity > ws-po-open-qty
                           move "OVER RECEIPT" to px-reason
                           perform 418-write-po-exception
                       end-if
                   end-if
           end-read.

       418-write-po-exception.
           write px-report-line from px-exception-line.
           add 1 to ws-count-po-except.

      *maintenance code I: posts a stock issue - an issue of a kit
      *is exploded into its components, anything else is posted
      *against the part itself
       420-post-issue.
           perform 421-load-kit-components.

           if ws-kit-entries > 0
               perform 423-post-kit-issue
           else
               perform 422-post-part-issue
           end-if.

      *loads the components of the part being issued off the
      *bill-of-materials - no rows (or no file yet) means the part
      *is not a kit
       421-load-kit-components.
           move 0 to ws-kit-entries.

           if ws-bom-open-flag = ws-true-cnst
               move ws-false-cnst to ws-bom-eof-flag
               move tr-part-number to bm-kit-part-number
               move 0 to bm-component-part-number
               start bom-file
                   key is not less than bm-bom-key
                   invalid key
                       move ws-true-cnst to ws-bom-eof-flag
               end-start
               perform 427-load-one-component
                 until ws-bom-eof-flag = ws-true-cnst
           end-if.

       427-load-one-component.
           read bom-file next record
               at end
                   move ws-true-cnst to ws-bom-eof-flag
           end-read.

           if ws-bom-eof-flag <> ws-true-cnst
               if bm-kit-part-number <> tr-part-number or
                   ws-kit-entries >= ws-kit-max-cnst
                   move ws-true-cnst to ws-bom-eof-flag
               else
                   add 1 to ws-kit-entries
                   move bm-component-part-number
                       to ws-kit-part (ws-kit-entries)
                   move bm-qty-per to ws-kit-qty-per (ws-kit-entries)
               end-if
           end-if.

      *posts a stock issue against the issuing location's balance
      *and the part's rolled-up on-hand - the validation run has
      *already checked the issue against the location, but the
      *balances may have moved since, so an issue that would drive
      *either figure negative is rejected here too rather than
      *wrapped
       422-post-part-issue.
           move tr-part-number to pm-part-number.
           move tr-part-number to ws-stock-part.

           read part-master-file
               key is pm-part-number
                   end-if
           end-read.

      *an issue of a kit takes each component's quantity-per times
      *the kits issued off that component at the issuing location
      *and off its rolled-up on-hand, leaving the kit's own figures
      *alone. every component is checked before any is posted, so
      *one short component rejects the whole issue and nothing is
      *half drawn down. it counts as one applied issue, with one
      *journal and change feed record per component
       423-post-kit-issue.
           move tr-part-number to pm-part-number.

           read part-master-file
               key is pm-part-number
               invalid key
                   move "REJECTED - NOT ON MASTER"
                       to ur-status-text
                   perform 510-write-reject-line
               not invalid key
                   move ws-false-cnst to ws-kit-bad-flag
                   move 0 to ws-kit-sub
                   perform 424-check-one-component
                     until ws-kit-sub >= ws-kit-entries
                     or ws-kit-bad-flag = ws-true-cnst
                   if ws-kit-bad-flag = ws-true-cnst
                       perform 510-write-reject-line
                   else
                       move 0 to ws-kit-sub
                       perform 426-post-one-component
                         until ws-kit-sub >= ws-kit-entries
                       add 1 to ws-count-issues
                   end-if
           end-read.

       424-check-one-component.
           add 1 to ws-kit-sub.
           move ws-kit-part (ws-kit-sub) to pm-part-number.
           move ws-kit-part (ws-kit-sub) to ws-stock-part.
           multiply tr-stock-quantity by ws-kit-qty-per (ws-kit-sub)
               giving ws-kit-need-qty.

           read part-master-file
               key is pm-part-number
               invalid key
                   move "REJECTED - KIT PART GONE"
                       to ur-status-text
                   move ws-true-cnst to ws-kit-bad-flag
               not invalid key
                   perform 655-read-location-balance
                   if ws-kit-need-qty > ws-loc-onhand
                       move "REJECTED - KIT LOC SHORT"
                           to ur-status-text
                       move ws-true-cnst to ws-kit-bad-flag
                   else
                       if ws-kit-need-qty > pm-qty-on-hand
                           move "REJECTED - KIT SHORT"
                               to ur-status-text
                           move ws-true-cnst to ws-kit-bad-flag
                       end-if
                   end-if
           end-read.

      *the check pass has just read every component, so none can
      *be missing here
       426-post-one-component.
           add 1 to ws-kit-sub.
           move ws-kit-part (ws-kit-sub) to pm-part-number.
           move ws-kit-part (ws-kit-sub) to ws-stock-part.
           multiply tr-stock-quantity by ws-kit-qty-per (ws-kit-sub)
               giving ws-kit-need-qty.

           read part-master-file
               key is pm-part-number
               invalid key
                   continue
               not invalid key
                   perform 655-read-location-balance
                   move pm-part-master-record to ws-before-image
                   subtract ws-kit-need-qty from pm-qty-on-hand
                   rewrite pm-part-master-record
                   subtract ws-kit-need-qty from ls-qty-on-hand
                   rewrite ls-location-stock-record
                   move "R" to jr-action
                   perform 600-write-journal
           end-read.

      *maintenance code P: sets the part's reorder point
       430-set-reorder-point.
           move tr-part-number to pm-part-number.
      *instead of inflating it
       440-adjust-on-hand.
           move tr-part-number to pm-part-number.
           move tr-part-number to ws-stock-part.

           read part-master-file
               key is pm-part-number
      *the journal write fires exactly once per applied transaction
      *and never for a rejected one, which is exactly the coverage
      *the downstream loads need. an add has no before values and a
      *delete no after values. the part is the one journaled, which
      *for a kit issue is the component, not the kit
       610-write-change-feed.
           move ws-run-date to cf-run-date.
           move tr-maintenance-code to cf-maintenance-code.
           if jr-action-delete
               move tr-part-number to cf-part-number
           else
               move pm-part-number to cf-part-number
           end-if.

           if jr-action-write
               move spaces to cf-before-fields
               move pm-qty-on-hand to cf-after-qty
           end-if.

      *a stock movement also carries its location's balance either
      *side of it - 655-read-location-balance left the before figure.
      *a count adjustment's location is set to the counted quantity,
      *and the rollup sweep after it has moved on off that row
           if tr-maintenance-code = "R" or
               tr-maintenance-code = "I" or
               tr-maintenance-code = "J"
               move tr-location to cf-location
               move ws-loc-onhand to cf-location-before-qty
               if tr-maintenance-code = "J"
                   move tr-stock-quantity to cf-location-after-qty
               else
                   move ls-qty-on-hand to cf-location-after-qty
               end-if
           else
               move spaces to cf-location-fields
           end-if.

           write cf-change-feed-record.

      *adds a receipt to its location's balance, opening the
      *balance record the first time the part moves at a location
       650-post-location-receipt.
           move tr-part-number to ws-stock-part.
           perform 655-read-location-balance.

           if ws-loc-found-flag = ws-true-cnst
           end-if.

      *reads the balance the transaction's location holds for the
      *part being posted (the transaction's own part, or a kit
      *component) - no record yet just means nothing on hand there
       655-read-location-balance.
           move ws-false-cnst to ws-loc-found-flag.
           move 0 to ws-loc-onhand.
           move ws-stock-part to ls-part-number.
           move tr-location to ls-location.

           read locstock-file
               move ws-true-cnst to ws-locsweep-eof-flag
           end-if.

      *closes the open PO exception report with every line still
      *open past its due date, swept off the open PO file in key
      *sequence, and the run's PO matching totals
       780-po-past-due-report.
           write px-report-line from " ".
           write px-report-line from ws-poexc-heading4.
           write px-report-line from ws-poexc-heading5.
           write px-report-line from ws-poexc-heading6.

           move ws-false-cnst to ws-posweep-eof-flag.
           move 0 to op-po-number.
           move 0 to op-part-number.

           start openpo-file
               key is not less than op-po-key
               invalid key
                   move ws-true-cnst to ws-posweep-eof-flag
           end-start.

           if ws-posweep-eof-flag <> ws-true-cnst
               read openpo-file next record
                   at end
                       move ws-true-cnst to ws-posweep-eof-flag
               end-read
           end-if.

           perform 785-check-one-po-line
             until ws-posweep-eof-flag = ws-true-cnst.

           move ws-count-po-matched to ws-po-matched.
           move ws-count-po-closed to ws-po-closed.
           move ws-count-po-except to ws-po-except.
           move ws-count-past-due to ws-past-due.

           write px-report-line from " ".
           write px-report-line from ws-poexc-heading6.
           write px-report-line from ws-display-po-matched.
           write px-report-line from ws-display-po-closed.
           write px-report-line from ws-display-po-except.
           write px-report-line from ws-display-past-due.

       785-check-one-po-line.
           if op-line-open and op-due-date < ws-run-date
               move op-po-number to py-po-number
               move op-part-number to py-part-number
               move op-vendor-number to py-vendor-number
               move op-qty-ordered to py-qty-ordered
               move op-qty-received to py-qty-received
               move op-due-date to py-due-date
               write px-report-line from py-past-due-line
               add 1 to ws-count-past-due
           end-if.

           read openpo-file next record
               at end
                   move ws-true-cnst to ws-posweep-eof-flag
           end-read.

      *the closing reconciliation: the validation run's good counts
      *have to equal this run's applied-plus-rejected-plus-held
      *counts code by code, not just in the aggregate - a corrupted

           if ws-recon-bad-flag = ws-true-cnst
               write ur-report-line from ws-recon-bad-message
               move 4 to return-code
           else
               write ur-report-line from ws-recon-good-message
           end-if.
