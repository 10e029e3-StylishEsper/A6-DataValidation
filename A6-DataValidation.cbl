      * 2026-09-02  ab  size the duplicate and net-movement tables
      *                 past the live part count and warn on the
      *                 report when either fills
      * 2026-10-15  ab  edit the purchase order number a receipt
      *                 carries and match it to the open purchase
      *                 order file, noting on the report a receipt
      *                 against an unknown or closed PO line or one
      *                 bigger than the quantity still open
      * 2026-10-15  ab  hand a return code back to the nightly
      *                 stream - 8 when the run aborts or the reject
      *                 gate quarantines the extract
      * 2026-10-15  ab  read the longer parameter card now carrying
      *                 the reorder analysis fields
      * 2026-10-15  ab  check an issue of a kit against the on-hand
      *                 of each of its components at the issuing
      *                 location, off the bill-of-materials file
       environment division.

       configuration section.
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-locstock-file-status.
      *openpo-file: the open purchase order file, read to match a
      *receipt to the PO line it arrived against - a missing file
      *just means no orders are open yet
           select openpo-file
               assign to "../../../A6-OPENPO.dat"
               organization is indexed
               access mode is dynamic
               record key is op-po-key
               file status is ws-openpo-file-status.
      *bom-file: the kit bill-of-materials, read to find the
      *components an issue of a kit draws down - a missing file
      *just means no part is a kit yet
           select bom-file
               assign to "../../../A6-BOM.dat"
               organization is indexed
               access mode is dynamic
               record key is bm-bom-key
               file status is ws-bom-file-status.

       data division.
       file section.
           record contains 36 characters.
      *input-line: stores data from .dat file - the effective date
      *is yymmdd, or spaces for a transaction effective right away,
      *the location is where a stock movement happened, and a
      *receipt carries the PO number it arrived against
       01 input-line.
           05 il-maintenance-code  pic x.
           05 il-part-number       pic 9(07).
           05 il-part-description  pic x(10).
           05 il-stock-fields redefines il-part-description.
               10 il-quantity      pic 9(05).
               10 il-po-number     pic x(05).
           05 il-per-unit-price    pic 99v99.
           05 il-vendor-number     pic x(06).
           05 il-effective-date    pic 9(06).
      *up the whole file's totals and not just the post-restart tail
       fd restart-file
           data record is rc-restart-record
           record contains 440 characters.

       01 rc-restart-record.
           05 rc-record-count      pic 9(05).
           05 rc-count-err-onhand     pic 9(05).
           05 rc-count-err-effdate    pic 9(05).
           05 rc-count-err-loc        pic 9(05).
           05 rc-count-err-po         pic 9(05).
           05 rc-count-po-notes       pic 9(05).
      *rc-batch-tallies: image of ws-batch-tallies, so a restart
      *carries the per-batch totals as well as the run totals
           05 rc-batch-tallies        pic x(300).
      *this run, read once at startup
       fd parm-file
           data record is pp-parm-record
           record contains 21 characters.
           copy "a6parm.cpy".

      *vm-vendor-master-record: one row per vendor on file, keyed by
           record contains 14 characters.
           copy "a6locst.cpy".

      *op-open-po-record: read-only view of the open purchase order
      *file for the receipt match
       fd openpo-file
           data record is op-open-po-record
           record contains 45 characters.
           copy "a6opnpo.cpy".

      *bm-bom-record: read-only view of the bill-of-materials for
      *the kit issue on-hand check
       fd bom-file
           data record is bm-bom-record
           record contains 19 characters.
           copy "a6bom.cpy".

       working-storage section.

      *ws-detail-line: will display the record number and raw data
           05 filler               pic x(16) value spaces.
           05 ws-error             pic x(24).

      *ws-po-note-line: a note under a valid receipt whose PO line
      *will not match cleanly - the receipt still goes through,
      *since the stock is on the dock either way, and the master
      *update lists it on the open PO exception report
       01 ws-po-note-line.
           05 filler               pic x(16) value spaces.
           05 filler               pic x(10) value "PO NOTE - ".
           05 ws-po-note           pic x(20).

      *the following are constants or headings 
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
               10 ws-netq-loc      pic x(02).
               10 ws-netq-qty      pic s9(07).

      *receipt PO match fields: whether the open purchase order
      *file opened, and the quantity still open on the matched line
       77 ws-openpo-file-status    pic xx.
      *
       01 ws-openpo-open-flag      pic x value "F".
       01 ws-po-open-qty           pic 9(05) value 0.

      *kit issue fields: the part the on-hand and net-movement
      *lookups are for (the transaction's own part, or one of a
      *kit's components), and the components of the kit being
      *issued, each with how many one issue of the kit draws down
       77 ws-bom-file-status       pic xx.
       77 ws-kit-max-cnst          pic 9(03) value 50.
      *
       01 ws-bom-open-flag         pic x value "F".
       01 ws-bom-eof-flag          pic x value "F".
       01 ws-stock-part            pic 9(07) value 0.
       01 ws-kit-sub               pic 9(03) value 0.
       01 ws-kit-need-qty          pic 9(10) value 0.
      *
       01 ws-kit-components.
           05 ws-kit-entries       pic 9(03) value 0.
           05 ws-kit-tbl occurs 50 times.
               10 ws-kit-part      pic 9(07).
               10 ws-kit-qty-per   pic 9(05).

      *ws-hist-tbl: the recycle history loaded at startup - one row
      *per record the recycle run sent back around, keyed by the
      *original input data, carrying its cycle count so far
           05 filler               pic x(18) value "LOCATION MISSING -".
           05 filler               pic x value spaces.
           05 ws-err-loc           pic zzzz9.
      *
       01 ws-display-err-po.
           05 filler               pic x(19) value
               "PO NUMBER INVALID -".
           05 filler               pic x value spaces.
           05 ws-err-po            pic zzzz9.
      *
       01 ws-display-po-notes.
           05 filler               pic x(18) value "RECEIPT PO NOTES -".
           05 filler               pic x value spaces.
           05 ws-po-notes          pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-err-onhand     pic 9(05) value 0.
           05 ws-count-err-effdate    pic 9(05) value 0.
           05 ws-count-err-loc        pic 9(05) value 0.
           05 ws-count-err-po         pic 9(05) value 0.
      *
      *ws-count-po-notes: valid receipts noted for a PO line that
      *will not match cleanly - not an error count
           05 ws-count-po-notes       pic 9(05) value 0.


       procedure division.
               move ws-true-cnst to ws-locstock-open-flag
           end-if.

      *nor is the open purchase order file - until the first
      *approved order is loaded no receipt has a PO line to match
           open input openpo-file.

           if ws-openpo-file-status = "00"
               move ws-true-cnst to ws-openpo-open-flag
           end-if.

      *nor is the bill-of-materials - until the first kit is set up
      *every issue is of a plain part
           open input bom-file.

           if ws-bom-file-status = "00"
               move ws-true-cnst to ws-bom-open-flag
           end-if.

           perform 010-open-output-files.

           if ws-abort-flag = ws-true-cnst
           move ws-count-err-onhand to ws-err-onhand.
           move ws-count-err-effdate to ws-err-effdate.
           move ws-count-err-loc to ws-err-loc.
           move ws-count-err-po to ws-err-po.
           move ws-count-po-notes to ws-po-notes.

      *writing final page totals to the report
           write output-line from ws-heading4.
           write output-line from ws-display-err-effdate.
           write output-line from " ".
           write output-line from ws-display-err-loc.
           write output-line from " ".
           write output-line from ws-display-err-po.
           write output-line from " ".
           write output-line from ws-display-po-notes.

           if ws-dup-full-flag = ws-true-cnst
               write output-line from " "
                           rc-count-err-vendornf,
                           rc-count-err-vendorina, rc-count-err-dup,
                           rc-count-err-qty, rc-count-err-onhand,
                           rc-count-err-effdate, rc-count-err-loc,
                           rc-count-err-po, rc-count-po-notes
                       move all "0" to rc-batch-tallies
                       move 0 to rc-extract-hash
               end-read
               move rc-count-err-onhand to ws-count-err-onhand
               move rc-count-err-effdate to ws-count-err-effdate
               move rc-count-err-loc to ws-count-err-loc
               if rc-count-err-po is numeric
                   move rc-count-err-po to ws-count-err-po
                   move rc-count-po-notes to ws-count-po-notes
               end-if
               move rc-batch-tallies to ws-batch-tallies
               if bt-records (1) is not numeric
                   move all "0" to ws-batch-tallies
           move ws-count-err-onhand to rc-count-err-onhand.
           move ws-count-err-effdate to rc-count-err-effdate.
           move ws-count-err-loc to rc-count-err-loc.
           move ws-count-err-po to rc-count-err-po.
           move ws-count-po-notes to rc-count-po-notes.
           move ws-batch-tallies to rc-batch-tallies.
           move ws-extract-hash to rc-extract-hash.

               rc-count-err-descalpha, rc-count-err-vendornf,
               rc-count-err-vendorina, rc-count-err-dup,
               rc-count-err-qty, rc-count-err-onhand,
               rc-count-err-effdate, rc-count-err-loc,
               rc-count-err-po, rc-count-po-notes.

           move all "0" to rc-batch-tallies.
           move 0 to rc-extract-hash.
           if ws-gated-flag = ws-true-cnst
               close valid-trans-file
               open output valid-trans-file
               move 8 to return-code
           end-if.

      *writes the extract control record beside the extract - the
               to ws-dup-total (ws-dup-sub).

      *prints a short message in place of the usual report when the
      *run is aborted for bad control totals or a bad checkpoint,
      *and fails the step for the nightly stream
       900-abort-run.
           move 8 to return-code.
           write output-line from ws-heading1.
           write output-line from " ".
           if ws-vendor-open-bad-flag = ws-true-cnst
               close locstock-file
           end-if.

           if ws-openpo-open-flag = ws-true-cnst
               close openpo-file
           end-if.

           if ws-bom-open-flag = ws-true-cnst
               close bom-file
           end-if.

      *prints headings and begins a loop for lines - on the first
      *page after a restart, the checkpointed page/line counters are
      *honored instead of starting a fresh page, since the restarted
               if il-maintenance-code = "R"
                 then
                   add 1 to ws-count-validR
                   move il-part-number to ws-stock-part
                   perform 336-find-net-qty-slot
                   if ws-netq-found > 0
                       add il-quantity
               if il-maintenance-code = "I"
                 then
                   add 1 to ws-count-validI
                   if ws-kit-entries > 0
                       move 0 to ws-kit-sub
                       perform 365-post-kit-net-qty
                         until ws-kit-sub >= ws-kit-entries
                   else
                       move il-part-number to ws-stock-part
                       perform 336-find-net-qty-slot
                       if ws-netq-found > 0
                           subtract il-quantity
                               from ws-netq-qty (ws-netq-found)
                       end-if
                   end-if
               end-if

               end-if

               write output-line from ws-error-line
               if il-maintenance-code = "R" and
                   il-po-number <> spaces
                   perform 345-match-receipt-po
               end-if
               write vt-trans-record from input-line
               if il-per-unit-price is numeric
                   add il-per-unit-price to ws-extract-hash
               end-if
           end-if.

      *a receipt's PO number is optional, but one that is keyed has
      *to be a PO number
           if il-maintenance-code = "R"
               if il-po-number <> spaces and
                   il-po-number is not numeric
                   move "PO NUMBER INVALID" to ws-error
                   write output-line from ws-error-line
                   add 1 to ws-count-err-po
               end-if
           end-if.

           if ws-error = "VALID DATA" and il-maintenance-code = "I"
               perform 335-check-issue-on-hand
           end-if.
      *projects what the transaction's location will have on hand
      *for this part once the receipts and issues already accepted
      *this run are applied, and fails the issue if it would drive
      *that negative - an issue of a kit is checked the same way
      *against each of the kit's components instead
       335-check-issue-on-hand.
           perform 360-load-kit-components.

           if ws-kit-entries > 0
               move 0 to ws-kit-sub
               perform 362-check-one-component
                 until ws-kit-sub >= ws-kit-entries
                 or ws-error <> "VALID DATA"
           else
               move il-part-number to ws-stock-part
               perform 337-read-location-on-hand
               perform 336-find-net-qty-slot
               perform 339-project-on-hand
               if il-quantity > ws-projected-qty
                   move "ISSUE EXCEEDS ON HAND" to ws-error
                   write output-line from ws-error-line
                   add 1 to ws-count-err-onhand
               end-if
           end-if.

      *the location's on-hand once this run's accepted movements
      *for the part are applied
       339-project-on-hand.
           if ws-netq-found > 0
               add ws-onhand-qty, ws-netq-qty (ws-netq-found)
                   giving ws-projected-qty
               move ws-onhand-qty to ws-projected-qty
           end-if.

      *finds the part/location pair's row in the net-movement
      *table, adding a fresh zero row the first time each pair is
      *seen - a full table leaves ws-netq-found at zero and flags
               if ws-netq-entries < ws-netq-max-cnst
                   add 1 to ws-netq-entries
                   move ws-netq-entries to ws-netq-found
                   move ws-stock-part
                       to ws-netq-part (ws-netq-found)
                   move il-location to ws-netq-loc (ws-netq-found)
                   move 0 to ws-netq-qty (ws-netq-found)

       338-match-one-net-qty-slot.
           add 1 to ws-netq-sub.
           if ws-netq-part (ws-netq-sub) = ws-stock-part and
               ws-netq-loc (ws-netq-sub) = il-location
               move ws-netq-sub to ws-netq-found
           end-if.

      *reads the on-hand the location stock file carries for the
      *part being looked up at the transaction's location - no
      *record, or no file yet, just means nothing on hand there
       337-read-location-on-hand.
           move 0 to ws-onhand-qty.

           if ws-locstock-open-flag = ws-true-cnst
               move ws-stock-part to ls-part-number
               move il-location to ls-location
               read locstock-file
                   key is ls-stock-key
      *location holds now - a later issue in the same run is then
      *checked against the counted figure, not the stale book one
       340-project-count-adjust.
           move il-part-number to ws-stock-part.
           perform 337-read-location-on-hand.
           perform 336-find-net-qty-slot.

                   giving ws-netq-qty (ws-netq-found)
           end-if.

      *matches a valid receipt to the open PO line for its PO
      *number and part - a line that is not on file, is already
      *closed, or has less left open than the receipt brings in is
      *noted under the receipt. the receipt itself stays good and
      *the master update makes the real match when it posts, so
      *this is warning enough for data control to chase a mis-keyed
      *PO number before the night run
       345-match-receipt-po.
           move spaces to ws-po-note.

           if ws-openpo-open-flag <> ws-true-cnst
               move "PO LINE NOT ON FILE" to ws-po-note
           else
               move il-po-number to op-po-number
               move il-part-number to op-part-number
               read openpo-file
                   key is op-po-key
                   invalid key
                       move "PO LINE NOT ON FILE" to ws-po-note
                   not invalid key
                       if op-line-closed
                           move "PO LINE CLOSED" to ws-po-note
                       else
                           subtract op-qty-received from op-qty-ordered
                               giving ws-po-open-qty
                           if il-quantity > ws-po-open-qty
                               move "OVER RECEIPT" to ws-po-note
                           end-if
                       end-if
               end-read
           end-if.

           if ws-po-note <> spaces
               write output-line from ws-po-note-line
               add 1 to ws-count-po-notes
           end-if.

      *edits a non-blank effective date: it must be numeric, carry
      *a real month and day, and sit no further out than a year
      *past the run date - zero is taken as effective right away,
               add 1 to ws-count-err-effdate
           end-if.

      *loads the components of the part being issued off the
      *bill-of-materials - no rows (or no file yet) means the part
      *is not a kit. the maintenance run holds a kit to the table's
      *size, so every component fits
       360-load-kit-components.
           move 0 to ws-kit-entries.

           if ws-bom-open-flag = ws-true-cnst
               move ws-false-cnst to ws-bom-eof-flag
               move il-part-number to bm-kit-part-number
               move 0 to bm-component-part-number
               start bom-file
                   key is not less than bm-bom-key
                   invalid key
                       move ws-true-cnst to ws-bom-eof-flag
               end-start
               perform 361-load-one-component
                 until ws-bom-eof-flag = ws-true-cnst
           end-if.

       361-load-one-component.
           read bom-file next record
               at end
                   move ws-true-cnst to ws-bom-eof-flag
           end-read.

           if ws-bom-eof-flag <> ws-true-cnst
               if bm-kit-part-number <> il-part-number or
                   ws-kit-entries >= ws-kit-max-cnst
                   move ws-true-cnst to ws-bom-eof-flag
               else
                   add 1 to ws-kit-entries
                   move bm-component-part-number
                       to ws-kit-part (ws-kit-entries)
                   move bm-qty-per to ws-kit-qty-per (ws-kit-entries)
               end-if
           end-if.

      *fails the kit issue when the issuing location will not have
      *enough of one component for the quantity of kits issued
       362-check-one-component.
           add 1 to ws-kit-sub.
           move ws-kit-part (ws-kit-sub) to ws-stock-part.
           multiply il-quantity by ws-kit-qty-per (ws-kit-sub)
               giving ws-kit-need-qty.

           perform 337-read-location-on-hand.
           perform 336-find-net-qty-slot.
           perform 339-project-on-hand.

           if ws-kit-need-qty > ws-projected-qty
               move "KIT PART SHORT ON HAND" to ws-error
               write output-line from ws-error-line
               add 1 to ws-count-err-onhand
           end-if.

      *an accepted kit issue draws each component down in the
      *net-movement table, not the kit itself
       365-post-kit-net-qty.
           add 1 to ws-kit-sub.
           move ws-kit-part (ws-kit-sub) to ws-stock-part.
           multiply il-quantity by ws-kit-qty-per (ws-kit-sub)
               giving ws-kit-need-qty.

           perform 336-find-net-qty-slot.

           if ws-netq-found > 0
               subtract ws-kit-need-qty
                   from ws-netq-qty (ws-netq-found)
           end-if.

       end program Program1.
