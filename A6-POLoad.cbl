       identification division.
       program-id. Program13.
      *Program Description: Open purchase order load, companion to
      *Program9's suggested-PO run. Reads the suggested-PO file
      *Program9 wrote and purchasing's approval file - one approval
      *per vendor order purchasing is placing, carrying the PO
      *number it was given and the date the stock is due, plus an
      *optional line override per part where the buyer changed the
      *suggested quantity (or zeroed it to drop the line) - and
      *writes each approved line to the standing open purchase
      *order file with its PO number, vendor and ordered quantity.
      *Receipts keyed against the PO number are then matched to
      *these lines by Program1 and Program2, and Program9 nets the
      *quantity still open out of its next suggestion. Suggested
      *orders nobody approved are counted and left off the file;
      *an approval that fails its edits, names a PO number already
      *on file, or matches no suggested order is listed on the run
      *report instead of loaded.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *suggpo-file: the suggested-PO file from Program9 - vendor
      *header, line items and vendor total per vendor
           select suggpo-file
               assign to "../../../A6-SUGGPO.dat"
               organization is line sequential
               file status is ws-suggpo-file-status.
      *approval-file: purchasing's approvals - a V record per vendor
      *order approved, and a Q record per line whose quantity the
      *buyer overrode
           select approval-file
               assign to "../../../A6-POAPPROVE.dat"
               organization is line sequential
               file status is ws-approval-file-status.
      *openpo-file: the standing open purchase order file the
      *approved lines are loaded to
           select openpo-file
               assign to "../../../A6-OPENPO.dat"
               organization is indexed
               access mode is dynamic
               record key is op-po-key
               file status is ws-openpo-file-status.
      *load-report-file: what was loaded, and what was not and why
           select load-report-file
               assign to "../../../A6-POLoad.out"
               organization is line sequential.

       data division.
       file section.

      *po-suggpo-record: one record of the suggested-PO file, viewed
      *below as a vendor header, a line item or a vendor total by
      *its leading record type
       fd suggpo-file
           data record is po-suggpo-record
           record contains 38 characters.

       01 po-suggpo-record.
           05 ps-record-type       pic x.
           05 filler               pic x(37).
      *
       01 po-header-view.
           05 filler               pic x.
           05 ph-vendor-number     pic x(06).
           05 ph-vendor-name       pic x(20).
           05 filler               pic x(11).
      *
       01 po-line-view.
           05 filler               pic x.
           05 pl-part-number       pic 9(07).
           05 pl-part-description  pic x(10).
           05 pl-suggested-qty     pic 9(05).
           05 pl-per-unit-price    pic 99v99.
           05 pl-extended-cost     pic 9(09)v99.

      *pa-approval-record: a V record approves one vendor's
      *suggested order under the PO number and due date (yymmdd)
      *purchasing gave it; a Q record overrides the ordered
      *quantity of one part on that vendor's order, zero dropping
      *the line
       fd approval-file
           data record is pa-approval-record
           record contains 30 characters.

       01 pa-approval-record.
           05 pa-record-type       pic x.
               88 pa-vendor-approval value "V".
               88 pa-line-override value "Q".
           05 pa-vendor-number     pic x(06).
           05 pa-po-number         pic 9(05).
           05 pa-due-date          pic 9(06).
           05 pa-due-date-parts redefines pa-due-date.
               10 pa-due-year      pic 99.
               10 pa-due-month     pic 99.
               10 pa-due-day       pic 99.
           05 pa-part-number       pic 9(07).
           05 pa-order-qty         pic 9(05).

       fd openpo-file
           data record is op-open-po-record
           record contains 45 characters.
           copy "a6opnpo.cpy".

      *lr-report-line: used to write into the load report
       fd load-report-file
           data record is lr-report-line
           record contains 70 characters.

       01 lr-report-line pic x(70).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(34) value
       "A6 OPEN PURCHASE ORDER LOAD - RUN".
      *
       01 ws-heading2.
           05 filler               pic x(07) value "PO".
           05 filler               pic x(08) value "VENDOR".
           05 filler               pic x(09) value "PART".
           05 filler               pic x(07) value "QTY".
           05 filler               pic x(08) value "DUE".
           05 filler               pic x(06) value "STATUS".
      *
       77 ws-heading3              pic x(40) value
       "----------------------------------------".
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
      *
       01 ws-abort-suggpo-message  pic x(42) value
       "RUN ABORTED - SUGGESTED PO FILE NOT OPEN".
      *
       01 ws-abort-approval-message pic x(41) value
       "RUN ABORTED - APPROVAL FILE DID NOT OPEN".
      *
       01 ws-table-full-message    pic x(40) value
       "APPROVAL TABLES FULL - APPROVALS SHORT".
      *
       77 ws-suggpo-file-status    pic xx.
       77 ws-approval-file-status  pic xx.
       77 ws-openpo-file-status    pic xx.
       77 ws-appr-max-cnst         pic 9(03) value 200.
       77 ws-ovrd-max-cnst         pic 9(03) value 500.

      *lr-detail-line: one line per PO line loaded or dropped, and
      *per approval turned away
       01 lr-detail-line.
           05 lr-po-number         pic x(05).
           05 filler               pic xx value spaces.
           05 lr-vendor-number     pic x(06).
           05 filler               pic xx value spaces.
           05 lr-part-number       pic x(07).
           05 filler               pic xx value spaces.
           05 lr-order-qty         pic zzzz9 blank when zero.
           05 filler               pic xx value spaces.
           05 lr-due-date          pic x(06).
           05 filler               pic xx value spaces.
           05 lr-status-text       pic x(30).

      *ws-appr-tbl: the vendor approvals that passed their edits -
      *PO number and due date per vendor, and whether a suggested
      *order for the vendor turned up to load
       01 ws-approvals.
           05 ws-appr-entries      pic 9(03) value 0.
           05 ws-appr-tbl occurs 200 times.
               10 ws-appr-vendor   pic x(06).
               10 ws-appr-po       pic 9(05).
               10 ws-appr-due      pic 9(06).
               10 ws-appr-used     pic x.

      *ws-ovrd-tbl: the buyer's line overrides, and whether each
      *found its line on the suggested order
       01 ws-overrides.
           05 ws-ovrd-entries      pic 9(03) value 0.
           05 ws-ovrd-tbl occurs 500 times.
               10 ws-ovrd-vendor   pic x(06).
               10 ws-ovrd-part     pic 9(07).
               10 ws-ovrd-qty      pic 9(05).
               10 ws-ovrd-used     pic x.

      *table subscripts, matched rows, and the approval the vendor
      *order in hand is loading under (zero when it is not approved)
       01 ws-appr-sub              pic 9(03) value 0.
       01 ws-appr-found            pic 9(03) value 0.
       01 ws-ovrd-sub              pic 9(03) value 0.
       01 ws-ovrd-found            pic 9(03) value 0.
       01 ws-cur-appr              pic 9(03) value 0.
       01 ws-tables-full-flag      pic x value "F".

      *approval-edit work fields: the first edit an approval
      *failed, the vendor whose order is in hand, the quantity a
      *line loads at, and the end flag for the PO number check
       01 ws-load-work.
           05 ws-error             pic x(30).
           05 ws-cur-vendor        pic x(06).
           05 ws-order-qty         pic 9(05) value 0.
           05 ws-posweep-eof-flag  pic x value "F".

      *ws-run-date: stamped on every loaded line as its order date
       01 ws-run-date              pic 9(06).

      *ws-display-*: end of run totals
       01 ws-display-approvals.
           05 filler               pic x(17) value "APPROVALS READ  -".
           05 filler               pic x value spaces.
           05 ws-approvals-read    pic zzzz9.
      *
       01 ws-display-appr-rej.
           05 filler               pic x(17) value "APPROVALS REJECT-".
           05 filler               pic x value spaces.
           05 ws-appr-rej          pic zzzz9.
      *
       01 ws-display-pos.
           05 filler               pic x(17) value "POS LOADED      -".
           05 filler               pic x value spaces.
           05 ws-pos               pic zzzz9.
      *
       01 ws-display-lines.
           05 filler               pic x(17) value "LINES LOADED    -".
           05 filler               pic x value spaces.
           05 ws-lines             pic zzzz9.
      *
       01 ws-display-dropped.
           05 filler               pic x(17) value "LINES DROPPED   -".
           05 filler               pic x value spaces.
           05 ws-dropped           pic zzzz9.
      *
       01 ws-display-unapproved.
           05 filler               pic x(17) value "LINES UNAPPROVED-".
           05 filler               pic x value spaces.
           05 ws-unapproved        pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-approvals   pic 9(05) value 0.
           05 ws-count-appr-rej    pic 9(05) value 0.
           05 ws-count-pos         pic 9(05) value 0.
           05 ws-count-lines       pic 9(05) value 0.
           05 ws-count-dropped     pic 9(05) value 0.
           05 ws-count-unapproved  pic 9(05) value 0.


       procedure division.
       000-main.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           write lr-report-line from ws-heading1.
           write lr-report-line from " ".
           write lr-report-line from ws-heading2.
           write lr-report-line from ws-heading3.

           perform 050-load-approvals.

           read suggpo-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-load-one-suggpo-record
             until ws-eof-flag = ws-true-cnst.

           perform 600-list-unused-approvals.

           move ws-count-approvals to ws-approvals-read.
           move ws-count-appr-rej to ws-appr-rej.
           move ws-count-pos to ws-pos.
           move ws-count-lines to ws-lines.
           move ws-count-dropped to ws-dropped.
           move ws-count-unapproved to ws-unapproved.

           write lr-report-line from " ".
           write lr-report-line from ws-heading3.
           write lr-report-line from ws-display-approvals.
           write lr-report-line from ws-display-appr-rej.
           write lr-report-line from ws-display-pos.
           write lr-report-line from ws-display-lines.
           write lr-report-line from ws-display-dropped.
           write lr-report-line from ws-display-unapproved.

           if ws-tables-full-flag = ws-true-cnst
               write lr-report-line from " "
               write lr-report-line from ws-table-full-message
           end-if.

           perform 950-close-files.

           goback.

      *aborts up front if either input is missing, rather than
      *loading nothing with no indication why - the open PO file is
      *opened (and, the very first time, created) only when the
      *run is going ahead
       010-open-files.
           accept ws-run-date from date.

           open input suggpo-file.

           if ws-suggpo-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input approval-file.

           if ws-approval-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open output load-report-file.

           if ws-abort-flag <> ws-true-cnst
               open i-o openpo-file
               if ws-openpo-file-status = "35"
                   open output openpo-file
                   close openpo-file
                   open i-o openpo-file
               end-if
           end-if.

      *reads purchasing's whole approval file into the approval
      *and override tables, editing each approval on the way in
       050-load-approvals.
           read approval-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 055-load-one-approval
             until ws-eof-flag = ws-true-cnst.

           move ws-false-cnst to ws-eof-flag.

       055-load-one-approval.
           add 1 to ws-count-approvals.

           if pa-vendor-approval
               perform 060-edit-vendor-approval
           else
               if pa-line-override
                   perform 070-edit-line-override
               else
                   move "REJECTED - WRONG RECORD TYPE" to ws-error
                   perform 080-write-approval-reject
               end-if
           end-if.

           read approval-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *a vendor approval needs a numeric non-zero PO number that is
      *not already on the open PO file or on another approval, a
      *real due date, and only one approval per vendor
       060-edit-vendor-approval.
           move spaces to ws-error.

           if pa-po-number is not numeric or pa-po-number = 0
               move "REJECTED - PO NUMBER INVALID" to ws-error
           end-if.

           if ws-error = spaces
               if pa-due-date is not numeric
                   move "REJECTED - DUE DATE INVALID" to ws-error
               else
                   if pa-due-month < 1 or pa-due-month > 12 or
                       pa-due-day < 1 or pa-due-day > 31
                       move "REJECTED - DUE DATE INVALID" to ws-error
                   end-if
               end-if
           end-if.

           if ws-error = spaces
               move pa-vendor-number to ws-cur-vendor
               perform 150-find-approval
               if ws-appr-found > 0
                   move "REJECTED - VENDOR REPEATED"
                       to ws-error
               end-if
           end-if.

           if ws-error = spaces
               move 0 to ws-appr-sub
               perform 065-match-one-approval-po
                 until ws-appr-sub >= ws-appr-entries
               if ws-error = spaces
                   perform 068-check-po-on-file
               end-if
           end-if.

           if ws-error = spaces
               if ws-appr-entries >= ws-appr-max-cnst
                   move ws-true-cnst to ws-tables-full-flag
                   move "REJECTED - APPROVAL TABLE FULL" to ws-error
               end-if
           end-if.

           if ws-error = spaces
               add 1 to ws-appr-entries
               move pa-vendor-number
                   to ws-appr-vendor (ws-appr-entries)
               move pa-po-number to ws-appr-po (ws-appr-entries)
               move pa-due-date to ws-appr-due (ws-appr-entries)
               move ws-false-cnst to ws-appr-used (ws-appr-entries)
           else
               perform 080-write-approval-reject
           end-if.

       065-match-one-approval-po.
           add 1 to ws-appr-sub.
           if ws-appr-po (ws-appr-sub) = pa-po-number
               move "REJECTED - PO NUMBER REPEATED" to ws-error
               move ws-appr-entries to ws-appr-sub
           end-if.

      *a PO number with any line already on the open PO file has
      *been used - loading under it again would mix two orders, or
      *load the same order twice on a rerun
       068-check-po-on-file.
           move ws-false-cnst to ws-posweep-eof-flag.
           move pa-po-number to op-po-number.
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

           if ws-posweep-eof-flag <> ws-true-cnst
               if op-po-number = pa-po-number
                   move "REJECTED - PO NUMBER ON FILE" to ws-error
               end-if
           end-if.

      *a line override needs a numeric part number and quantity
       070-edit-line-override.
           move spaces to ws-error.

           if pa-part-number is not numeric or pa-part-number = 0
               move "REJECTED - PART NO. INVALID" to ws-error
           else
               if pa-order-qty is not numeric
                   move "REJECTED - QUANTITY INVALID" to ws-error
               end-if
           end-if.

           if ws-error = spaces
               if ws-ovrd-entries >= ws-ovrd-max-cnst
                   move ws-true-cnst to ws-tables-full-flag
                   move "REJECTED - OVERRIDE TABLE FULL" to ws-error
               end-if
           end-if.

           if ws-error = spaces
               add 1 to ws-ovrd-entries
               move pa-vendor-number
                   to ws-ovrd-vendor (ws-ovrd-entries)
               move pa-part-number to ws-ovrd-part (ws-ovrd-entries)
               move pa-order-qty to ws-ovrd-qty (ws-ovrd-entries)
               move ws-false-cnst to ws-ovrd-used (ws-ovrd-entries)
           else
               perform 080-write-approval-reject
           end-if.

       080-write-approval-reject.
           add 1 to ws-count-appr-rej.
           move spaces to lr-po-number, lr-part-number, lr-due-date.
           move 0 to lr-order-qty.
           if pa-vendor-approval
               move pa-po-number to lr-po-number
               move pa-due-date to lr-due-date
           end-if.
           if pa-line-override
               move pa-part-number to lr-part-number
           end-if.
           move pa-vendor-number to lr-vendor-number.
           move ws-error to lr-status-text.
           write lr-report-line from lr-detail-line.

      *one record of the suggested-PO file: a vendor header looks
      *up the vendor's approval, each line item under an approved
      *header is loaded, and the vendor total closes the order
       100-load-one-suggpo-record.
           if ps-record-type = "V"
               move po-suggpo-record to po-header-view
               move ph-vendor-number to ws-cur-vendor
               perform 150-find-approval
               move ws-appr-found to ws-cur-appr
               if ws-cur-appr > 0
                   move ws-true-cnst to ws-appr-used (ws-cur-appr)
                   add 1 to ws-count-pos
               end-if
           else
               if ps-record-type = "L"
                   move po-suggpo-record to po-line-view
                   if ws-cur-appr > 0
                       perform 200-load-one-po-line
                   else
                       add 1 to ws-count-unapproved
                   end-if
               else
                   move 0 to ws-cur-appr
               end-if
           end-if.

           read suggpo-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *finds the approval row for ws-cur-vendor, leaving
      *ws-appr-found at zero when the vendor has none
       150-find-approval.
           move 0 to ws-appr-found.
           move 0 to ws-appr-sub.
           perform 155-match-one-approval
             until ws-appr-sub >= ws-appr-entries
             or ws-appr-found > 0.

       155-match-one-approval.
           add 1 to ws-appr-sub.
           if ws-appr-vendor (ws-appr-sub) = ws-cur-vendor
               move ws-appr-sub to ws-appr-found
           end-if.

      *loads one approved line at the buyer's override quantity
      *when there is one, otherwise at the suggested quantity - an
      *override of zero drops the line
       200-load-one-po-line.
           move pl-suggested-qty to ws-order-qty.

           perform 250-find-override.
           if ws-ovrd-found > 0
               move ws-ovrd-qty (ws-ovrd-found) to ws-order-qty
               move ws-true-cnst to ws-ovrd-used (ws-ovrd-found)
           end-if.

           move ws-appr-po (ws-cur-appr) to lr-po-number.
           move ws-cur-vendor to lr-vendor-number.
           move pl-part-number to lr-part-number.
           move ws-order-qty to lr-order-qty.
           move ws-appr-due (ws-cur-appr) to lr-due-date.

           if ws-order-qty = 0
               add 1 to ws-count-dropped
               move "DROPPED BY BUYER" to lr-status-text
           else
               move ws-appr-po (ws-cur-appr) to op-po-number
               move pl-part-number to op-part-number
               move ws-cur-vendor to op-vendor-number
               move ws-order-qty to op-qty-ordered
               move 0 to op-qty-received
               move pl-per-unit-price to op-per-unit-price
               move ws-run-date to op-order-date
               move ws-appr-due (ws-cur-appr) to op-due-date
               move "O" to op-line-status
               write op-open-po-record
                   invalid key
                       move "REJECTED - LINE ON FILE"
                           to lr-status-text
                   not invalid key
                       add 1 to ws-count-lines
                       move "LOADED" to lr-status-text
               end-write
           end-if.

           write lr-report-line from lr-detail-line.

       250-find-override.
           move 0 to ws-ovrd-found.
           move 0 to ws-ovrd-sub.
           perform 255-match-one-override
             until ws-ovrd-sub >= ws-ovrd-entries
             or ws-ovrd-found > 0.

       255-match-one-override.
           add 1 to ws-ovrd-sub.
           if ws-ovrd-vendor (ws-ovrd-sub) = ws-cur-vendor and
               ws-ovrd-part (ws-ovrd-sub) = pl-part-number
               move ws-ovrd-sub to ws-ovrd-found
           end-if.

      *lists the approvals and overrides that found nothing on the
      *suggested-PO file to apply to - usually an approval keyed
      *against the wrong night's suggestions
       600-list-unused-approvals.
           move 0 to ws-appr-sub.
           perform 610-list-one-unused-approval
             until ws-appr-sub >= ws-appr-entries.

           move 0 to ws-ovrd-sub.
           perform 620-list-one-unused-override
             until ws-ovrd-sub >= ws-ovrd-entries.

       610-list-one-unused-approval.
           add 1 to ws-appr-sub.
           if ws-appr-used (ws-appr-sub) <> ws-true-cnst
               move ws-appr-po (ws-appr-sub) to lr-po-number
               move ws-appr-vendor (ws-appr-sub) to lr-vendor-number
               move spaces to lr-part-number
               move 0 to lr-order-qty
               move ws-appr-due (ws-appr-sub) to lr-due-date
               move "NO SUGGESTED PO FOR VENDOR" to lr-status-text
               write lr-report-line from lr-detail-line
           end-if.

       620-list-one-unused-override.
           add 1 to ws-ovrd-sub.
           if ws-ovrd-used (ws-ovrd-sub) <> ws-true-cnst
               move spaces to lr-po-number, lr-due-date
               move ws-ovrd-vendor (ws-ovrd-sub) to lr-vendor-number
               move ws-ovrd-part (ws-ovrd-sub) to lr-part-number
               move ws-ovrd-qty (ws-ovrd-sub) to lr-order-qty
               move "OVERRIDE MATCHED NO LINE" to lr-status-text
               write lr-report-line from lr-detail-line
           end-if.

      *prints a short message in place of the usual report when an
      *input file is missing, and ends the run with return code 8
       900-abort-run.
           move 8 to return-code.
           write lr-report-line from ws-heading1.
           write lr-report-line from " ".
           if ws-suggpo-file-status <> "00"
               write lr-report-line from ws-abort-suggpo-message
           else
               write lr-report-line from ws-abort-approval-message
           end-if.

      *closes every file this program has open, win or lose - the
      *open PO file is only open when the run went ahead
       950-close-files.
           close suggpo-file, approval-file, load-report-file.

           if ws-abort-flag <> ws-true-cnst
               close openpo-file
           end-if.

       end program Program13.
