      *hand. A part pointing at an inactive or missing vendor lands
      *on the exception section of the run report instead of on a
      *PO, so it gets re-sourced instead of sitting on the reorder
      *report forever. Quantity already on order on an open
      *purchase order line counts toward the reorder point, so a
      *part stops being suggested again night after night while
      *its order is on the way.
      *
      *Modification History
      * 2026-09-02  ab  initial version
      * 2026-09-02  ab  widen the part number to seven digits
      * 2026-10-15  ab  net the quantity still open on the open
      *                 purchase order file out of each suggestion
      * 2026-10-15  ab  hand a return code of 8 back to the nightly
      *                 stream when the run aborts
       environment division.

       configuration section.
               access mode is dynamic
               record key is vm-vendor-number
               file status is ws-vendor-file-status.
      *openpo-file: the open purchase order file, read once up front
      *for the quantity each part still has on order
           select openpo-file
               assign to "../../../A6-OPENPO.dat"
               organization is indexed
               access mode is sequential
               record key is op-po-key
               file status is ws-openpo-file-status.
      *suggpo-file: the machine-readable suggested-PO file, one
      *vendor header, its line items and a vendor total per vendor
           select suggpo-file
           record contains 27 characters.
           copy "a6vendm.cpy".

       fd openpo-file
           data record is op-open-po-record
           record contains 45 characters.
           copy "a6opnpo.cpy".

      *po-suggpo-record: one record of the suggested-PO file - the
      *leading record type says whether it is a vendor header, a
      *line item or a vendor total
       77 ws-vendor-file-status    pic xx.
       77 ws-pvnd-max-cnst         pic 9(03) value 200.
       77 ws-pitm-max-cnst         pic 9(03) value 500.
       77 ws-openpo-file-status    pic xx.
       77 ws-oord-max-cnst         pic 9(04) value 2000.

      *po-header-build: the vendor header record of one suggested PO
       01 po-header-build.
               10 ws-pitm-price    pic 99v99.
               10 ws-pitm-cost     pic 9(09)v99.

      *ws-oord-tbl: the quantity each part still has open on the
      *open purchase order file, summed over its open lines - a
      *part past the table limit is suggested without netting, and
      *the report says so
       01 ws-on-order.
           05 ws-oord-entries      pic 9(04) value 0.
           05 ws-oord-full-flag    pic x value "F".
           05 ws-oord-eof-flag     pic x value "F".
           05 ws-oord-tbl occurs 2000 times.
               10 ws-oord-part     pic 9(07).
               10 ws-oord-qty      pic 9(07).
      *
       01 ws-oord-sub              pic 9(04) value 0.
       01 ws-oord-found            pic 9(04) value 0.
       01 ws-oord-key              pic 9(07) value 0.
       01 ws-line-open-qty         pic 9(05) value 0.
       01 ws-on-order-qty          pic 9(07) value 0.
       01 ws-covered-qty           pic 9(07) value 0.
      *
       01 ws-oord-full-message     pic x(40) value
       "ON-ORDER TABLE FULL - SOME NOT NETTED".

      *table subscripts and the matched-vendor row for the part in
      *hand
       01 ws-pvnd-sub              pic 9(03) value 0.
       01 ws-tables-full-flag      pic x value "F".

      *order work fields: the suggested quantity that brings
      *on-hand plus on-order back above the reorder point, and its
      *cost
       01 ws-order-work.
           05 ws-suggested-qty     pic 9(05) value 0.
           05 ws-extended-cost     pic 9(09)v99 value 0.
           05 filler               pic x(17) value "EXCEPTIONS      -".
           05 filler               pic x value spaces.
           05 ws-exceptions        pic zzzz9.
      *
       01 ws-display-covered.
           05 filler               pic x(17) value "COVERED ON ORDER-".
           05 filler               pic x value spaces.
           05 ws-covered           pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-below       pic 9(05) value 0.
           05 ws-count-lines       pic 9(05) value 0.
           05 ws-count-exceptions  pic 9(05) value 0.
           05 ws-count-covered     pic 9(05) value 0.


       procedure division.
           write pr-report-line from ws-heading3.
           write pr-report-line from ws-heading4.

           perform 050-load-on-order.

           read part-master-file
               at end
                   move ws-true-cnst to ws-eof-flag.
           move ws-pvnd-entries to ws-vendors.
           move ws-count-lines to ws-lines.
           move ws-count-exceptions to ws-exceptions.
           move ws-count-covered to ws-covered.

           write pr-report-line from " ".
           write pr-report-line from ws-heading4.
           write pr-report-line from ws-display-lines.
           write pr-report-line from " ".
           write pr-report-line from ws-display-exceptions.
           write pr-report-line from " ".
           write pr-report-line from ws-display-covered.

           if ws-tables-full-flag = ws-true-cnst
               write pr-report-line from " "
               write pr-report-line from ws-table-full-message
           end-if.

           if ws-oord-full-flag = ws-true-cnst
               write pr-report-line from " "
               write pr-report-line from ws-oord-full-message
           end-if.

           perform 950-close-files.

           goback.
               open output suggpo-file
           end-if.

      *sums the quantity still open on every open line of the open
      *purchase order file into the on-order table, one row per
      *part - no file yet just means nothing is on order
       050-load-on-order.
           open input openpo-file.

           if ws-openpo-file-status = "00"
               read openpo-file
                   at end
                       move ws-true-cnst to ws-oord-eof-flag
               end-read
               perform 055-load-one-po-line
                 until ws-oord-eof-flag = ws-true-cnst
               close openpo-file
           end-if.

       055-load-one-po-line.
           if op-line-open and op-qty-ordered > op-qty-received
               subtract op-qty-received from op-qty-ordered
                   giving ws-line-open-qty
               move op-part-number to ws-oord-key
               perform 060-find-on-order-slot
               if ws-oord-found = 0
                   if ws-oord-entries >= ws-oord-max-cnst
                       move ws-true-cnst to ws-oord-full-flag
                   else
                       add 1 to ws-oord-entries
                       move ws-oord-entries to ws-oord-found
                       move op-part-number
                           to ws-oord-part (ws-oord-found)
                       move 0 to ws-oord-qty (ws-oord-found)
                   end-if
               end-if
               if ws-oord-found > 0
                   add ws-line-open-qty to ws-oord-qty (ws-oord-found)
               end-if
           end-if.

           read openpo-file
               at end
                   move ws-true-cnst to ws-oord-eof-flag
           end-read.

      *finds the row of the on-order table for ws-oord-key,
      *leaving ws-oord-found at zero when the part has none
       060-find-on-order-slot.
           move 0 to ws-oord-found.
           move 0 to ws-oord-sub.
           perform 065-match-one-on-order-slot
             until ws-oord-sub >= ws-oord-entries
             or ws-oord-found > 0.

       065-match-one-on-order-slot.
           add 1 to ws-oord-sub.
           if ws-oord-part (ws-oord-sub) = ws-oord-key
               move ws-oord-sub to ws-oord-found
           end-if.

      *checks one master record against its reorder point - a part
      *at or below it is either collected under its vendor for the
      *grouped PO file or, when the vendor is inactive or missing,
      *put on the exception section, unless what it already has on
      *order brings it back above the reorder point
       100-sweep-one-part.
           if pm-reorder-point > 0
               if pm-qty-on-hand <= pm-reorder-point
                   add 1 to ws-count-below
                   move pm-part-number to ws-oord-key
                   perform 060-find-on-order-slot
                   if ws-oord-found > 0
                       move ws-oord-qty (ws-oord-found)
                           to ws-on-order-qty
                   else
                       move 0 to ws-on-order-qty
                   end-if
                   add pm-qty-on-hand to ws-on-order-qty
                       giving ws-covered-qty
                   if ws-covered-qty > pm-reorder-point
                       add 1 to ws-count-covered
                   else
                       perform 200-place-one-order
                   end-if
               end-if
           end-if.

           end-read.

      *collects one line item under its vendor's table row - the
      *suggested quantity is what brings on-hand plus on-order one
      *past the reorder point
       300-collect-po-line.
           perform 350-find-vendor-slot.

               move ws-true-cnst to ws-tables-full-flag
           else
               add 1 to pm-reorder-point giving ws-suggested-qty
               subtract ws-covered-qty from ws-suggested-qty
               multiply ws-suggested-qty by pm-per-unit-price
                   giving ws-extended-cost

           end-if.

      *prints a short message in place of the usual report when a
      *master file is missing, and fails the step for the nightly stream
       900-abort-run.
           move 8 to return-code.
           write pr-report-line from ws-heading1.
           write pr-report-line from " ".
           if ws-master-file-status <> "00"
