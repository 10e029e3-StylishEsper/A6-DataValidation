       identification division.
       program-id. Program20.
      *Program Description: Interactive part inquiry, in the same
      *console style as Program11's correction desk. Takes a part
      *number at the prompt and shows everything on file about the
      *part in one place - the master record with its vendor's name
      *and status, the on-hand at each location off the location
      *stock file, every future-dated transaction still held on the
      *pending file for it, its most recent price changes off the
      *price history, its most recent master activity off the
      *journal, and every suspense record waiting against its part
      *number. A part that is not on the master is still looked up
      *everywhere else, since a held add or a rejected one is
      *exactly what the caller may be asking about. Every file is
      *opened for input only - the inquiry never updates anything.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *part-master-file: the part master, read by part number
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is random
               record key is pm-part-number
               file status is ws-master-file-status.
      *vendor-master-file: the vendor master, for the vendor's name
           select vendor-master-file
               assign to "../../../A6-VENDMAST.dat"
               organization is indexed
               access mode is random
               record key is vm-vendor-number
               file status is ws-vendor-file-status.
      *locstock-file: the location stock file, read from the part's
      *first location on
           select locstock-file
               assign to "../../../A6-LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-locstock-file-status.
      *pending-trans-file: clean transactions held for a future
      *effective date
           select pending-trans-file
               assign to "../../../A6-PENDING.dat"
               organization is line sequential
               file status is ws-pending-file-status.
      *price-history-file: one line per applied price change
           select price-history-file
               assign to "../../../A6-PRICEHIST.dat"
               organization is line sequential
               file status is ws-pricehist-file-status.
      *journal-file: before/after images of every master action
      *since the last backup
           select journal-file
               assign to "../../../A6-JOURNAL.dat"
               organization is line sequential
               file status is ws-journal-file-status.
      *reject-file: the suspense file of records waiting to recycle
           select reject-file
               assign to "../../../A6-REJECTS.dat"
               organization is line sequential
               file status is ws-reject-file-status.

       data division.
       file section.

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

       fd vendor-master-file
           data record is vm-vendor-master-record
           record contains 27 characters.
           copy "a6vendm.cpy".

       fd locstock-file
           data record is ls-location-stock-record
           record contains 14 characters.
           copy "a6locst.cpy".

      *tr-trans-record: one held transaction, the same 36-byte shape
      *as the clean extract
       fd pending-trans-file
           data record is tr-trans-record
           record contains 36 characters.
           copy "a6trans.cpy".

      *ph-price-history-record: one applied price change, as
      *Program2 writes it
       fd price-history-file
           data record is ph-price-history-record
           record contains 24 characters.

       01 ph-price-history-record.
           05 ph-run-date           pic 9(06).
           05 filler                pic x.
           05 ph-part-number        pic 9(07).
           05 ph-part-bytes redefines ph-part-number
                                    pic x(07).
           05 filler                pic x.
           05 ph-old-price          pic 99v99.
           05 filler                pic x.
           05 ph-new-price          pic 99v99.

       fd journal-file
           data record is jr-journal-record
           record contains 81 characters.
           copy "a6journ.cpy".

       fd reject-file
           data record is rj-reject-record
           record contains 62 characters.
           copy "a6rejct.cpy".

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-master-file-status    pic xx.
       77 ws-vendor-file-status    pic xx.
       77 ws-locstock-file-status  pic xx.
       77 ws-pending-file-status   pic xx.
       77 ws-pricehist-file-status pic xx.
       77 ws-journal-file-status   pic xx.
       77 ws-reject-file-status    pic xx.
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-inquiry-done-flag     pic x value "F".
       01 ws-master-open-flag      pic x value "F".
       01 ws-vendor-open-flag      pic x value "F".
       01 ws-locstock-open-flag    pic x value "F".

      *clerk-dialogue fields: the part number keyed at the prompt,
      *taken as the seven bytes the layouts carry it in
       01 ws-keyed-value           pic x(07).
       01 ws-keyed-part redefines ws-keyed-value
                                   pic 9(07).

      *ws-recent-max-cnst: how many of the latest price changes and
      *journal actions the inquiry shows - the files run oldest
      *first, so the latest are the last ones read
       77 ws-recent-max-cnst       pic 9 value 5.

      *ws-rp-tbl: the part's latest price changes, oldest first
       01 ws-recent-price-table.
           05 ws-rp-entries        pic 9 value 0.
           05 ws-rp-tbl occurs 5 times.
               10 ws-rp-date       pic 9(06).
               10 ws-rp-old-price  pic 99v99.
               10 ws-rp-new-price  pic 99v99.

      *ws-ja-tbl: the part's latest journaled master actions, oldest
      *first
       01 ws-recent-journal-table.
           05 ws-ja-entries        pic 9 value 0.
           05 ws-ja-tbl occurs 5 times.
               10 ws-ja-date       pic 9(06).
               10 ws-ja-action     pic x.
               10 ws-ja-before-qty pic x(05).
               10 ws-ja-after-qty  pic x(05).
               10 ws-ja-before-price pic x(04).
               10 ws-ja-after-price pic x(04).
      *
       01 ws-recent-sub            pic 9 value 0.
       01 ws-recent-next           pic 9 value 0.

      *ws-journal-before / ws-journal-after: the journal's master
      *record images broken out by field - an add has no before
      *image and a delete no after image, so the part is matched
      *as bytes rather than as a number
       01 ws-journal-before.
           05 jb-part-bytes        pic x(07).
           05 jb-part-description  pic x(10).
           05 jb-price-bytes       pic x(04).
           05 jb-vendor-number     pic x(06).
           05 jb-qty-bytes         pic x(05).
           05 jb-reorder-bytes     pic x(05).
      *
       01 ws-journal-after.
           05 ja-part-bytes        pic x(07).
           05 ja-part-description  pic x(10).
           05 ja-price-bytes       pic x(04).
           05 ja-vendor-number     pic x(06).
           05 ja-qty-bytes         pic x(05).
           05 ja-reorder-bytes     pic x(05).

      *ws-suspense-data: a suspense record's input line broken out
      *by field the way Program1 reads it
       01 ws-suspense-data.
           05 sd-maintenance-code  pic x.
           05 sd-part-bytes        pic x(07).
           05 sd-part-description  pic x(10).
           05 sd-stock-fields redefines sd-part-description.
               10 sd-quantity      pic x(05).
               10 sd-po-number     pic x(05).
           05 sd-price-bytes       pic x(04).
           05 sd-vendor-number     pic x(06).
           05 sd-effective-date    pic x(06).
           05 sd-location          pic x(02).

      *display edit fields: figures shown the way the reports show
      *them rather than as raw record bytes
       01 ws-edit-fields.
           05 ws-edit-price        pic zz9.99.
           05 ws-edit-price2       pic zz9.99.
           05 ws-edit-qty          pic zzzz9.
           05 ws-edit-qty2         pic zzzz9.
           05 ws-edit-count        pic zzzz9.
           05 ws-price-work        pic 99v99.
           05 ws-price-bytes redefines ws-price-work
                                   pic x(04).
           05 ws-qty-work          pic 9(05).
           05 ws-qty-bytes redefines ws-qty-work
                                   pic x(05).
           05 ws-action-text       pic x(08).

      *ws-calc: storing totals, per inquiry
       01 ws-calc.
           05 ws-count-inquiries   pic 9(05) value 0.
           05 ws-count-locations   pic 9(05) value 0.
           05 ws-total-location    pic 9(07) value 0.
           05 ws-count-pending     pic 9(05) value 0.
           05 ws-count-suspense    pic 9(05) value 0.


       procedure division.
       000-main.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 950-close-files
               goback
           end-if.

           perform 100-take-one-inquiry
             until ws-inquiry-done-flag = ws-true-cnst.

           display " ".
           display "PARTS LOOKED UP - " ws-count-inquiries.

           perform 950-close-files.

           goback.

      *no part master means there is nothing to inquire against -
      *say so on the console and stop. the vendor master and the
      *location stock file are opened once for the session; the
      *sequential files are opened fresh for every part, so each
      *look-up sees them as they stand right then
       010-open-files.
           open input part-master-file.

           if ws-master-file-status <> "00"
               display "PART MASTER DID NOT OPEN"
               move ws-true-cnst to ws-abort-flag
           else
               move ws-true-cnst to ws-master-open-flag
           end-if.

           open input vendor-master-file.

           if ws-vendor-file-status = "00"
               move ws-true-cnst to ws-vendor-open-flag
           end-if.

           open input locstock-file.

           if ws-locstock-file-status = "00"
               move ws-true-cnst to ws-locstock-open-flag
           end-if.

      *one exchange at the prompt: a seven-digit part number shows
      *the part, E ends the session
       100-take-one-inquiry.
           display " ".
           display "PART NUMBER (ALL 7 DIGITS), E=END:".
           accept ws-keyed-value.

           if ws-keyed-value = "E" or "e" or spaces
               move ws-true-cnst to ws-inquiry-done-flag
           else
               if ws-keyed-part is not numeric
                   display "PART NUMBER MUST BE 7 DIGITS"
               else
                   add 1 to ws-count-inquiries
                   perform 200-show-master
                   perform 300-show-locations
                   perform 400-show-pending
                   perform 500-show-price-history
                   perform 600-show-journal
                   perform 700-show-suspense
               end-if
           end-if.

      *the master record and the vendor it is bought from
       200-show-master.
           display " ".
           display "PART " ws-keyed-value.

           move ws-keyed-part to pm-part-number.

           read part-master-file
               key is pm-part-number
               invalid key
                   display "  *** NOT ON PART MASTER ***"
               not invalid key
                   move pm-per-unit-price to ws-edit-price
                   move pm-qty-on-hand to ws-edit-qty
                   move pm-reorder-point to ws-edit-qty2
                   display "  DESCRIPTION  - " pm-part-description
                   display "  UNIT PRICE   - " ws-edit-price
                   display "  ON HAND      - " ws-edit-qty
                   display "  REORDER PT   - " ws-edit-qty2
                   perform 210-show-vendor
           end-read.

       210-show-vendor.
           if ws-vendor-open-flag <> ws-true-cnst
               display "  VENDOR       - " pm-vendor-number
                   "  (VENDOR MASTER NOT AVAILABLE)"
           else
               move pm-vendor-number to vm-vendor-number
               read vendor-master-file
                   key is vm-vendor-number
                   invalid key
                       display "  VENDOR       - " pm-vendor-number
                           "  *** NOT ON VENDOR MASTER ***"
                   not invalid key
                       if vm-vendor-inactive
                           display "  VENDOR       - "
                               pm-vendor-number " " vm-vendor-name
                               "  INACTIVE"
                       else
                           display "  VENDOR       - "
                               pm-vendor-number " " vm-vendor-name
                       end-if
               end-read
           end-if.

      *the on-hand at each location the part has a balance at
       300-show-locations.
           display " ".
           display "ON HAND BY LOCATION".

           move 0 to ws-count-locations.
           move 0 to ws-total-location.

           if ws-locstock-open-flag <> ws-true-cnst
               display "  LOCATION STOCK NOT AVAILABLE"
           else
               move ws-false-cnst to ws-eof-flag
               move ws-keyed-part to ls-part-number
               move spaces to ls-location
               start locstock-file
                   key is not less than ls-stock-key
                   invalid key
                       move ws-true-cnst to ws-eof-flag
               end-start
               perform 310-show-one-location
                 until ws-eof-flag = ws-true-cnst
               if ws-count-locations = 0
                   display "  NO LOCATION BALANCES"
               else
                   move ws-total-location to ws-edit-qty
                   display "  TOTAL  " ws-edit-qty
               end-if
           end-if.

       310-show-one-location.
           read locstock-file next record
               at end
                   move ws-true-cnst to ws-eof-flag
           end-read.

           if ws-eof-flag <> ws-true-cnst
               if ls-part-number <> ws-keyed-part
                   move ws-true-cnst to ws-eof-flag
               else
                   add 1 to ws-count-locations
                   add ls-qty-on-hand to ws-total-location
                   move ls-qty-on-hand to ws-edit-qty
                   display "  LOC " ls-location "  " ws-edit-qty
               end-if
           end-if.

      *every transaction held for the part until its effective date
       400-show-pending.
           display " ".
           display "HELD FOR A FUTURE DATE".

           move 0 to ws-count-pending.

           open input pending-trans-file.

           if ws-pending-file-status <> "00"
               display "  NONE HELD"
           else
               move ws-false-cnst to ws-eof-flag
               read pending-trans-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 410-show-one-pending
                 until ws-eof-flag = ws-true-cnst
               close pending-trans-file
               if ws-count-pending = 0
                   display "  NONE HELD"
               end-if
           end-if.

      *a stock transaction shows its quantity and location, any
      *other its description, price and vendor
       410-show-one-pending.
           if tr-part-number = ws-keyed-part
               add 1 to ws-count-pending
               if tr-maintenance-code = "R" or "I" or "P" or "J"
                   move tr-stock-quantity to ws-edit-qty
                   display "  " tr-maintenance-code
                       "  EFF " tr-effective-date
                       "  QTY " ws-edit-qty
                       "  LOC " tr-location
               else
                   move tr-per-unit-price to ws-edit-price
                   display "  " tr-maintenance-code
                       "  EFF " tr-effective-date
                       "  " tr-part-description
                       "  " ws-edit-price
                       "  " tr-vendor-number
               end-if
           end-if.

           read pending-trans-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the part's latest price changes, oldest first
       500-show-price-history.
           display " ".
           display "RECENT PRICE CHANGES".

           move 0 to ws-rp-entries.

           open input price-history-file.

           if ws-pricehist-file-status = "00"
               move ws-false-cnst to ws-eof-flag
               read price-history-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 510-keep-one-price-change
                 until ws-eof-flag = ws-true-cnst
               close price-history-file
           end-if.

           if ws-rp-entries = 0
               display "  NO PRICE CHANGES ON FILE"
           else
               move 0 to ws-recent-sub
               perform 530-show-one-price-change
                 until ws-recent-sub >= ws-rp-entries
           end-if.

      *keeps the last few changes for the part - once the table is
      *full the oldest is pushed off the front for the newest
       510-keep-one-price-change.
           if ph-part-bytes = ws-keyed-value
               if ws-rp-entries >= ws-recent-max-cnst
                   move 1 to ws-recent-sub
                   perform 520-shift-one-price-change
                     until ws-recent-sub >= ws-rp-entries
               else
                   add 1 to ws-rp-entries
               end-if
               move ph-run-date to ws-rp-date (ws-rp-entries)
               move ph-old-price to ws-rp-old-price (ws-rp-entries)
               move ph-new-price to ws-rp-new-price (ws-rp-entries)
           end-if.

           read price-history-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       520-shift-one-price-change.
           add 1 to ws-recent-sub giving ws-recent-next.
           move ws-rp-tbl (ws-recent-next) to ws-rp-tbl (ws-recent-sub).
           add 1 to ws-recent-sub.

       530-show-one-price-change.
           add 1 to ws-recent-sub.
           move ws-rp-old-price (ws-recent-sub) to ws-edit-price.
           move ws-rp-new-price (ws-recent-sub) to ws-edit-price2.
           display "  " ws-rp-date (ws-recent-sub)
               "  FROM " ws-edit-price
               "  TO " ws-edit-price2.

      *the part's latest journaled master actions, oldest first
       600-show-journal.
           display " ".
           display "RECENT MASTER ACTIVITY (SINCE LAST BACKUP)".

           move 0 to ws-ja-entries.

           open input journal-file.

           if ws-journal-file-status = "00"
               move ws-false-cnst to ws-eof-flag
               read journal-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 610-keep-one-journal-action
                 until ws-eof-flag = ws-true-cnst
               close journal-file
           end-if.

           if ws-ja-entries = 0
               display "  NO ACTIVITY ON FILE"
           else
               move 0 to ws-recent-sub
               perform 630-show-one-journal-action
                 until ws-recent-sub >= ws-ja-entries
           end-if.

      *keeps the last few actions for the part, on-hand and price
      *either side of each - the same push-off-the-front as the
      *price changes
       610-keep-one-journal-action.
           move jr-before-image to ws-journal-before.
           move jr-after-image to ws-journal-after.

           if jb-part-bytes = ws-keyed-value or
               ja-part-bytes = ws-keyed-value
               if ws-ja-entries >= ws-recent-max-cnst
                   move 1 to ws-recent-sub
                   perform 620-shift-one-journal-action
                     until ws-recent-sub >= ws-ja-entries
               else
                   add 1 to ws-ja-entries
               end-if
               move jr-run-date to ws-ja-date (ws-ja-entries)
               move jr-action to ws-ja-action (ws-ja-entries)
               move jb-qty-bytes to ws-ja-before-qty (ws-ja-entries)
               move ja-qty-bytes to ws-ja-after-qty (ws-ja-entries)
               move jb-price-bytes
                   to ws-ja-before-price (ws-ja-entries)
               move ja-price-bytes
                   to ws-ja-after-price (ws-ja-entries)
           end-if.

           read journal-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       620-shift-one-journal-action.
           add 1 to ws-recent-sub giving ws-recent-next.
           move ws-ja-tbl (ws-recent-next) to ws-ja-tbl (ws-recent-sub).
           add 1 to ws-recent-sub.

      *an add shows only what it wrote, a delete only what it took
      *away, a rewrite the on-hand and price either side
       630-show-one-journal-action.
           add 1 to ws-recent-sub.

           if ws-ja-action (ws-recent-sub) = "W"
               move "ADDED" to ws-action-text
               move ws-ja-after-qty (ws-recent-sub) to ws-qty-bytes
               move ws-qty-work to ws-edit-qty
               move ws-ja-after-price (ws-recent-sub)
                   to ws-price-bytes
               move ws-price-work to ws-edit-price
               display "  " ws-ja-date (ws-recent-sub)
                   "  " ws-action-text
                   "  QTY " ws-edit-qty
                   "  PRICE " ws-edit-price
           else
               if ws-ja-action (ws-recent-sub) = "D"
                   move "DELETED" to ws-action-text
                   move ws-ja-before-qty (ws-recent-sub)
                       to ws-qty-bytes
                   move ws-qty-work to ws-edit-qty
                   move ws-ja-before-price (ws-recent-sub)
                       to ws-price-bytes
                   move ws-price-work to ws-edit-price
                   display "  " ws-ja-date (ws-recent-sub)
                       "  " ws-action-text
                       "  QTY " ws-edit-qty
                       "  PRICE " ws-edit-price
               else
                   move "CHANGED" to ws-action-text
                   move ws-ja-before-qty (ws-recent-sub)
                       to ws-qty-bytes
                   move ws-qty-work to ws-edit-qty
                   move ws-ja-after-qty (ws-recent-sub)
                       to ws-qty-bytes
                   move ws-qty-work to ws-edit-qty2
                   move ws-ja-before-price (ws-recent-sub)
                       to ws-price-bytes
                   move ws-price-work to ws-edit-price
                   move ws-ja-after-price (ws-recent-sub)
                       to ws-price-bytes
                   move ws-price-work to ws-edit-price2
                   display "  " ws-ja-date (ws-recent-sub)
                       "  " ws-action-text
                       "  QTY " ws-edit-qty " TO " ws-edit-qty2
                       "  PRICE " ws-edit-price " TO " ws-edit-price2
               end-if
           end-if.

      *every suspense record waiting against the part number, with
      *the error that failed it and how many cycles it has been
      *round
       700-show-suspense.
           display " ".
           display "WAITING ON SUSPENSE".

           move 0 to ws-count-suspense.

           open input reject-file.

           if ws-reject-file-status <> "00"
               display "  NONE WAITING"
           else
               move ws-false-cnst to ws-eof-flag
               read reject-file
                   at end
                       move ws-true-cnst to ws-eof-flag
               end-read
               perform 710-show-one-suspense
                 until ws-eof-flag = ws-true-cnst
               close reject-file
               if ws-count-suspense = 0
                   display "  NONE WAITING"
               end-if
           end-if.

       710-show-one-suspense.
           move rj-input-data to ws-suspense-data.

           if sd-part-bytes = ws-keyed-value
               add 1 to ws-count-suspense
               display "  " sd-maintenance-code
                   "  " rj-error-text
                   "  CYCLE " rj-cycle-count
               display "     " rj-input-data
           end-if.

           read reject-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *closes what the session opened - the sequential files are
      *closed again after every look-up
       950-close-files.
           if ws-master-open-flag = ws-true-cnst
               close part-master-file
           end-if.

           if ws-vendor-open-flag = ws-true-cnst
               close vendor-master-file
           end-if.

           if ws-locstock-open-flag = ws-true-cnst
               close locstock-file
           end-if.

       end program Program20.
