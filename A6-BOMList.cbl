       identification division.
       program-id. Program22.
      *Program Description: Kit bill-of-materials listing, companion
      *to Program21's BOM maintenance. The first section is the
      *single-level listing - every kit in part number order with
      *its components under it, each with its quantity-per, its
      *rolled-up on-hand off the part master, and how many kits
      *that on-hand would make; the smallest of those is printed
      *under the kit as the kits buildable from stock. The second
      *section is the where-used listing - every component part in
      *part number order with the kits it goes into. A row naming
      *a part that has since come off the master is flagged.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *bom-file: the kit bill-of-materials, read in key order
           select bom-file
               assign to "../../../A6-BOM.dat"
               organization is indexed
               access mode is sequential
               record key is bm-bom-key
               file status is ws-bom-file-status.
      *part-master-file: read for each part's description and
      *on-hand
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is random
               record key is pm-part-number
               file status is ws-master-file-status.
      *bom-report-file: the printed listing
           select bom-report-file
               assign to "../../../A6-BOMList.out"
               organization is line sequential.

       data division.
       file section.

       fd bom-file
           data record is bm-bom-record
           record contains 19 characters.
           copy "a6bom.cpy".

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

      *bl-report-line: used to write into the listing
       fd bom-report-file
           data record is bl-report-line
           record contains 80 characters.

       01 bl-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(48) value
       "A6 KIT BILL OF MATERIALS - SINGLE-LEVEL LISTING".
      *
       01 ws-heading2.
           05 filler               pic x(20) value
           "KIT     COMPONENT   ".
           05 filler               pic x(11) value "DESCRIPTION".
           05 filler               pic x(27) value
           "    QTY PER  ON HAND   KITS".
      *
       01 ws-heading3.
           05 filler               pic x(40) value
           "----------------------------------------".
           05 filler               pic x(18) value
           "------------------".
      *
       77 ws-heading4              pic x(41) value
       "A6 KIT BILL OF MATERIALS - WHERE USED".
      *
       01 ws-heading5.
           05 filler               pic x(20) value
           "COMPONENT   KIT     ".
           05 filler               pic x(11) value "DESCRIPTION".
           05 filler               pic x(11) value "    QTY PER".
      *
       01 ws-abort-bom-message     pic x(39) value
       "RUN ABORTED - BOM FILE DID NOT OPEN".
      *
       01 ws-abort-master-message  pic x(39) value
       "RUN ABORTED - PART MASTER DID NOT OPEN".
      *
       01 ws-table-full-message    pic x(45) value
       "BOM TABLE FULL - WHERE USED LISTING IS SHORT".

       77 ws-bom-file-status       pic xx.
       77 ws-master-file-status    pic xx.
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
       01 ws-found-flag            pic x value "F".
       01 ws-table-full-flag       pic x value "F".

      *bl-kit-line: the kit a group of component lines belongs to
       01 bl-kit-line.
           05 bl-kit-part-number   pic 9(07).
           05 filler               pic x(13) value spaces.
           05 bl-kit-description   pic x(10).
           05 filler               pic x(28) value spaces.
           05 bl-kit-note          pic x(13).

      *bl-component-line: one component of the kit
       01 bl-component-line.
           05 filler               pic x(08) value spaces.
           05 bl-comp-part-number  pic 9(07).
           05 filler               pic x(05) value spaces.
           05 bl-comp-description  pic x(10).
           05 filler               pic x(05) value spaces.
           05 bl-comp-qty-per      pic zzzz9.
           05 filler               pic x(04) value spaces.
           05 bl-comp-on-hand      pic zzzz9.
           05 filler               pic x(02) value spaces.
           05 bl-comp-kits         pic zzzz9.
           05 filler               pic x value spaces.
           05 bl-comp-note         pic x(13).

      *bl-buildable-line: the kits the tightest component allows
       01 bl-buildable-line.
           05 filler               pic x(08) value spaces.
           05 filler               pic x(31) value
           "KITS BUILDABLE FROM STOCK     -".
           05 filler               pic x value spaces.
           05 bl-buildable         pic zzzz9.

      *bl-used-line: a component heading its where-used group
       01 bl-used-line.
           05 bl-used-part-number  pic 9(07).
           05 filler               pic x(13) value spaces.
           05 bl-used-description  pic x(10).
           05 filler               pic x(28) value spaces.
           05 bl-used-note         pic x(13).

      *bl-used-kit-line: one kit the component goes into
       01 bl-used-kit-line.
           05 filler               pic x(12) value spaces.
           05 bl-used-kit-number   pic 9(07).
           05 filler               pic x value spaces.
           05 bl-used-kit-desc     pic x(10).
           05 filler               pic x(06) value spaces.
           05 bl-used-qty-per      pic zzzz9.
           05 filler               pic x value spaces.
           05 bl-used-kit-note     pic x(13).

      *ws-display-*: end of run totals
       01 ws-display-kits.
           05 filler               pic x(17) value "KITS            -".
           05 filler               pic x value spaces.
           05 ws-kits              pic zzzz9.
      *
       01 ws-display-rows.
           05 filler               pic x(17) value "BOM ROWS        -".
           05 filler               pic x value spaces.
           05 ws-rows              pic zzzz9.
      *
       01 ws-display-components.
           05 filler               pic x(17) value "COMPONENT PARTS -".
           05 filler               pic x value spaces.
           05 ws-components        pic zzzz9.
      *
       01 ws-display-missing.
           05 filler               pic x(17) value "NOT ON MASTER   -".
           05 filler               pic x value spaces.
           05 ws-missing           pic zzzz9.

      *ws-bom-tbl: every row read for the single-level listing,
      *held in kit order for the where-used pass - each component
      *is listed by picking the lowest part number not yet listed
      *and then every row naming it, which keeps the kits under it
      *in kit order too
       77 ws-bom-max-cnst          pic 9(04) value 2000.
      *
       01 ws-bom-table.
           05 ws-bom-entries       pic 9(04) value 0.
           05 ws-bom-tbl occurs 2000 times.
               10 ws-tbl-kit       pic 9(07).
               10 ws-tbl-component pic 9(07).
               10 ws-tbl-qty-per   pic 9(05).
               10 ws-tbl-listed    pic x.

      *work fields: the kit being listed, the fewest kits any of its
      *components allows, and the component the where-used pass is
      *listing
       01 ws-work.
           05 ws-prev-kit          pic 9(07) value 0.
           05 ws-kit-buildable     pic 9(05) value 0.
           05 ws-comp-kits         pic 9(05) value 0.
           05 ws-next-component    pic 9(07) value 0.
           05 ws-tbl-sub           pic 9(04) value 0.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-kits        pic 9(05) value 0.
           05 ws-count-rows        pic 9(05) value 0.
           05 ws-count-components  pic 9(05) value 0.
           05 ws-count-missing     pic 9(05) value 0.


       procedure division.
       000-main.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           write bl-report-line from ws-heading1.
           write bl-report-line from " ".
           write bl-report-line from ws-heading2.
           write bl-report-line from ws-heading3.

           read bom-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-list-one-row
             until ws-eof-flag = ws-true-cnst.

           if ws-prev-kit > 0
               perform 150-end-kit
           end-if.

           perform 200-where-used.

           move ws-count-kits to ws-kits.
           move ws-count-rows to ws-rows.
           move ws-count-components to ws-components.
           move ws-count-missing to ws-missing.

           write bl-report-line from " ".
           write bl-report-line from ws-display-kits.
           write bl-report-line from ws-display-rows.
           write bl-report-line from ws-display-components.
           write bl-report-line from ws-display-missing.

           perform 950-close-files.

           goback.

      *aborts if there is no bill-of-materials to list, or no part
      *master to describe its parts
       010-open-files.
           open input bom-file.

           if ws-bom-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input part-master-file.

           if ws-master-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open output bom-report-file.

      *lists one row under its kit, starting a new kit group on a
      *change of kit, and keeps the row for the where-used pass
       100-list-one-row.
           if bm-kit-part-number <> ws-prev-kit
               if ws-prev-kit > 0
                   perform 150-end-kit
               end-if
               perform 110-start-kit
           end-if.

           perform 120-list-component.
           perform 130-keep-row.

           read bom-file
               at end
                   move ws-true-cnst to ws-eof-flag.

       110-start-kit.
           move bm-kit-part-number to ws-prev-kit.
           move 99999 to ws-kit-buildable.
           add 1 to ws-count-kits.

           move bm-kit-part-number to bl-kit-part-number.
           move bm-kit-part-number to pm-part-number.
           perform 300-read-part.

           if ws-found-flag = ws-true-cnst
               move pm-part-description to bl-kit-description
               move spaces to bl-kit-note
           else
               move spaces to bl-kit-description
               move "NOT ON MASTER" to bl-kit-note
               add 1 to ws-count-missing
           end-if.

           write bl-report-line from " ".
           write bl-report-line from bl-kit-line.

      *a component's on-hand divided by its quantity-per is how
      *many kits it alone would make - a component off the master
      *makes none
       120-list-component.
           add 1 to ws-count-rows.
           move bm-component-part-number to bl-comp-part-number.
           move bm-qty-per to bl-comp-qty-per.
           move bm-component-part-number to pm-part-number.
           perform 300-read-part.

           if ws-found-flag = ws-true-cnst
               move pm-part-description to bl-comp-description
               move pm-qty-on-hand to bl-comp-on-hand
               divide pm-qty-on-hand by bm-qty-per
                   giving ws-comp-kits
               move spaces to bl-comp-note
           else
               move spaces to bl-comp-description
               move 0 to bl-comp-on-hand
               move 0 to ws-comp-kits
               move "NOT ON MASTER" to bl-comp-note
               add 1 to ws-count-missing
           end-if.

           move ws-comp-kits to bl-comp-kits.

           if ws-comp-kits < ws-kit-buildable
               move ws-comp-kits to ws-kit-buildable
           end-if.

           write bl-report-line from bl-component-line.

       130-keep-row.
           if ws-bom-entries < ws-bom-max-cnst
               add 1 to ws-bom-entries
               move bm-kit-part-number to ws-tbl-kit (ws-bom-entries)
               move bm-component-part-number
                   to ws-tbl-component (ws-bom-entries)
               move bm-qty-per to ws-tbl-qty-per (ws-bom-entries)
               move ws-false-cnst to ws-tbl-listed (ws-bom-entries)
           else
               move ws-true-cnst to ws-table-full-flag
           end-if.

       150-end-kit.
           move ws-kit-buildable to bl-buildable.
           write bl-report-line from bl-buildable-line.

      *the where-used section, built off the rows kept in the table
       200-where-used.
           write bl-report-line from " ".
           write bl-report-line from ws-heading4.
           write bl-report-line from " ".
           write bl-report-line from ws-heading5.
           write bl-report-line from ws-heading3.

           if ws-table-full-flag = ws-true-cnst
               write bl-report-line from ws-table-full-message
           end-if.

           move 1 to ws-next-component.
           perform 210-list-next-component
             until ws-next-component = 0.

      *picks the lowest component not yet listed and lists every
      *kit it goes into - none left ends the section
       210-list-next-component.
           move 0 to ws-next-component.
           move 0 to ws-tbl-sub.
           perform 215-check-lowest-component
             until ws-tbl-sub >= ws-bom-entries.

           if ws-next-component > 0
               add 1 to ws-count-components
               move ws-next-component to bl-used-part-number
               move ws-next-component to pm-part-number
               perform 300-read-part
               if ws-found-flag = ws-true-cnst
                   move pm-part-description to bl-used-description
                   move spaces to bl-used-note
               else
                   move spaces to bl-used-description
                   move "NOT ON MASTER" to bl-used-note
               end-if
               write bl-report-line from " "
               write bl-report-line from bl-used-line
               move 0 to ws-tbl-sub
               perform 220-list-one-kit
                 until ws-tbl-sub >= ws-bom-entries
           end-if.

       215-check-lowest-component.
           add 1 to ws-tbl-sub.
           if ws-tbl-listed (ws-tbl-sub) = ws-false-cnst
               if ws-next-component = 0 or
                   ws-tbl-component (ws-tbl-sub) < ws-next-component
                   move ws-tbl-component (ws-tbl-sub)
                       to ws-next-component
               end-if
           end-if.

       220-list-one-kit.
           add 1 to ws-tbl-sub.
           if ws-tbl-component (ws-tbl-sub) = ws-next-component
               move ws-true-cnst to ws-tbl-listed (ws-tbl-sub)
               move ws-tbl-kit (ws-tbl-sub) to bl-used-kit-number
               move ws-tbl-qty-per (ws-tbl-sub) to bl-used-qty-per
               move ws-tbl-kit (ws-tbl-sub) to pm-part-number
               perform 300-read-part
               if ws-found-flag = ws-true-cnst
                   move pm-part-description to bl-used-kit-desc
                   move spaces to bl-used-kit-note
               else
                   move spaces to bl-used-kit-desc
                   move "NOT ON MASTER" to bl-used-kit-note
               end-if
               write bl-report-line from bl-used-kit-line
           end-if.

      *reads the part master for the part number already moved to
      *the key
       300-read-part.
           move ws-true-cnst to ws-found-flag.

           read part-master-file
               key is pm-part-number
               invalid key
                   move ws-false-cnst to ws-found-flag
           end-read.

      *prints a short message in place of the listing when an input
      *file is missing, and ends the run with return code 8
       900-abort-run.
           move 8 to return-code.
           if ws-bom-file-status <> "00"
               write bl-report-line from ws-abort-bom-message
           else
               write bl-report-line from ws-abort-master-message
           end-if.

      *closes every file this program has open, win or lose
       950-close-files.
           close bom-file, part-master-file, bom-report-file.

       end program Program22.
