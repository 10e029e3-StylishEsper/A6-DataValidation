       identification division.
       program-id. Program21.
      *Program Description: Kit bill-of-materials maintenance run.
      *Reads the BOM maintenance transaction file, edits each
      *transaction the way Program5 edits vendor transactions, and
      *applies the good ones to the bill-of-materials file:
      *maintenance code A adds a component row to a kit, C changes
      *the row's quantity-per, and D deletes the row. A kit and a
      *component both have to be parts on the part master when a
      *row is added or changed, and a kit is kept one level deep -
      *a part that is a kit cannot be added as a component, and a
      *part that is a component cannot be made a kit - since the
      *master update explodes a kit issue into its components only
      *once. Every transaction is listed on the edit-and-apply
      *report with what happened to it.
      *
      *Modification History
      * 2026-10-15  ab  initial version
       environment division.

       configuration section.

       input-output section.
       file-control.
      *bom-trans-file: BOM maintenance transactions
           select bom-trans-file
               assign to "../../../A6-BOMTRANS.dat"
               organization is line sequential
               file status is ws-trans-file-status.
      *bom-file: the kit bill-of-materials being maintained
           select bom-file
               assign to "../../../A6-BOM.dat"
               organization is indexed
               access mode is dynamic
               record key is bm-bom-key
               file status is ws-bom-file-status.
      *part-master-file: read to prove the kit and the component
      *are both parts on file
           select part-master-file
               assign to "../../../A6-PARTMAST.dat"
               organization is indexed
               access mode is random
               record key is pm-part-number
               file status is ws-partmast-file-status.
      *maint-report-file: the edit-and-apply report
           select maint-report-file
               assign to "../../../A6-BOMMaint.out"
               organization is line sequential.

       data division.
       file section.

       fd bom-trans-file
           data record is bx-bom-trans-record
           record contains 20 characters.
           copy "a6btran.cpy".

       fd bom-file
           data record is bm-bom-record
           record contains 19 characters.
           copy "a6bom.cpy".

       fd part-master-file
           data record is pm-part-master-record
           record contains 37 characters.
           copy "a6partm.cpy".

      *br-report-line: used to write into the edit-and-apply report
       fd maint-report-file
           data record is br-report-line
           record contains 70 characters.

       01 br-report-line pic x(70).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst              pic x value "T".
       77 ws-false-cnst             pic x value "F".
      *
       77 ws-heading1               pic x(46) value
       "A6 KIT BILL OF MATERIALS MAINTENANCE - REPORT".
      *
       01 ws-eof-flag               pic x value "F".
       01 ws-abort-flag             pic x value "F".
       01 ws-sweep-eof-flag         pic x value "F".
       01 ws-level-flag             pic x value "F".
      *
      *ws-kit-rows: the kit's rows already on file - the validation
      *and master update runs explode a kit issue through a table
      *of ws-kit-max-cnst components, so a kit holds no more
       77 ws-kit-max-cnst           pic 9(03) value 50.
       01 ws-kit-rows               pic 9(03) value 0.
      *
       01 ws-abort-trans-message    pic x(39) value
       "RUN ABORTED - BOM TRANS DID NOT OPEN".
      *
       01 ws-abort-master-message   pic x(39) value
       "RUN ABORTED - PART MASTER DID NOT OPEN".
      *
       77 ws-trans-file-status      pic xx.
       77 ws-bom-file-status        pic xx.
       77 ws-partmast-file-status   pic xx.

      *br-detail-line: one line per transaction edited/applied
       01 br-detail-line.
           05 br-kit-part-number    pic x(07).
           05 filler                pic x value spaces.
           05 br-maint-code         pic x.
           05 filler                pic x value spaces.
           05 br-component-number   pic x(07).
           05 filler                pic x value spaces.
           05 br-qty-per            pic x(05).
           05 filler                pic x value spaces.
           05 br-status-text        pic x(33).

      *ws-error: the first edit that failed the transaction, or
      *spaces when the edits all passed
       01 ws-error                  pic x(33).

      *ws-display-*: end of run totals
       01 ws-display-adds.
           05 filler                pic x(14) value "ADDS         -".
           05 filler                pic x value spaces.
           05 ws-adds               pic zzzz9.
      *
       01 ws-display-changes.
           05 filler                pic x(14) value "CHANGES      -".
           05 filler                pic x value spaces.
           05 ws-changes            pic zzzz9.
      *
       01 ws-display-deletes.
           05 filler                pic x(14) value "DELETES      -".
           05 filler                pic x value spaces.
           05 ws-deletes            pic zzzz9.
      *
       01 ws-display-rejected.
           05 filler                pic x(14) value "REJECTED     -".
           05 filler                pic x value spaces.
           05 ws-rejected           pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-adds         pic 9(05) value 0.
           05 ws-count-changes      pic 9(05) value 0.
           05 ws-count-deletes      pic 9(05) value 0.
           05 ws-count-rejected     pic 9(05) value 0.


       procedure division.
       000-main.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               goback
           end-if.

           read bom-trans-file
               at end
                   move ws-true-cnst to ws-eof-flag.

           perform 100-apply-transactions
             until ws-eof-flag = ws-true-cnst.

           move ws-count-adds to ws-adds.
           move ws-count-changes to ws-changes.
           move ws-count-deletes to ws-deletes.
           move ws-count-rejected to ws-rejected.

           write br-report-line from " ".
           write br-report-line from ws-display-adds.
           write br-report-line from ws-display-changes.
           write br-report-line from ws-display-deletes.
           write br-report-line from ws-display-rejected.

           perform 950-close-files.

           goback.

      *aborts up front if the transaction file or the part master
      *is missing - the BOM file is opened (and, the very first
      *time, created) only when the run is actually going ahead
       010-open-files.
           open input bom-trans-file.

           if ws-trans-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open input part-master-file.

           if ws-partmast-file-status <> "00"
               move ws-true-cnst to ws-abort-flag
           end-if.

           open output maint-report-file.
           write br-report-line from ws-heading1.
           write br-report-line from " ".

           if ws-abort-flag <> ws-true-cnst
               open i-o bom-file
               if ws-bom-file-status = "35"
                   open output bom-file
                   close bom-file
                   open i-o bom-file
               end-if
           end-if.

      *edits one transaction, applies it to the BOM file when the
      *edits pass, and reads the next transaction
       100-apply-transactions.
           move bx-kit-part-number to br-kit-part-number.
           move bx-maintenance-code to br-maint-code.
           move bx-component-part-number to br-component-number.
           move bx-qty-per to br-qty-per.

           perform 150-edit-transaction.

           if ws-error = spaces
               if bx-maintenance-code = "A"
                   perform 200-add-component
               else
                   if bx-maintenance-code = "C"
                       perform 300-change-component
                   else
                       perform 400-delete-component
                   end-if
               end-if
           else
               move ws-error to br-status-text
               perform 510-write-reject-line
           end-if.

           read bom-trans-file
               at end
                   move ws-true-cnst to ws-eof-flag.

      *the edits: the maintenance code must be one of the three this
      *run understands, both part numbers must be numeric and non-
      *zero and not the same part, an add or change must carry a
      *quantity-per, and an add or change must name parts that are
      *on the part master
       150-edit-transaction.
           move spaces to ws-error.

           if bx-maintenance-code <> "A" and "C" and "D"
               move "WRONG MAINT CODE" to ws-error
           end-if.

           if ws-error = spaces
               if bx-kit-part-number is not numeric or
                   bx-kit-part-number = 0
                   move "KIT PART NO. NOT NUMERIC" to ws-error
               end-if
           end-if.

           if ws-error = spaces
               if bx-component-part-number is not numeric or
                   bx-component-part-number = 0
                   move "COMPONENT NO. NOT NUMERIC" to ws-error
               end-if
           end-if.

           if ws-error = spaces
               if bx-component-part-number = bx-kit-part-number
                   move "KIT AND COMPONENT THE SAME" to ws-error
               end-if
           end-if.

           if ws-error = spaces
               if bx-maintenance-code = "A" or "C"
                   if bx-qty-per is not numeric or bx-qty-per = 0
                       move "QTY PER IN TROUBLE" to ws-error
                   end-if
               end-if
           end-if.

           if ws-error = spaces
               if bx-maintenance-code = "A" or "C"
                   perform 160-check-parts-on-file
               end-if
           end-if.

       160-check-parts-on-file.
           move bx-kit-part-number to pm-part-number.
           read part-master-file
               key is pm-part-number
               invalid key
                   move "KIT NOT ON PART MASTER" to ws-error
           end-read.

           if ws-error = spaces
               move bx-component-part-number to pm-part-number
               read part-master-file
                   key is pm-part-number
                   invalid key
                       move "COMPONENT NOT ON PART MASTER"
                           to ws-error
               end-read
           end-if.

      *maintenance code A: adds one component row to a kit, once
      *the new row is proved to keep every kit one level deep
       200-add-component.
           perform 210-check-one-level.

           if ws-level-flag = ws-true-cnst
               perform 510-write-reject-line
           else
               move bx-kit-part-number to bm-kit-part-number
               move bx-component-part-number
                   to bm-component-part-number
               move bx-qty-per to bm-qty-per
               write bm-bom-record
                   invalid key
                       move "REJECTED - ROW ALREADY ON FILE"
                           to br-status-text
                       perform 510-write-reject-line
                   not invalid key
                       move "ADDED" to br-status-text
                       add 1 to ws-count-adds
                       perform 520-write-applied-line
               end-write
           end-if.

      *the component must not have rows of its own (it would be a
      *kit inside a kit), and the kit must not appear as anyone's
      *component - the second takes a sweep of the whole file,
      *since the file is keyed kit first. a kit already holding as
      *many components as a kit issue can explode takes no more
       210-check-one-level.
           move ws-false-cnst to ws-level-flag.
           move ws-false-cnst to ws-sweep-eof-flag.
           move bx-component-part-number to bm-kit-part-number.
           move 0 to bm-component-part-number.

           start bom-file
               key is not less than bm-bom-key
               invalid key
                   move ws-true-cnst to ws-sweep-eof-flag
           end-start.

           if ws-sweep-eof-flag <> ws-true-cnst
               read bom-file next record
                   at end
                       move ws-true-cnst to ws-sweep-eof-flag
               end-read
           end-if.

           if ws-sweep-eof-flag <> ws-true-cnst
               if bm-kit-part-number = bx-component-part-number
                   move "REJECTED - COMPONENT IS A KIT"
                       to br-status-text
                   move ws-true-cnst to ws-level-flag
               end-if
           end-if.

           if ws-level-flag <> ws-true-cnst
               move ws-false-cnst to ws-sweep-eof-flag
               move 0 to bm-kit-part-number
               move 0 to bm-component-part-number
               start bom-file
                   key is not less than bm-bom-key
                   invalid key
                       move ws-true-cnst to ws-sweep-eof-flag
               end-start
               perform 215-check-one-row
                 until ws-sweep-eof-flag = ws-true-cnst
           end-if.

           if ws-level-flag <> ws-true-cnst
               move 0 to ws-kit-rows
               move ws-false-cnst to ws-sweep-eof-flag
               move bx-kit-part-number to bm-kit-part-number
               move 0 to bm-component-part-number
               start bom-file
                   key is not less than bm-bom-key
                   invalid key
                       move ws-true-cnst to ws-sweep-eof-flag
               end-start
               perform 217-count-one-kit-row
                 until ws-sweep-eof-flag = ws-true-cnst
               if ws-kit-rows >= ws-kit-max-cnst
                   move "REJECTED - KIT AT 50 COMPONENTS"
                       to br-status-text
                   move ws-true-cnst to ws-level-flag
               end-if
           end-if.

       215-check-one-row.
           read bom-file next record
               at end
                   move ws-true-cnst to ws-sweep-eof-flag
           end-read.

           if ws-sweep-eof-flag <> ws-true-cnst
               if bm-component-part-number = bx-kit-part-number
                   move "REJECTED - KIT IS A COMPONENT"
                       to br-status-text
                   move ws-true-cnst to ws-level-flag
                   move ws-true-cnst to ws-sweep-eof-flag
               end-if
           end-if.

       217-count-one-kit-row.
           read bom-file next record
               at end
                   move ws-true-cnst to ws-sweep-eof-flag
           end-read.

           if ws-sweep-eof-flag <> ws-true-cnst
               if bm-kit-part-number = bx-kit-part-number
                   add 1 to ws-kit-rows
               else
                   move ws-true-cnst to ws-sweep-eof-flag
               end-if
           end-if.

      *maintenance code C: changes the row's quantity-per
       300-change-component.
           move bx-kit-part-number to bm-kit-part-number.
           move bx-component-part-number to bm-component-part-number.

           read bom-file
               key is bm-bom-key
               invalid key
                   move "REJECTED - ROW NOT ON FILE"
                       to br-status-text
                   perform 510-write-reject-line
               not invalid key
                   move bx-qty-per to bm-qty-per
                   rewrite bm-bom-record
                   move "CHANGED" to br-status-text
                   add 1 to ws-count-changes
                   perform 520-write-applied-line
           end-read.

      *maintenance code D: deletes the row - a row can come off
      *whether or not its parts are still on the master
       400-delete-component.
           move bx-kit-part-number to bm-kit-part-number.
           move bx-component-part-number to bm-component-part-number.

           read bom-file
               key is bm-bom-key
               invalid key
                   move "REJECTED - ROW NOT ON FILE"
                       to br-status-text
                   perform 510-write-reject-line
               not invalid key
                   delete bom-file record
                   move "DELETED" to br-status-text
                   add 1 to ws-count-deletes
                   perform 520-write-applied-line
           end-read.

       510-write-reject-line.
           add 1 to ws-count-rejected.
           write br-report-line from br-detail-line.

       520-write-applied-line.
           write br-report-line from br-detail-line.

      *prints a short message in place of the usual report when an
      *input file is missing, and ends the run with
      *return code 8
       900-abort-run.
           move 8 to return-code.
           if ws-trans-file-status <> "00"
               write br-report-line from ws-abort-trans-message
           else
               write br-report-line from ws-abort-master-message
           end-if.

      *closes every file this program has open, win or lose - the
      *BOM file is only open when the run went ahead
       950-close-files.
           close bom-trans-file, part-master-file, maint-report-file.

           if ws-abort-flag <> ws-true-cnst
               close bom-file
           end-if.

       end program Program21.
