      *issue-on-hand checks need the whole run's context and are
      *the only ones not re-run here.
      *
      *A session starts with the clerk signing on with a clerk ID,
      *and every field retyped and every record written off is
      *appended to the standing correction audit file under it -
      *when, who, the record as the session found it, the field
      *with its value before and after, and the record as it then
      *stood - so the trail shows how a suspense record came to
      *differ from what was originally keyed. The file is opened
      *per entry, like the aged file, so a session cut short loses
      *nothing already done.
      *
      *Modification History
      * 2026-09-02  ab  initial version
      * 2026-09-02  ab  widen the part number to seven digits
      * 2026-09-02  ab  send write-offs to the standing aged file
      *                 instead of the aging report, which the
      *                 recycle run rebuilds every cycle
      * 2026-10-15  ab  show and retype the purchase order number a
      *                 receipt carries, with Program1's PO number
      *                 edit
      * 2026-10-15  ab  read the longer parameter card now carrying
      *                 the reorder analysis fields
      * 2026-10-15  ab  require a clerk ID at sign-on and write every
      *                 field retype and write-off to the standing
      *                 correction audit file
      * 2026-10-15  ab  stamp each aged record with the date it was
      *                 written off, for the retention purge
       environment division.

       configuration section.
               assign to "../../../A6-AGED.dat"
               organization is line sequential
               file status is ws-aged-file-status.
      *audit-file: the standing correction audit trail - every
      *retype and write-off made at the desk, under the clerk who
      *made it
           select audit-file
               assign to "../../../A6-CORRAUDIT.dat"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

       fd parm-file
           data record is pp-parm-record
           record contains 21 characters.
           copy "a6parm.cpy".

      *ad-aged-record: one written-off record on the standing file
       fd aged-file
           data record is ad-aged-record
           record contains 68 characters.
           copy "a6aged.cpy".

      *ca-correction-audit-record: one retype or write-off
       fd audit-file
           data record is ca-correction-audit-record
           record contains 149 characters.
           copy "a6caud.cpy".

       working-storage section.

      *the following are constants or headings
       77 ws-vendor-file-status    pic xx.
       77 ws-parm-file-status      pic xx.
       77 ws-aged-file-status      pic xx.
       77 ws-audit-file-status     pic xx.
      *
       01 ws-eof-flag              pic x value "F".
       01 ws-abort-flag            pic x value "F".
           05 wd-part-description  pic x(10).
           05 wd-stock-fields redefines wd-part-description.
               10 wd-quantity      pic 9(05).
               10 wd-po-number     pic x(05).
           05 wd-per-unit-price    pic 99v99.
           05 wd-price-bytes redefines wd-per-unit-price
                                   pic x(04).
       01 ws-keyed-value           pic x(10).
       01 ws-record-done-flag      pic x value "F".

      *sign-on and audit fields: the clerk signed on, the tries the
      *sign-on allows, the record as the session found it, and the
      *name and value of the field being retyped
       77 ws-signon-max-cnst       pic 9 value 3.
      *
       01 ws-clerk-id              pic x(06) value spaces.
       01 ws-signon-tries          pic 9 value 0.
       01 ws-original-image        pic x(36).
       01 ws-field-name            pic x(10).
       01 ws-field-value           pic x(10).
       01 ws-before-value          pic x(10).
       01 ws-audit-action          pic x.

      *ws-error: the first edit that failed the record in hand, or
      *VALID DATA when the edits all pass - same convention as the
      *validation run
               goback
           end-if.

           perform 015-sign-on.

           if ws-abort-flag = ws-true-cnst
               perform 950-close-files
               goback
           end-if.

           perform 020-load-suspense.

      *a backlog past the table limit cannot be rewritten whole, so
               move ws-true-cnst to ws-abort-flag
           end-if.

      *no work is taken without a clerk ID to put on the audit
      *trail - a few blank tries end the session
       015-sign-on.
           move spaces to ws-clerk-id.
           move 0 to ws-signon-tries.

           perform 016-take-clerk-id
             until ws-clerk-id <> spaces
             or ws-signon-tries >= ws-signon-max-cnst.

           if ws-clerk-id = spaces
               display "NO CLERK ID - SESSION ENDED"
               move ws-true-cnst to ws-abort-flag
           else
               display "SIGNED ON AS " ws-clerk-id
           end-if.

       016-take-clerk-id.
           add 1 to ws-signon-tries.
           display "CLERK ID:".
           accept ws-clerk-id.

           if ws-clerk-id = spaces
               display "A CLERK ID IS REQUIRED"
           end-if.

      *reads the whole suspense file into the table - the file is
      *rewritten from the table once the clerk has been through it
       020-load-suspense.
       100-correct-one-record.
           add 1 to ws-susp-sub.
           move ws-susp-data (ws-susp-sub) to ws-work-record.
           move ws-susp-data (ws-susp-sub) to ws-original-image.
           move ws-false-cnst to ws-record-done-flag.

           perform 200-run-edits.
           display "  V VENDOR     - " wd-vendor-number.
           display "  E EFF DATE   - " wd-effective-date.
           display "  L LOCATION   - " wd-location.
           if wd-maintenance-code = "R"
               display "  O PO NUMBER  - " wd-po-number
           end-if.

      *one exchange at the prompt: a field letter retypes that
      *field and re-edits, A repaints the record, N files it back
      *around, X writes it off to the standing aged file
       120-take-command.
           display "FIELD M/P/D/R/V/E/L/O, A=SHOW, N=NEXT, X=UNFIX".
           accept ws-command.

           if ws-command = "N" or "n"
      *as the exact bytes the layout gives the field, so a price's
      *implied decimal and a part number's leading zeros land
      *where the file expects them - then re-runs the edits and
      *says where the record stands now. the retype goes on the
      *audit trail with the field's value either side of it
       130-retype-field.
           perform 135-pick-field-value.
           move ws-field-value to ws-before-value.

           if ws-command = "P" or "p"
               display "KEY ALL 7 DIGITS:"
           else
                                   if ws-command = "L" or "l"
                                       move ws-keyed-value
                                           to wd-location
                                   else
                                       if ws-command = "O" or "o"
                                           move ws-keyed-value
                                               to wd-po-number
                                       end-if
                                   end-if
                               end-if
                           end-if
           perform 200-run-edits.
           display "EDITS SAY: " ws-error.

           perform 135-pick-field-value.

           if ws-field-name <> spaces
               move "F" to ws-audit-action
               perform 320-write-audit-record
           end-if.

      *names the field the clerk picked and takes its value as the
      *bytes it occupies in the record - a letter that is not a
      *field leaves the name blank
       135-pick-field-value.
           move spaces to ws-field-name.
           move spaces to ws-field-value.

           if ws-command = "M" or "m"
               move "MAINT CODE" to ws-field-name
               move wd-maintenance-code to ws-field-value
           else
               if ws-command = "P" or "p"
                   move "PART NO" to ws-field-name
                   move wd-part-bytes to ws-field-value
               else
                   if ws-command = "D" or "d"
                       move "DESC/QTY" to ws-field-name
                       move wd-part-description to ws-field-value
                   else
                       if ws-command = "R" or "r"
                           move "PRICE" to ws-field-name
                           move wd-price-bytes to ws-field-value
                       else
                           if ws-command = "V" or "v"
                               move "VENDOR" to ws-field-name
                               move wd-vendor-number
                                   to ws-field-value
                           else
                               if ws-command = "E" or "e"
                                   move "EFF DATE" to ws-field-name
                                   move wd-effdate-bytes
                                       to ws-field-value
                               else
                                   if ws-command = "L" or "l"
                                       move "LOCATION"
                                           to ws-field-name
                                       move wd-location
                                           to ws-field-value
                                   else
                                       if ws-command = "O" or "o"
                                           move "PO NUMBER"
                                               to ws-field-name
                                           move wd-po-number
                                               to ws-field-value
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *the validation run's edits, re-run against the record in
      *hand - kept in step with 310-validate-and-post in Program1,
      *first failure wins the message just as the report shows it
               end-if
           end-if.

           if wd-maintenance-code = "R"
               if wd-po-number <> spaces and
                   wd-po-number is not numeric
                   move "PO NUMBER INVALID" to ws-error
               end-if
           end-if.

       220-edit-effective-date.
           move ws-false-cnst to ws-effdate-bad-flag.

           move ws-work-record to ad-input-data.
           move ws-susp-error (ws-susp-sub) to ad-error-text.
           move ws-susp-cycle (ws-susp-sub) to ad-cycle-count.
           move ws-run-date to ad-aged-date.
           write ad-aged-record.

           close aged-file.

           move "W" to ws-audit-action.
           move "WRITE-OFF" to ws-field-name.
           move spaces to ws-before-value.
           move spaces to ws-field-value.
           perform 320-write-audit-record.

           move ws-true-cnst to ws-susp-drop (ws-susp-sub).
           add 1 to ws-count-unfixable.

      *appends one entry to the standing correction audit file,
      *stamped with the date, time and clerk - the caller has set
      *the action, the field and its before and after values. the
      *file is opened per entry so a session cut short loses
      *nothing already done
       320-write-audit-record.
           open extend audit-file.
           if ws-audit-file-status = "35"
               open output audit-file
           end-if.

           accept ca-audit-date from date.
           accept ca-audit-time from time.
           move ws-clerk-id to ca-clerk-id.
           move ws-original-image to ca-original-data.
           move ws-work-record to ca-corrected-data.
           move ws-susp-error (ws-susp-sub) to ca-error-text.
           move ws-susp-cycle (ws-susp-sub) to ca-cycle-count.
           move ws-audit-action to ca-action.
           move ws-field-name to ca-field-name.
           move ws-before-value to ca-before-value.
           move ws-field-value to ca-after-value.

           write ca-correction-audit-record.

           close audit-file.

      *rewrites the suspense file from the table, corrections in
      *and write-offs out, for the recycle run to pick up
       800-write-suspense-back.
