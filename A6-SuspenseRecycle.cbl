      *                 aged file as well - the printed aging
      *                 report is rebuilt each run, so it was the
      *                 only trace
      * 2026-10-15  ab  hand a return code of 8 back to the nightly
      *                 stream when the run aborts
      * 2026-10-15  ab  read the longer parameter card now carrying
      *                 the reorder analysis fields
      * 2026-10-15  ab  stamp each aged record with the date it was
      *                 written off, for the retention purge
       environment division.

       configuration section.
      *pp-parm-record: run-time parameters, shared with Program1
       fd parm-file
           data record is pp-parm-record
           record contains 21 characters.
           copy "a6parm.cpy".

      *ad-aged-record: one written-off record on the standing file
       fd aged-file
           data record is ad-aged-record
           record contains 68 characters.
           copy "a6aged.cpy".

       working-storage section.
      *card when one carries a numeric cycle limit
       01 ws-max-cycles            pic 99 value 3.

      *ws-run-date: stamped on each record written off to the
      *standing aged file
       01 ws-run-date              pic 9(06).

      *ws-suspense-data: detail-record view of the suspense data, so
      *the trailer price hash can be recomputed the same way
      *Program1's first-pass scan computes it

      *picks the maximum cycle count up off the parameter card when
      *one is present and carries a numeric value, otherwise the
      *built-in default stands - and takes the run date the aged
      *records are stamped with
       005-initialize.
           accept ws-run-date from date.

           open input parm-file.

           if ws-parm-file-status = "00"
               move rj-input-data to ad-input-data
               move rj-error-text to ad-error-text
               move rj-cycle-count to ad-cycle-count
               move ws-run-date to ad-aged-date
               write ad-aged-record
               add 1 to ws-count-dropped
           else
                   move ws-true-cnst to ws-eof-flag.

      *prints a short message in place of the usual report when the
      *run is aborted because the suspense file is missing, and
      *fails the step for the nightly stream
       900-abort-run.
           move 8 to return-code.
           write ag-report-line from ws-abort-suspense-message.

      *closes every file this program has open, win or lose - the
