      * 2026-09-02  ab  edit the hand-keyed count quantity and put
      *                 a non-numeric count on the exception
      *                 section instead of the variance arithmetic
      * 2026-10-15  ab  hand a return code of 8 back to the nightly
      *                 stream when the run aborts
       environment division.

       configuration section.
           add pm-per-unit-price to ws-adjust-hash.

      *prints a short message in place of the usual report when the
      *run is aborted for a missing input file, and fails the step
      *for the nightly stream
       900-abort-run.
           move 8 to return-code.
           write vp-report-line from ws-heading1.
           write vp-report-line from " ".
           if ws-count-file-status <> "00"
