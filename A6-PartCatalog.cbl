      *                 valuation to on-hand times unit price now
      *                 that the master carries stock quantities
      * 2026-09-02  ab  widen the part number to seven digits
      * 2026-10-15  ab  hand a return code of 8 back to the nightly
      *                 stream when the run aborts
       environment division.

       configuration section.
           write ct-report-line from ct-vendor-total-line.

      *prints a short message in place of the catalog when a master
      *file is missing, and fails the step for the nightly stream
       900-abort-run.
           move 8 to return-code.
           if ws-master-file-status <> "00"
               write ct-report-line from ws-abort-master-message
           else
