      *update writes - one record per transaction actually applied,
      *stamped with the run date, carrying the part master values
      *before and after the action so pricing and purchasing can
      *load the delta instead of re-keying it off the printed report.
      *a stock movement (R, I or J) also carries the location it
      *moved at and that location's balance before and after, so
      *the stock ledger can roll each location forward - any other
      *action leaves the location fields blank
       01  cf-change-feed-record.
           05  cf-run-date             pic 9(06).
           05  cf-maintenance-code     pic x.
               10  cf-after-price      pic 99v99.
               10  cf-after-vendor     pic x(06).
               10  cf-after-qty        pic 9(05).
           05  cf-location-fields.
               10  cf-location         pic x(02).
               10  cf-location-before-qty pic 9(05).
               10  cf-location-after-qty pic 9(05).
