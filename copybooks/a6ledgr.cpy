      *record layout for the stock ledger file - one record per
      *month per part per location, keyed by the month (yymm), the
      *part number and the location code. the month's opening is
      *the prior month's closing, the receipts, issues and count
      *adjustments are the month's movements off the change feed,
      *and the closing is the opening rolled forward by them. the
      *book figure is the location stock balance as it stood at the
      *month end - today's balance less the movement posted since,
      *which is held as the later quantity. the month's records are
      *next month's opening figures
       01  lg-ledger-record.
           05  lg-ledger-key.
               10  lg-period.
                   15  lg-period-year  pic 99.
                   15  lg-period-month pic 99.
               10  lg-part-number      pic 9(07).
               10  lg-location         pic x(02).
           05  lg-opening-qty          pic s9(07).
           05  lg-receipt-qty          pic 9(07).
           05  lg-issue-qty            pic 9(07).
           05  lg-adjust-qty           pic s9(07).
           05  lg-closing-qty          pic s9(07).
           05  lg-later-qty            pic s9(07).
           05  lg-book-qty             pic s9(07).
           05  lg-unit-price           pic 99v99.
           05  lg-closing-value        pic s9(09)v99.
