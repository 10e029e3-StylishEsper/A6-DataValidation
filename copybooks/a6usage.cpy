      *record layout for the usage history file - one record per
      *part per calendar month, keyed by the part number plus the
      *month (yymm), carrying the quantity issued that month and
      *the number of issues it took. built from the I issues on
      *the change feed by the usage history build and read by the
      *reorder analysis run
       01  uh-usage-record.
           05  uh-usage-key.
               10  uh-part-number      pic 9(07).
               10  uh-period.
                   15  uh-period-year  pic 99.
                   15  uh-period-month pic 99.
           05  uh-qty-issued           pic 9(07).
           05  uh-issue-count          pic 9(05).
