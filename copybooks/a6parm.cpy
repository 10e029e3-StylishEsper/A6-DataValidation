      *record layout for the run-time parameter card shared by the
      *validation, master-update and suspense-recycle runs - the
      *reorder analysis run reads the last four fields: the months
      *of issue history to average over, the safety factor (months
      *of average usage the reorder point should cover, one
      *decimal place), and the cumulative percentages of annual
      *usage value that close the A and B classes
       01  pp-parm-record.
           05  pp-price-floor          pic 99.
           05  pp-price-ceiling        pic 99.
           05  pp-max-cycles           pic 99.
           05  pp-price-tolerance      pic 9(03).
           05  pp-reject-limit         pic 99.
           05  pp-usage-months         pic 99.
           05  pp-safety-factor        pic 9v9.
           05  pp-class-a-pct          pic 99.
           05  pp-class-b-pct          pic 99.
