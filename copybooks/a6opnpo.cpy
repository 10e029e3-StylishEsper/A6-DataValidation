      *record layout for the standing open purchase order file -
      *one record per part per PO, keyed by PO number and part
      *number, loaded from the suggested-PO run's output once
      *purchasing approves it. the master update adds each matched
      *receipt to the quantity received and closes the line once
      *the ordered quantity is in; the open quantity is always the
      *ordered less the received. dates are yymmdd
       01  op-open-po-record.
           05  op-po-key.
               10  op-po-number        pic 9(05).
               10  op-part-number      pic 9(07).
           05  op-vendor-number        pic x(06).
           05  op-qty-ordered          pic 9(05).
           05  op-qty-received         pic 9(05).
           05  op-per-unit-price       pic 99v99.
           05  op-order-date           pic 9(06).
           05  op-due-date             pic 9(06).
           05  op-line-status          pic x.
               88  op-line-open        value "O".
               88  op-line-closed      value "C".
