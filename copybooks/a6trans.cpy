      *record layout for a clean (valid) transaction passed from
      *Program1 to the master-update companion run - a stock receipt,
      *issue or reorder-point transaction carries its quantity in the
      *first five bytes of the description field, and a receipt the
      *purchase order number it arrived against in the last five
      *(spaces for stock that came in off no order). the effective date
      *is yymmdd, or spaces for a transaction effective the night it
      *is applied - a future date holds the transaction in the
      *pending file until it comes due. a stock transaction also
           05  tr-part-description     pic x(10).
           05  tr-stock-fields redefines tr-part-description.
               10  tr-stock-quantity   pic 9(05).
               10  tr-po-number        pic x(05).
           05  tr-per-unit-price       pic 99v99.
           05  tr-vendor-number        pic x(06).
           05  tr-effective-date       pic 9(06).
