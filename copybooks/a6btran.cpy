      *record layout for a kit bill-of-materials maintenance
      *transaction - add, change the quantity-per of, or delete one
      *component row of a kit
       01  bx-bom-trans-record.
           05  bx-maintenance-code     pic x.
           05  bx-kit-part-number      pic 9(07).
           05  bx-component-part-number pic 9(07).
           05  bx-qty-per              pic 9(05).
