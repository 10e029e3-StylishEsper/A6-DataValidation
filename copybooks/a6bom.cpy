      *record layout for the kit bill-of-materials file - one record
      *per component part of a kit, keyed by the kit's part number
      *plus the component's, carrying how many of the component go
      *into one kit. both are parts on the part master. a kit is
      *one level deep - a kit is never itself a component - and an
      *issue of the kit draws its components down at the issuing
      *location in place of the kit's own on-hand
       01  bm-bom-record.
           05  bm-bom-key.
               10  bm-kit-part-number  pic 9(07).
               10  bm-component-part-number pic 9(07).
           05  bm-qty-per              pic 9(05).
