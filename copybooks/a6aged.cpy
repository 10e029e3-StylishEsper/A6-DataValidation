      *dropped by the recycle run after too many cycles or marked
      *unfixable at the correction desk. the recycle run's printed
      *aging report only shows its own run's drops; this file is
      *the durable audit trail of everything ever written off. the
      *date written off is what the retention purge ages it by
       01  ad-aged-record.
           05  ad-input-data           pic x(36).
           05  ad-error-text           pic x(24).
           05  ad-cycle-count          pic 99.
           05  ad-aged-date            pic 9(06).
