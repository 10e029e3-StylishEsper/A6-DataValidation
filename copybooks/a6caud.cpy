      *record layout for the standing correction audit file - one
      *record per field retyped at the suspense correction desk and
      *one per record written off there, appended session over
      *session. each carries when and by which clerk, the suspense
      *record's 36-byte image as it stood when the session picked it
      *up, the field retyped with its value before and after, the
      *whole image as it stood once the retype was made (for a
      *write-off, the image written off), and the error text and
      *recycle cycle count the record was on suspense with
       01  ca-correction-audit-record.
           05  ca-audit-date           pic 9(06).
           05  ca-audit-time           pic 9(08).
           05  ca-audit-time-parts redefines ca-audit-time.
               10  ca-audit-hour       pic 99.
               10  ca-audit-minute     pic 99.
               10  ca-audit-second     pic 99.
               10  ca-audit-hundredths pic 99.
           05  ca-clerk-id             pic x(06).
           05  ca-action               pic x.
               88  ca-action-retype
                   value "F".
               88  ca-action-write-off
                   value "W".
           05  ca-original-data        pic x(36).
           05  ca-field-name           pic x(10).
           05  ca-before-value         pic x(10).
           05  ca-after-value          pic x(10).
           05  ca-corrected-data       pic x(36).
           05  ca-error-text           pic x(24).
           05  ca-cycle-count          pic 99.
