      * PAYBIMG - Payee master before-image log record, 300 bytes.
      * PAYMAINT appends one record for every payee it adds to,
      * rewrites on or deletes from PAYMAST, carrying the whole 130
      * byte record as it stood before the run touched it and as
      * the run left it - an add has no before image, a delete no
      * after image.  Every record a run writes carries that run's
      * date and time, printed on its maintenance report, and
      * PAYBKOUT backs out one run by that stamp: an add comes back
      * off, a rewrite goes back to its before image, a delete goes
      * back on.  PAYBKOUT logs what it restores the same way, so a
      * backout can itself be backed out.  The log is never
      * rewritten.  This is the whole-record log for recovery; the
      * PAYCHGLG change log remains the field-level audit trail
      * PAYCHRPT prints for review.
       01  PAYEE-BEFORE-IMAGE-REC.
           05  PB-RUN-STAMP.
               10  PB-RUN-DATE                PIC 9(08).
               10  PB-RUN-TIME                PIC 9(08).
           05  PB-PAYEE-NAME                  PIC X(20).
           05  PB-ACTION                      PIC X(01).
               88  PB-ACTION-ADD              VALUE 'A'.
               88  PB-ACTION-REWRITE          VALUE 'C'.
               88  PB-ACTION-DELETE           VALUE 'D'.
           05  PB-BEFORE-IMAGE                PIC X(130).
           05  PB-AFTER-IMAGE                 PIC X(130).
           05  FILLER                         PIC X(03).
