      * POLBIMG - Policy master before-image log record, 200 bytes.
      * POLMAINT appends one record for every policy it adds to or
      * rewrites on POLMAST, carrying the whole 80 byte record as it
      * stood before the run touched it and as the run left it - an
      * add has no before image.  Every record a run writes carries
      * that run's date and time, printed on its maintenance report,
      * and POLBKOUT backs out one run by that stamp: an add comes
      * back off, a rewrite goes back to its before image, a delete
      * goes back on.  POLBKOUT logs what it restores the same way,
      * so a backout can itself be backed out.  The log is never
      * rewritten.
       01  POLICY-BEFORE-IMAGE-REC.
           05  PB-RUN-STAMP.
               10  PB-RUN-DATE                PIC 9(08).
               10  PB-RUN-TIME                PIC 9(08).
           05  PB-POLICY-NUMBER               PIC X(10).
           05  PB-ACTION                      PIC X(01).
               88  PB-ACTION-ADD              VALUE 'A'.
               88  PB-ACTION-REWRITE          VALUE 'C'.
               88  PB-ACTION-DELETE           VALUE 'D'.
           05  PB-BEFORE-IMAGE                PIC X(80).
           05  PB-AFTER-IMAGE                 PIC X(80).
           05  FILLER                         PIC X(13).
