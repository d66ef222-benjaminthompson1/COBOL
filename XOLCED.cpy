      * XOLCED - Ceded-to-date master, keyed by claim number.  One
      * record per claim that has ever reached its treaty's layer,
      * written by CLAIMXOL.  XC-CEDED-PAID-TD is the ceded paid
      * as of the latest bordereau, so each month bills only the
      * movement since the month before; XC-PRIOR-PAID-TD keeps
      * what it was before that bordereau, so a rerun of the same
      * month bills the same movement again rather than nothing.
      * XC-CEDED-OS is the ceded share of the case reserve still
      * outstanding at the latest bordereau - reported to the
      * reinsurer, never billed.
       01  XOL-CEDED-REC.
           05  XC-CLAIM-NUMBER                PIC X(10).
           05  XC-TREATY-ID                   PIC X(10).
           05  XC-TREATY-YEAR                 PIC 9(04).
           05  XC-CLAIM-TYPE                  PIC X(01).
           05  XC-CEDED-PAID-TD               PIC 9(09)V99.
           05  XC-CEDED-OS                    PIC 9(09)V99.
           05  XC-PRIOR-PAID-TD               PIC 9(09)V99.
           05  XC-LAST-BILLED-MONTH           PIC 9(06).
           05  XC-FIRST-CEDED-MONTH           PIC 9(06).
           05  FILLER                         PIC X(10).
