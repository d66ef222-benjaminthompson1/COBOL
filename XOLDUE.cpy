      * XOLDUE - Reinsurance balances master, keyed by treaty and
      * bordereau month.  CLAIMXOL raises one record per treaty per
      * month the ceded paid moved: the net movement across the
      * treaty's claims, due from the reinsurer (D) or - when voids
      * and corrections took ceded paid back down - a credit owed
      * to the reinsurer (C).  Settlements are posted against it
      * from the XOLSTL file as the cash moves, and the record
      * closes when it is settled in full.  Closed records stay on
      * file so the balances report can show what was settled as
      * well as what is still open.
       01  XOL-DUE-REC.
           05  XD-KEY.
               10  XD-TREATY-ID               PIC X(10).
               10  XD-BDX-MONTH               PIC 9(06).
           05  XD-DIRECTION                   PIC X(01).
               88  XD-DUE-FROM-REINSURER      VALUE 'D'.
               88  XD-CREDIT-TO-REINSURER     VALUE 'C'.
           05  XD-AMOUNT                      PIC 9(09)V99.
           05  XD-SETTLED-AMOUNT              PIC 9(09)V99.
           05  XD-STATUS                      PIC X(01).
               88  XD-STATUS-OPEN             VALUE 'O'.
               88  XD-STATUS-CLOSED           VALUE 'C'.
           05  XD-RAISED-DATE                 PIC 9(08).
           05  XD-CLOSED-DATE                 PIC 9(08).
           05  FILLER                         PIC X(24).
