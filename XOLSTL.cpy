      * XOLSTL - Reinsurance settlement layout.  One 80 byte record
      * per settlement of an amount on the XOLDUE balances master,
      * by treaty and the bordereau month it settles - cash in from
      * the reinsurer against an amount due, or cash out against a
      * credit owed to them.
       01  XOL-SETTLE-REC.
           05  XS-TREATY-ID                   PIC X(10).
           05  XS-BDX-MONTH                   PIC 9(06).
           05  XS-AMOUNT                      PIC 9(09)V99.
           05  XS-SETTLE-DATE                 PIC 9(08).
           05  FILLER                         PIC X(45).
