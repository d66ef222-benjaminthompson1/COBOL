      * deletes the payee.  Transactions must arrive in ascending
      * payee name order.  The -X redefinition gives an alphanumeric
      * view of the routing number so a blank (leave alone) field
      * can be told apart from a zero one; the taxpayer ID carries
      * the same view for the same reason.
       01  PAYEE-TRAN-REC.
           05  PY-TRAN-CODE                   PIC X(01).
               88  PY-TRAN-ADD                VALUE 'A'.
           05  PY-EFT-ROUTING-X REDEFINES PY-EFT-ROUTING
                                              PIC X(09).
           05  PY-EFT-ACCOUNT                 PIC X(17).
           05  PY-TAX-ID                      PIC 9(09).
           05  PY-TAX-ID-X REDEFINES PY-TAX-ID
                                              PIC X(09).
           05  PY-TIN-TYPE                    PIC X(01).
           05  PY-REPORT-FLAG                 PIC X(01).
           05  FILLER                         PIC X(01).
