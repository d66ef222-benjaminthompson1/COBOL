      * closes the record when the balance reaches zero; records
      * stay on file after closing so the aging report can show
      * what was collected as well as what is still owed.
      * RV-RECEIPT-DATE and RV-RECEIPT-DAY-AMOUNT carry the money
      * CLAIMRCP posted on the latest business date it posted any,
      * so the GL interface (CLAIMGL) can journal the day's
      * collections without reading the receipts file; a record
      * written before they existed holds spaces there.
       01  CLAIM-RECOVERY-REC.
           05  RV-CLAIM-NUMBER                PIC X(10).
           05  RV-CHECK-NUMBER                PIC X(10).
               88  RV-STATUS-CLOSED           VALUE 'C'.
           05  RV-RAISED-DATE                 PIC 9(08).
           05  RV-CLOSED-DATE                 PIC 9(08).
           05  RV-RECEIPT-DATE                PIC 9(08).
           05  RV-RECEIPT-DAY-AMOUNT          PIC 9(07)V99.
           05  FILLER                         PIC X(08).
