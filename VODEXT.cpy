      * VODEXT - Void extract written by CLAIMVOD.  One 80 byte
      * record per payment stopped, whether it was voided only (V)
      * or voided and reissued (R) - the reissue itself goes out on
      * CLAIMVOD's CLAIMPAY extract like any other payment.  The GL
      * interface reverses the stopped payment's journal from it and
      * the disbursement run sends the bank a positive pay void for
      * the check.  The check amount is the stopped check as AP cut
      * it; the paid amount is what the payment posted to paid-to-
      * date, the interest is the check above that, and the
      * deductible is what the payment took when it was paid.  The
      * check number is blank for a returned EFT.
       01  VOID-EXTRACT-REC.
           05  VX-CLAIM-NUMBER                PIC X(10).
           05  VX-POLICY-NUMBER               PIC X(10).
           05  VX-PAY-SEQ                     PIC 9(02).
           05  VX-CHECK-NUMBER                PIC X(10).
           05  VX-CHECK-AMOUNT                PIC 9(07)V99.
           05  VX-PAID-AMOUNT                 PIC 9(07)V99.
           05  VX-INTEREST-AMOUNT             PIC 9(07)V99.
           05  VX-DEDUCTIBLE-AMOUNT           PIC 9(07)V99.
           05  VX-VOID-DATE                   PIC 9(08).
           05  VX-VOID-REASON                 PIC X(01).
           05  VX-TRAN-CODE                   PIC X(01).
               88  VX-TRAN-VOID               VALUE 'V'.
               88  VX-TRAN-REISSUE            VALUE 'R'.
           05  FILLER                         PIC X(02).
