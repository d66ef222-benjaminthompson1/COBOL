      * VODTRAN - Void / stop-payment transaction layout.  One 80
      * byte record per payment accounts payable has stopped - a
      * lost check, a returned EFT, a check cut to the wrong
      * claimant.  V voids the payment only; R voids it and reissues
      * it on the same claim number to the payee named here, with
      * the remittance details taken fresh off PAYMAST.  The amount
      * is the stopped check as AP cut it (claim net plus any
      * prompt-pay interest), so the reissue pays the same dollars.
      * A claim paid in stages has one check per payment, so the
      * transaction names the payment sequence it stops; a blank
      * or zero sequence is the claim's first payment.  A reissue
      * to a payee whose remittance details changed inside the
      * cooling-off period is held unless AP has called the payee
      * back on the number already on file and confirmed the change
      * - V in the remittance verified flag.
       01  VOID-TRAN-REC.
           05  VT-TRAN-CODE                   PIC X(01).
               88  VT-TRAN-VOID               VALUE 'V'.
               88  VT-TRAN-REISSUE            VALUE 'R'.
           05  VT-CLAIM-NUMBER                PIC X(10).
           05  VT-CHECK-NUMBER                PIC X(10).
           05  VT-CHECK-AMOUNT                PIC 9(07)V99.
           05  VT-VOID-REASON                 PIC X(01).
               88  VT-REASON-LOST             VALUE 'L'.
               88  VT-REASON-RETURNED         VALUE 'R'.
               88  VT-REASON-WRONG-PAYEE      VALUE 'W'.
               88  VT-REASON-VALID            VALUE 'L' 'R' 'W'.
           05  VT-PAYEE-NAME                  PIC X(20).
           05  VT-PAY-SEQ                     PIC 9(02).
           05  VT-PAY-SEQ-X REDEFINES VT-PAY-SEQ
                                              PIC X(02).
           05  VT-REMIT-VERIFIED              PIC X(01).
               88  VT-REMITTANCE-VERIFIED     VALUE 'V'.
           05  FILLER                         PIC X(26).
