      * check back to the claim.  The remittance details off the
      * PAYMAST payee master ride on the back of the record so AP
      * addresses the check (or routes the EFT) without touching
      * paper.  PE-PAY-SEQ is the claim's payment sequence, so the
      * second and later payments on a claim paid in stages can be
      * told apart from the first.
       01  CLAIM-PAYEXT-REC.
           05  PE-CLAIM-NUMBER                PIC X(10).
           05  PE-POLICY-NUMBER               PIC X(10).
           05  PE-PAY-METHOD                  PIC X(01).
           05  PE-EFT-ROUTING                 PIC 9(09).
           05  PE-EFT-ACCOUNT                 PIC X(17).
           05  PE-PAY-SEQ                     PIC 9(02).
           05  FILLER                         PIC X(11).
