      * CLAIMPHS - Claim payment history, keyed by claim number and
      * payment sequence.  One record per payment that went to
      * payable on a claim: the original payment is sequence 01 and
      * each supplemental payment the next one up, so a claim paid
      * in stages shows every payment and not just the last.  CLAIM
      * writes the record when a payment is accepted and CLAIMADJ
      * when an adjuster approves one; CLAIMVOD re-flags it VOIDED or
      * REISSUED when AP stops the check.  The deductible applied on
      * each payment is kept so the policy deductible is only ever
      * taken once across the claim.  CLAIMINQ lists the payments
      * under the claim's history line.
       01  CLAIM-PAYHIST-REC.
           05  PH-KEY.
               10  PH-CLAIM-NUMBER            PIC X(10).
               10  PH-PAY-SEQ                 PIC 9(02).
           05  PH-POLICY-NUMBER               PIC X(10).
           05  PH-CLAIM-TYPE                  PIC X(01).
           05  PH-PAY-DATE                    PIC 9(08).
           05  PH-CLAIMED-AMOUNT              PIC 9(07)V99.
           05  PH-DEDUCTIBLE-AMOUNT           PIC 9(07)V99.
           05  PH-NET-AMOUNT                  PIC 9(07)V99.
           05  PH-INTEREST-AMOUNT             PIC 9(07)V99.
           05  PH-DISPOSITION                 PIC X(10).
           05  FILLER                         PIC X(03).
