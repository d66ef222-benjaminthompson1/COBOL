      * ADJDEC - Adjuster decision layout.  One 80 byte record per
      * sign-off against a claim sitting on CLAIM-EXCEPT: approve
      * (with the amount the adjuster authorized, which may differ
      * from the claimed amount) or deny.  AD-REMIT-VERIFIED is the
      * adjuster's word that a payee's recently changed remittance
      * details were confirmed with the payee out of band - without
      * it an approval to a payee still inside the cooling-off
      * period is held rather than paid.
       01  ADJ-DECISION-REC.
           05  AD-CLAIM-NUMBER                PIC X(10).
           05  AD-DECISION                    PIC X(01).
               88  AD-DECISION-DENY           VALUE 'D'.
           05  AD-ADJUSTER-ID                 PIC X(08).
           05  AD-APPROVED-AMOUNT             PIC 9(07)V99.
           05  AD-REMIT-VERIFIED              PIC X(01).
               88  AD-REMITTANCE-VERIFIED     VALUE 'V'.
           05  FILLER                         PIC X(51).
