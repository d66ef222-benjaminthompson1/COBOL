      * disposition.  CLAIMAPP rewrites an ADJDENIED record as
      * APPEALED when an appeal re-opens the claim onto the pending
      * exceptions, so the decision run sees it as undecided again.
      * CLAIMVOD rewrites a paid record as VOIDED when AP stops the
      * check, or REISSUED when it goes back out on the same claim.
      * A claim paid in stages keeps one record: CH-TOTAL-PAID is
      * the net paid across every payment still standing and
      * CH-PAY-COUNT the last payment sequence issued, while the
      * amount and disposition are the latest payment's.  Each
      * payment itself is on the CLAIMPHS payment history.  A
      * record written before the claim carried these holds spaces
      * there - read it as one payment of CH-CLAIM-AMOUNT if it was
      * paid, none if not.
       01  CLAIM-HIST-REC.
           05  CH-CLAIM-NUMBER                PIC X(10).
           05  CH-POLICY-NUMBER               PIC X(10).
           05  CH-DISPOSITION                 PIC X(10).
           05  CH-DISP-DATE                   PIC 9(08).
           05  CH-DISP-TIME                   PIC 9(08).
           05  CH-TOTAL-PAID                  PIC 9(09)V99.
           05  CH-PAY-COUNT                   PIC 9(02).
           05  FILLER                         PIC X(03).
