      * CLAIMEXC - Layout for the CLAIM-EXCEPT file.  Carries the high
      * dollar claim forward for manual adjuster sign-off along with
      * the reason it was pulled out of the regular run.
      * CE-PAY-SEQ is the payment sequence the exception would pay -
      * 01 for an original claim, higher for a supplemental payment
      * - so the decision run can tell two exceptions on the same
      * claim number apart.
       01  CLAIM-EXCEPT-REC.
           05  CE-CLAIM-NUMBER                PIC X(10).
           05  CE-POLICY-NUMBER               PIC X(10).
           05  CE-CLAIMANT-NAME               PIC X(20).
           05  CE-EXCEPTION-REASON            PIC X(30).
           05  CE-CLAIM-TYPE                  PIC X(01).
           05  CE-PAY-SEQ                     PIC 9(02).
