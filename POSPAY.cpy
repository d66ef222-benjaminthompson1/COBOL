      * POSPAY - Positive pay check issue record sent to the bank.
      * One record per claim check AP confirmed cutting, so the bank
      * can match every check presented against our account by
      * check number and amount and return anything it cannot
      * match.  The amount is the confirmed face amount of the
      * check.  A check CLAIMVOD stopped goes out again as a void
      * (issue code V) at the stopped check's face amount, with no
      * payee, so the bank returns it if it is ever presented.
       01  POS-PAY-REC.
           05  PP-ACCOUNT-NUMBER              PIC X(14).
           05  PP-CHECK-NUMBER                PIC X(10).
           05  PP-CHECK-AMOUNT                PIC 9(08)V99.
           05  PP-ISSUE-DATE                  PIC 9(08).
           05  PP-PAYEE-NAME                  PIC X(20).
           05  PP-ISSUE-CODE                  PIC X(01).
               88  PP-ISSUED                  VALUE 'I'.
               88  PP-VOIDED                  VALUE 'V'.
           05  PP-CLAIM-NUMBER                PIC X(10).
           05  FILLER                         PIC X(07).
