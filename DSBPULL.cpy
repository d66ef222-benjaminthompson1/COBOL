      * DSBPULL - EFT payments CLAIMDSB pulled from the day's ACH
      * file.  One 80 byte record per EFT payment the bank never
      * saw - a routing number that failed the ABA check digit, or
      * no account number - keyed by the claim, the payment
      * sequence and the extract it came off (PAY for the claim
      * run's CLAIMPAY, ADJ for CLAIMADJ's ADJPAY, VOD for
      * CLAIMVOD's reissues on VODPAY), so the statement run can
      * hold back the statement that would tell the payee the money
      * is in their account.  Written every run, empty on a day
      * nothing was pulled.
       01  DSB-PULL-REC.
           05  DP-CLAIM-NUMBER                PIC X(10).
           05  DP-PAY-SEQ                     PIC 9(02).
           05  DP-SOURCE                      PIC X(03).
           05  DP-PAY-AMOUNT                  PIC 9(07)V99.
           05  DP-PAYEE-NAME                  PIC X(20).
           05  DP-PULL-REASON                 PIC X(34).
           05  FILLER                         PIC X(02).
