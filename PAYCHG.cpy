      * PAYCHG - Payee change log record, 250 bytes.  PAYMAINT
      * appends one record for every add, change and delete it
      * applies to PAYMAST, with the payee's details before and
      * after - an add has no before, a delete no after.  The log
      * is never rewritten: it is the audit trail of who was paid
      * where, and PAYCHRPT prints each day's entries for a second
      * person to sign off.  PC-REMIT-CHANGE-SW marks a change that
      * moved the payee's address, pay method, routing or account -
      * the changes that restart the cooling-off period the claim
      * run and CLAIMADJ hold payments for.
       01  PAYEE-CHANGE-REC.
           05  PC-CHANGE-DATE                 PIC 9(08).
           05  PC-CHANGE-TIME                 PIC 9(08).
           05  PC-PAYEE-NAME                  PIC X(20).
           05  PC-TRAN-CODE                   PIC X(01).
               88  PC-TRAN-ADD                VALUE 'A'.
               88  PC-TRAN-CHANGE             VALUE 'C'.
               88  PC-TRAN-DELETE             VALUE 'X'.
           05  PC-REMIT-CHANGE-SW             PIC X(01).
               88  PC-REMITTANCE-CHANGED      VALUE 'Y'.
           05  PC-BEFORE.
               10  PC-BEF-ADDRESS-LINE1       PIC X(30).
               10  PC-BEF-ADDRESS-LINE2       PIC X(30).
               10  PC-BEF-PAY-METHOD          PIC X(01).
               10  PC-BEF-EFT-ROUTING         PIC 9(09).
               10  PC-BEF-EFT-ACCOUNT         PIC X(17).
               10  PC-BEF-TAX-ID              PIC X(09).
               10  PC-BEF-TIN-TYPE            PIC X(01).
               10  PC-BEF-REPORT-FLAG         PIC X(01).
           05  PC-AFTER.
               10  PC-AFT-ADDRESS-LINE1       PIC X(30).
               10  PC-AFT-ADDRESS-LINE2       PIC X(30).
               10  PC-AFT-PAY-METHOD          PIC X(01).
               10  PC-AFT-EFT-ROUTING         PIC 9(09).
               10  PC-AFT-EFT-ACCOUNT         PIC X(17).
               10  PC-AFT-TAX-ID              PIC X(09).
               10  PC-AFT-TIN-TYPE            PIC X(01).
               10  PC-AFT-REPORT-FLAG         PIC X(01).
           05  FILLER                         PIC X(16).
