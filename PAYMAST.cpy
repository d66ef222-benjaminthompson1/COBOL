      * record carries).  Carries the remittance details accounts
      * payable used to key from paper: the mailing address and
      * whether the payee takes a check or an EFT, with the routing
      * and account for the EFTs.  Read at random by the claim
      * programs and maintained in place by PAYMAINT, which logs
      * every record it touches to the PAYBIMG before-image log.
      * The taxpayer ID, its type (S = SSN, E = EIN) and the
      * reportable flag (R = reportable, X = exempt) drive the
      * year-end 1099 run, CLAIMTAX.  A payee set up before they
      * were carried holds spaces there - no TIN on file and not
      * yet classified.
      * PM-REMIT-CHANGE-DATE is stamped by PAYMAINT with the date of
      * the last change to the payee's address, pay method, routing
      * or account, so the claim run and CLAIMADJ can hold a payment
      * to remittance details that changed inside the cooling-off
      * period on their parameter cards.  Zero or spaces means the
      * remittance details have not changed since the payee was set
      * up.
       01  PAYEE-REC.
           05  PM-PAYEE-NAME                  PIC X(20).
           05  PM-ADDRESS-LINE1               PIC X(30).
               88  PM-PAY-BY-EFT              VALUE 'E'.
           05  PM-EFT-ROUTING                 PIC 9(09).
           05  PM-EFT-ACCOUNT                 PIC X(17).
           05  PM-TAX-ID                      PIC 9(09).
           05  PM-TAX-ID-X REDEFINES PM-TAX-ID
                                              PIC X(09).
           05  PM-TIN-TYPE                    PIC X(01).
               88  PM-TIN-SSN                 VALUE 'S'.
               88  PM-TIN-EIN                 VALUE 'E'.
           05  PM-REPORT-FLAG                 PIC X(01).
               88  PM-REPORTABLE              VALUE 'R'.
               88  PM-EXEMPT                  VALUE 'X'.
           05  PM-REMIT-CHANGE-DATE           PIC 9(08).
           05  PM-REMIT-CHANGE-DATE-X REDEFINES PM-REMIT-CHANGE-DATE
                                              PIC X(08).
           05  FILLER                         PIC X(04).
