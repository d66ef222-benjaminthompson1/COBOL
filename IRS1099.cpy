      * IRS1099 - Information return electronic filing record, the
      * 750 byte fixed layout the IRS takes for 1099 returns.  The
      * file written by CLAIMTAX runs T (transmitter), A (payer),
      * one B per payee, C (end of payer) and F (end of
      * transmission); every record carries its sequence number in
      * positions 500-507, counting from the T record as 1.  The
      * amount fields are whole cents with no decimal point, twelve
      * digits on the B record and eighteen on the C record; the
      * sixteen slots are the return's amount codes 1-9 and A-G in
      * that order, so amount code 6 (medical and health care
      * payments) is slot 6.
       01  IRS-1099-REC.
           05  IR-RECORD-TYPE                 PIC X(01).
               88  IR-TRANSMITTER-REC         VALUE 'T'.
               88  IR-PAYER-REC               VALUE 'A'.
               88  IR-PAYEE-REC               VALUE 'B'.
               88  IR-END-OF-PAYER-REC        VALUE 'C'.
               88  IR-END-OF-FILE-REC         VALUE 'F'.
           05  FILLER                         PIC X(749).

      * T - transmitter record
       01  IRS-1099-T-REC.
           05  IT-RECORD-TYPE                 PIC X(01).
           05  IT-PAYMENT-YEAR                PIC 9(04).
           05  IT-PRIOR-YEAR-IND              PIC X(01).
           05  IT-TRANSMITTER-TIN             PIC 9(09).
           05  IT-TCC                         PIC X(05).
           05  FILLER                         PIC X(07).
           05  IT-TEST-FILE-IND               PIC X(01).
           05  IT-FOREIGN-ENTITY-IND          PIC X(01).
           05  IT-TRANSMITTER-NAME            PIC X(40).
           05  IT-TRANSMITTER-NAME-2          PIC X(40).
           05  IT-COMPANY-NAME                PIC X(40).
           05  IT-COMPANY-NAME-2              PIC X(40).
           05  IT-COMPANY-ADDRESS             PIC X(40).
           05  IT-COMPANY-CITY                PIC X(40).
           05  IT-COMPANY-STATE               PIC X(02).
           05  IT-COMPANY-ZIP                 PIC X(09).
           05  FILLER                         PIC X(15).
           05  IT-TOTAL-PAYEES                PIC 9(08).
           05  IT-CONTACT-NAME                PIC X(40).
           05  IT-CONTACT-PHONE               PIC X(15).
           05  IT-CONTACT-EMAIL               PIC X(50).
           05  FILLER                         PIC X(91).
           05  IT-SEQUENCE-NUMBER             PIC 9(08).
           05  FILLER                         PIC X(10).
           05  IT-VENDOR-IND                  PIC X(01).
           05  FILLER                         PIC X(232).

      * A - payer record
       01  IRS-1099-A-REC.
           05  IA-RECORD-TYPE                 PIC X(01).
           05  IA-PAYMENT-YEAR                PIC 9(04).
           05  IA-COMBINED-FED-STATE          PIC X(01).
           05  FILLER                         PIC X(05).
           05  IA-PAYER-TIN                   PIC 9(09).
           05  IA-PAYER-NAME-CONTROL          PIC X(04).
           05  IA-LAST-FILING-IND             PIC X(01).
           05  IA-TYPE-OF-RETURN              PIC X(02).
           05  IA-AMOUNT-CODES                PIC X(18).
           05  FILLER                         PIC X(06).
           05  IA-FOREIGN-ENTITY-IND          PIC X(01).
           05  IA-PAYER-NAME                  PIC X(40).
           05  IA-PAYER-NAME-2                PIC X(40).
           05  IA-TRANSFER-AGENT-IND          PIC X(01).
           05  IA-PAYER-ADDRESS               PIC X(40).
           05  IA-PAYER-CITY                  PIC X(40).
           05  IA-PAYER-STATE                 PIC X(02).
           05  IA-PAYER-ZIP                   PIC X(09).
           05  IA-PAYER-PHONE                 PIC X(15).
           05  FILLER                         PIC X(260).
           05  IA-SEQUENCE-NUMBER             PIC 9(08).
           05  FILLER                         PIC X(243).

      * B - payee record
       01  IRS-1099-B-REC.
           05  IB-RECORD-TYPE                 PIC X(01).
           05  IB-PAYMENT-YEAR                PIC 9(04).
           05  IB-CORRECTED-IND               PIC X(01).
           05  IB-NAME-CONTROL                PIC X(04).
           05  IB-TIN-TYPE                    PIC X(01).
           05  IB-PAYEE-TIN                   PIC 9(09).
           05  IB-PAYER-ACCOUNT               PIC X(20).
           05  IB-PAYER-OFFICE-CODE           PIC X(04).
           05  FILLER                         PIC X(10).
           05  IB-AMOUNT OCCURS 16 TIMES      PIC 9(10)V99.
           05  IB-FOREIGN-COUNTRY-IND         PIC X(01).
           05  IB-PAYEE-NAME                  PIC X(40).
           05  IB-PAYEE-NAME-2                PIC X(40).
           05  FILLER                         PIC X(40).
           05  IB-PAYEE-ADDRESS               PIC X(40).
           05  FILLER                         PIC X(40).
           05  IB-PAYEE-CITY                  PIC X(40).
           05  IB-PAYEE-STATE                 PIC X(02).
           05  IB-PAYEE-ZIP                   PIC X(09).
           05  FILLER                         PIC X(01).
           05  IB-SEQUENCE-NUMBER             PIC 9(08).
           05  FILLER                         PIC X(36).
           05  IB-FORM-DATA                   PIC X(207).

      * C - end of payer record
       01  IRS-1099-C-REC.
           05  IC-RECORD-TYPE                 PIC X(01).
           05  IC-NUMBER-OF-PAYEES            PIC 9(08).
           05  FILLER                         PIC X(06).
           05  IC-CONTROL-TOTAL OCCURS 16 TIMES
                                              PIC 9(16)V99.
           05  FILLER                         PIC X(196).
           05  IC-SEQUENCE-NUMBER             PIC 9(08).
           05  FILLER                         PIC X(243).

      * F - end of transmission record
       01  IRS-1099-F-REC.
           05  IF-RECORD-TYPE                 PIC X(01).
           05  IF-NUMBER-OF-A-RECS            PIC 9(08).
           05  IF-ZERO-FILL                   PIC 9(21).
           05  FILLER                         PIC X(19).
           05  IF-TOTAL-PAYEES                PIC 9(08).
           05  FILLER                         PIC X(442).
           05  IF-SEQUENCE-NUMBER             PIC 9(08).
           05  FILLER                         PIC X(243).
