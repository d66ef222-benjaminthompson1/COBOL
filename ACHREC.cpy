      * ACHREC - NACHA ACH file record layouts, 94 bytes, blocked
      * ten records to the block.  CLAIMDSB writes one file header
      * (1), one PPD credit batch - batch header (5), an entry
      * detail (6) per EFT payment and the batch control (8) - then
      * the file control (9), padded out to a full block with
      * records of all nines.  Amounts are whole cents with no
      * decimal point.  The entry hash is the sum of the receiving
      * banks' eight digit routing numbers (the check digit left
      * off), low-order ten digits only.
       01  ACH-REC.
           05  ACH-RECORD-TYPE                PIC X(01).
               88  ACH-FILE-HEADER            VALUE '1'.
               88  ACH-BATCH-HEADER           VALUE '5'.
               88  ACH-ENTRY-DETAIL           VALUE '6'.
               88  ACH-BATCH-CONTROL          VALUE '8'.
               88  ACH-FILE-CONTROL           VALUE '9'.
           05  FILLER                         PIC X(93).

      * 1 - file header
       01  ACH-FILE-HEADER-REC.
           05  FH-RECORD-TYPE                 PIC X(01).
           05  FH-PRIORITY-CODE               PIC 9(02).
           05  FH-IMMEDIATE-DEST              PIC X(10).
           05  FH-IMMEDIATE-ORIGIN            PIC X(10).
           05  FH-CREATION-DATE               PIC 9(06).
           05  FH-CREATION-TIME               PIC 9(04).
           05  FH-FILE-ID-MODIFIER            PIC X(01).
           05  FH-RECORD-SIZE                 PIC 9(03).
           05  FH-BLOCKING-FACTOR             PIC 9(02).
           05  FH-FORMAT-CODE                 PIC X(01).
           05  FH-DEST-NAME                   PIC X(23).
           05  FH-ORIGIN-NAME                 PIC X(23).
           05  FH-REFERENCE-CODE              PIC X(08).

      * 5 - batch header
       01  ACH-BATCH-HEADER-REC.
           05  BH-RECORD-TYPE                 PIC X(01).
           05  BH-SERVICE-CLASS               PIC 9(03).
           05  BH-COMPANY-NAME                PIC X(16).
           05  BH-DISCRETIONARY-DATA          PIC X(20).
           05  BH-COMPANY-ID                  PIC X(10).
           05  BH-SEC-CODE                    PIC X(03).
           05  BH-ENTRY-DESCRIPTION           PIC X(10).
           05  BH-DESCRIPTIVE-DATE            PIC X(06).
           05  BH-EFFECTIVE-DATE              PIC 9(06).
           05  BH-SETTLEMENT-DATE             PIC X(03).
           05  BH-ORIGINATOR-STATUS           PIC X(01).
           05  BH-ODFI-ID                     PIC 9(08).
           05  BH-BATCH-NUMBER                PIC 9(07).

      * 6 - entry detail
       01  ACH-ENTRY-REC.
           05  ED-RECORD-TYPE                 PIC X(01).
           05  ED-TRANSACTION-CODE            PIC 9(02).
           05  ED-RDFI-ID                     PIC 9(08).
           05  ED-CHECK-DIGIT                 PIC 9(01).
           05  ED-DFI-ACCOUNT                 PIC X(17).
           05  ED-AMOUNT                      PIC 9(08)V99.
           05  ED-INDIVIDUAL-ID               PIC X(15).
           05  ED-INDIVIDUAL-NAME             PIC X(22).
           05  ED-DISCRETIONARY-DATA          PIC X(02).
           05  ED-ADDENDA-IND                 PIC 9(01).
           05  ED-TRACE-NUMBER.
               10  ED-TRACE-ODFI              PIC 9(08).
               10  ED-TRACE-SEQUENCE          PIC 9(07).

      * 8 - batch control
       01  ACH-BATCH-CONTROL-REC.
           05  BC-RECORD-TYPE                 PIC X(01).
           05  BC-SERVICE-CLASS               PIC 9(03).
           05  BC-ENTRY-COUNT                 PIC 9(06).
           05  BC-ENTRY-HASH                  PIC 9(10).
           05  BC-TOTAL-DEBIT                 PIC 9(10)V99.
           05  BC-TOTAL-CREDIT                PIC 9(10)V99.
           05  BC-COMPANY-ID                  PIC X(10).
           05  BC-MESSAGE-AUTH                PIC X(19).
           05  BC-RESERVED                    PIC X(06).
           05  BC-ODFI-ID                     PIC 9(08).
           05  BC-BATCH-NUMBER                PIC 9(07).

      * 9 - file control
       01  ACH-FILE-CONTROL-REC.
           05  FC-RECORD-TYPE                 PIC X(01).
           05  FC-BATCH-COUNT                 PIC 9(06).
           05  FC-BLOCK-COUNT                 PIC 9(06).
           05  FC-ENTRY-COUNT                 PIC 9(08).
           05  FC-ENTRY-HASH                  PIC 9(10).
           05  FC-TOTAL-DEBIT                 PIC 9(10)V99.
           05  FC-TOTAL-CREDIT                PIC 9(10)V99.
           05  FC-RESERVED                    PIC X(39).
