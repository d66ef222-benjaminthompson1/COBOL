      * CLAIM-SOURCE-SYSTEM is stamped by the CLAIMINT intake
      * translator (01 = house feed, 02 = second TPA) so a record
      * can be traced back to the feed it arrived on.
      * CLAIM-RECORD-TYPE S marks a supplemental payment - a further
      * payment against a claim number already paid, carrying the
      * next CLAIM-PAY-SEQ for the claim.  Anything else is an
      * original claim and is payment 01.
       01  CLAIM-REC.
           05  CLAIM-NUMBER                   PIC X(10).
           05  CLAIM-POLICY-NUMBER            PIC X(10).
               88  CLAIM-TYPE-MEDICAL         VALUE 'M'.
               88  CLAIM-TYPE-VALID           VALUE 'A' 'P' 'M'.
           05  CLAIM-SOURCE-SYSTEM            PIC X(02).
           05  CLAIM-RECORD-TYPE              PIC X(01).
               88  CLAIM-REC-ORIGINAL         VALUE SPACE 'O'.
               88  CLAIM-REC-SUPPLEMENT       VALUE 'S'.
               88  CLAIM-REC-TYPE-VALID       VALUE SPACE 'O' 'S'.
           05  CLAIM-PAY-SEQ                  PIC 9(02).
           05  FILLER                         PIC X(16).
