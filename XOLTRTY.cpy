      * XOLTRTY - Excess of loss treaty terms card, 80 bytes.  One
      * card per treaty year and claim type the treaty covers.
      * Reinsurance maintains the deck as treaties renew.  The
      * treaty year is the year of the loss (CH-CLAIM-DATE) - the
      * treaty that was in force when the loss happened pays it.
      * Each claim's loss net of the deductible, paid plus case
      * reserve outstanding, is ceded above XT-RETENTION up to
      * XT-LIMIT, at XT-SHARE-PCT of that layer.  Cards for
      * different claim types may carry the same XT-TREATY-ID -
      * the amount due is billed per treaty, not per card.
       01  XOL-TREATY-REC.
           05  XT-TREATY-YEAR                 PIC 9(04).
           05  XT-CLAIM-TYPE                  PIC X(01).
           05  XT-TREATY-ID                   PIC X(10).
           05  XT-RETENTION                   PIC 9(09)V99.
           05  XT-LIMIT                       PIC 9(09)V99.
           05  XT-SHARE-PCT                   PIC 9(03)V99.
           05  XT-REINSURER-NAME              PIC X(30).
           05  FILLER                         PIC X(08).
