      * VODREJ - Layout for the CLAIMVOD void transaction reject
      * file.  Carries the reason code/text plus the original 80
      * byte transaction so AP can be told exactly why a stop was
      * not booked - most often a void naming a claim we never paid.
       01  VOID-REJECT-REC.
           05  VJ-CLAIM-NUMBER                PIC X(10).
           05  VJ-REASON-CODE                 PIC X(02).
           05  VJ-REASON-TEXT                 PIC X(30).
           05  VJ-ORIGINAL-TRAN               PIC X(80).
