      * GLCOA - GL chart of accounts mapping card, 80 bytes.  One
      * card per claim type and journal entry kind naming the
      * general ledger account CLAIMGL posts that side of the entry
      * to.  Finance maintains the deck - an account moves with a
      * card change, not a program change.  A claim type of * is
      * the default for the kind, used for every claim type with
      * no card of its own and for a claim the history master no
      * longer carries; every kind must have a default card.
      * The kinds are:
      *   LOSSPAID - paid loss, gross of the deductible (debit)
      *   DEDUCT   - deductible applied against the paid loss
      *   INTEREST - prompt-pay interest expense (debit)
      *   CLMPAYBL - claims payable handed to accounts payable
      *   RSVCHG   - change in case reserves (expense side)
      *   RSVLIAB  - case reserve liability
      *   RECVBL   - overpayment recoveries receivable
      *   RCVCASH  - cash collected against a recovery
       01  GL-COA-REC.
           05  GC-CLAIM-TYPE                  PIC X(01).
               88  GC-DEFAULT-TYPE            VALUE '*'.
           05  FILLER                         PIC X(01).
           05  GC-ENTRY-KIND                  PIC X(08).
           05  FILLER                         PIC X(01).
           05  GC-ACCOUNT                     PIC X(12).
           05  FILLER                         PIC X(01).
           05  GC-DESCRIPTION                 PIC X(30).
           05  FILLER                         PIC X(26).
