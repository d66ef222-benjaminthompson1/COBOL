      * GLJRNL - General ledger journal upload record, 100 bytes.
      * CLAIMGL writes one journal per business date: a header (H)
      * carrying the journal date and the attempt at the date on
      * the run ledger - so the GL can tell a rerun's replacement
      * file from a second journal - a detail line (D) per debit or
      * credit, and a trailer (T) with the line count and the debit
      * and credit totals the GL upload proves before it posts.
      * Amounts are unsigned; GJ-DR-CR says which side.
       01  GL-JOURNAL-REC.
           05  GJ-RECORD-TYPE                 PIC X(01).
               88  GJ-HEADER                  VALUE 'H'.
               88  GJ-DETAIL                  VALUE 'D'.
               88  GJ-TRAILER                 VALUE 'T'.
           05  GJ-JOURNAL-DATE                PIC 9(08).
           05  GJ-SOURCE-SYSTEM               PIC X(06).
           05  FILLER                         PIC X(85).

      * H - journal header
       01  GL-JOURNAL-HEADER-REC.
           05  FILLER                         PIC X(15).
           05  GJ-HDR-CREATE-DATE             PIC 9(08).
           05  GJ-HDR-CREATE-TIME             PIC 9(08).
           05  GJ-HDR-ATTEMPT                 PIC 9(03).
           05  FILLER                         PIC X(66).

      * D - journal line
       01  GL-JOURNAL-DETAIL-REC.
           05  FILLER                         PIC X(15).
           05  GJ-LINE-NUMBER                 PIC 9(06).
           05  GJ-ACCOUNT                     PIC X(12).
           05  GJ-DR-CR                       PIC X(01).
               88  GJ-DEBIT                   VALUE 'D'.
               88  GJ-CREDIT                  VALUE 'C'.
           05  GJ-AMOUNT                      PIC 9(09)V99.
           05  GJ-CLAIM-TYPE                  PIC X(01).
           05  GJ-CLAIM-NUMBER                PIC X(10).
           05  GJ-SOURCE-CODE                 PIC X(03).
               88  GJ-SOURCE-PAYMENT          VALUE 'PAY'.
               88  GJ-SOURCE-RESERVE          VALUE 'RSV'.
               88  GJ-SOURCE-RECOVERY         VALUE 'RCV'.
               88  GJ-SOURCE-VOID             VALUE 'VOD'.
           05  GJ-DESCRIPTION                 PIC X(30).
           05  FILLER                         PIC X(11).

      * T - journal trailer
       01  GL-JOURNAL-TRAILER-REC.
           05  FILLER                         PIC X(15).
           05  GJ-TRL-LINE-COUNT              PIC 9(06).
           05  GJ-TRL-TOTAL-DEBITS            PIC 9(11)V99.
           05  GJ-TRL-TOTAL-CREDITS           PIC 9(11)V99.
           05  FILLER                         PIC X(53).
