       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMGL.
       AUTHOR.          BEN THOMPSON.
      *
      * General ledger journal interface.  Finance has been keying
      * the claim system's money into the ledger by hand off the
      * register, the reserve report and the recovery aging - a
      * day behind and never quite tying.  This program builds the
      * business date's journal from the same files the stream
      * already maintains, in balanced double entry, and hands it
      * to the GL upload:
      *
      *   - every payment on the day's extracts (the claim run's
      *     CLAIMPAY, CLAIMADJ's ADJPAY and CLAIMVOD's reissues on
      *     VODPAY) - the paid loss gross of the deductible, the
      *     deductible applied, and the prompt-pay interest, against
      *     claims payable for the amount handed to accounts
      *     payable;
      *   - every payment CLAIMVOD stopped (the VODEXT void
      *     extract) - the same entry reversed, for the stopped
      *     check;
      *   - case reserves raised and released on the run date off
      *     the CLAIM-RESERVE master;
      *   - overpayment recoveries raised and cash collected on the
      *     run date off the CLAIM-RECOVERY master.
      *
      * The accounts come from the GLCOA chart of accounts deck,
      * by claim type and entry kind - nothing is hard-coded here.
      * The proof report prints a trial balance by account and
      * proves the journal: debits against credits, the trial
      * balance against the journal totals, and claims payable
      * against the extract and void dollars read.  A journal that
      * does not prove is emptied and the run ends RC 16, so
      * nothing unbalanced ever reaches the ledger.  The journal is
      * rebuilt whole on a rerun of the date; its header carries
      * the run ledger attempt so the GL can tell a replacement
      * from a second journal.
      *
      * Run parameter card (GLPARM) - the business date, CCYYMMDD
      * in columns 1-8, and the rerun override in columns 71-79.
      *
      * Modification History:
      *   2026-09-28 BT  Initial version.
      *   2026-10-13 BT  CLAIMVOD's voids and reissues reach the
      *                  ledger.  Its reissue extract (VODPAY) is
      *                  journaled as a third payment extract, and
      *                  every stop on its VODEXT void extract posts
      *                  the payment's entry reversed under source
      *                  VOD - 330-JOURNAL-ONE-VOID.  Both optional;
      *                  claims payable from the voids has to tie to
      *                  the void dollars read for the journal to
      *                  prove.
      *   2026-10-15 BT  Waits on the disbursement run as well as
      *                  CLAIMRCP - 030-CHECK-RUN-LEDGER takes a list
      *                  of predecessors.  CLAIMADJ and CLAIMVOD run
      *                  every day ahead of the disbursement run and
      *                  always write their extracts, so a missing
      *                  ADJPAY, VODPAY or VODEXT is a lost file and
      *                  stops the run RC 16 before the journal is
      *                  opened - 090-CHECK-DAY-EXTRACTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PARM ASSIGN TO GLPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GL-COA ASSIGN TO GLCOA
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-COA-FILE-STATUS.
           SELECT CLAIM-PAYEXT ASSIGN TO CLAIMPAY
             ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-PAYEXT ASSIGN TO ADJPAY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ADJPAY-FILE-STATUS.
           SELECT VOD-PAYEXT ASSIGN TO VODPAY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-VODPAY-FILE-STATUS.
           SELECT VOID-EXTRACT ASSIGN TO VODEXT
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-VOID-FILE-STATUS.
           SELECT CLAIM-HIST ASSIGN TO CLAIMHST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CH-CLAIM-NUMBER
             FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CLAIM-RESERVE ASSIGN TO CLAIMRSV
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS CR-CLAIM-NUMBER
             FILE STATUS IS WS-RSV-FILE-STATUS.
           SELECT CLAIM-RECOVERY ASSIGN TO CLAIMRCV
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS RV-CLAIM-NUMBER
             FILE STATUS IS WS-RCV-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO GLJRNL
             ORGANIZATION IS SEQUENTIAL.
           SELECT GL-RPT ASSIGN TO GLRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-PARM-REC.
       01  GL-PARM-REC                       PIC X(80).

       FD  GL-COA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-COA-REC.
           COPY GLCOA.

       FD  CLAIM-PAYEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS CLAIM-PAYEXT-IN.
       01  CLAIM-PAYEXT-IN                   PIC X(180).

       FD  ADJ-PAYEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADJ-PAYEXT-REC.
       01  ADJ-PAYEXT-REC                    PIC X(180).

       FD  VOD-PAYEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOD-PAYEXT-REC.
       01  VOD-PAYEXT-REC                    PIC X(180).

       FD  VOID-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOID-EXTRACT-REC.
           COPY VODEXT.

       FD  CLAIM-HIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-HIST-REC.
           COPY CLAIMHST.

       FD  CLAIM-RESERVE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-RESERVE-REC.
           COPY CLAIMRSV.

       FD  CLAIM-RECOVERY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-RECOVERY-REC.
           COPY CLAIMRCV.

       FD  GL-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-JOURNAL-REC.
           COPY GLJRNL.

       FD  GL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-RPT-REC.
       01  GL-RPT-REC                        PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * Run parameter card - the business date the journal is for.
      * A missing or malformed card stops the run before any output
      * file is touched.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC 9(08).
           05  WS-PARM-RUN-DATE-X REDEFINES WS-PARM-RUN-DATE.
               10  WS-PARM-RUN-CCYY          PIC 9(04).
               10  WS-PARM-RUN-MM            PIC 9(02).
               10  WS-PARM-RUN-DD            PIC 9(02).
           05  FILLER                        PIC X(62).
      * Columns 71-79 - rerun override: R and the ID of whoever
      * authorized running a business date that already ended
      * clean on the run ledger.
           05  WS-PARM-RERUN-FLAG            PIC X(01).
               88  RERUN-AUTHORIZED          VALUE 'R'.
           05  WS-PARM-RERUN-AUTH            PIC X(08).
           05  FILLER                        PIC X(01).

      * Run ledger - every attempt at this step is logged against
      * its business date.  A date this step already ended clean
      * is not run again without the rerun override on the card,
      * and the step ahead of it in the stream must have ended
      * clean for the same date - 030-CHECK-RUN-LEDGER.  The
      * journal picks up the payment run's extracts as well as the
      * receipts run's recoveries, so both steps have to be done.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMGL'.
       77 WS-LEDGER-PRED-SUB                 PIC 9(02) COMP VALUE 0.
       77 WS-LEDGER-PRED-COUNT               PIC 9(02) COMP VALUE 2.
       01  WS-LEDGER-PRED-TABLE.
           05  FILLER                        PIC X(08) VALUE 'CLAIMDSB'.
           05  FILLER                        PIC X(08) VALUE 'CLAIMRCP'.
       01  WS-LEDGER-PREDS REDEFINES WS-LEDGER-PRED-TABLE.
           05  WS-LEDGER-PREDECESSOR         PIC X(08) OCCURS 2 TIMES.
       77 WS-LEDGER-RUN-DATE                 PIC 9(08) VALUE 0.
       77 WS-LEDGER-ATTEMPT                  PIC 9(03) VALUE 0.
       77 WS-LEDGER-SCAN-PROGRAM             PIC X(08) VALUE SPACE.
       77 WS-LEDGER-SCAN-ATTEMPT             PIC 9(03) VALUE 0.
       77 WS-LEDGER-SCAN-CLEAN-SW            PIC X(01) VALUE 'N'.
          88 LEDGER-SCAN-CLEAN-END           VALUE 'Y'.
       77 WS-LEDGER-EOF                      PIC X(01) VALUE 'N'.
       77 WS-LEDGER-LOGGED-SW                PIC X(01) VALUE 'N'.
          88 LEDGER-ATTEMPT-LOGGED           VALUE 'Y'.
       77 WS-LEDGER-DATE                     PIC 9(08) VALUE 0.
       77 WS-LEDGER-TIME                     PIC 9(08) VALUE 0.

      * Run date day-of-month edit work fields -
      * 015-SET-RUN-MONTH-MAX
       77 WS-YEAR-QUOT                       PIC 9(04) COMP VALUE 0.
       77 WS-YEAR-REM4                       PIC 9(03) COMP VALUE 0.
       77 WS-YEAR-REM100                     PIC 9(03) COMP VALUE 0.
       77 WS-YEAR-REM400                     PIC 9(03) COMP VALUE 0.
       77 WS-MONTH-MAX-DD                    PIC 9(02) COMP VALUE 0.

      * End of file and file status switches
       77 WS-COA-EOF                         PIC X(01) VALUE 'N'.
       77 WS-COA-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-PAY-EOF                         PIC X(01) VALUE 'N'.
       77 WS-ADJPAY-EOF                      PIC X(01) VALUE 'N'.
       77 WS-ADJPAY-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-VODPAY-EOF                      PIC X(01) VALUE 'N'.
       77 WS-VODPAY-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-VOID-EOF                        PIC X(01) VALUE 'N'.
       77 WS-VOID-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-HIST-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-RSV-EOF                         PIC X(01) VALUE 'N'.
       77 WS-RSV-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-RCV-EOF                         PIC X(01) VALUE 'N'.
       77 WS-RCV-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Payment extract record - all three extracts are read into it
           COPY CLAIMPAY.

      * The journal entry kinds the chart of accounts maps.  Every
      * one must have a default (claim type *) card on the deck.
       77 WS-KIND-SUB                        PIC 9(02) COMP VALUE 0.
       77 WS-KIND-COUNT                      PIC 9(02) COMP VALUE 8.
       01  WS-KIND-TABLE.
           05  FILLER                        PIC X(08) VALUE 'LOSSPAID'.
           05  FILLER                        PIC X(08) VALUE 'DEDUCT'.
           05  FILLER                        PIC X(08) VALUE 'INTEREST'.
           05  FILLER                        PIC X(08) VALUE 'CLMPAYBL'.
           05  FILLER                        PIC X(08) VALUE 'RSVCHG'.
           05  FILLER                        PIC X(08) VALUE 'RSVLIAB'.
           05  FILLER                        PIC X(08) VALUE 'RECVBL'.
           05  FILLER                        PIC X(08) VALUE 'RCVCASH'.
       01  WS-KINDS REDEFINES WS-KIND-TABLE.
           05  WS-KIND-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-KIND-IDX.
               10  WS-KIND-NAME              PIC X(08).

      * Chart of accounts - the GLCOA deck loaded once at start of
      * run, one entry per claim type and kind.
       77 WS-COA-COUNT                       PIC 9(03) COMP VALUE 0.
       77 WS-COA-MAX                         PIC 9(03) COMP VALUE 200.
       77 WS-COA-FOUND-SW                    PIC X(01) VALUE 'N'.
          88 COA-ENTRY-FOUND                 VALUE 'Y'.
       77 WS-COA-CARD-VALID                  PIC X(01) VALUE 'Y'.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-COA-COUNT
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-CLAIM-TYPE         PIC X(01).
               10  WS-COA-ENTRY-KIND         PIC X(08).
               10  WS-COA-ACCOUNT            PIC X(12).
               10  WS-COA-DESCRIPTION        PIC X(30).

      * Trial balance - debits and credits posted to each account,
      * in the order the accounts were first posted.  There can be
      * no more accounts than chart entries.
       77 WS-TB-COUNT                        PIC 9(03) COMP VALUE 0.
       77 WS-TB-SUB                          PIC 9(03) COMP VALUE 0.
       77 WS-TB-FOUND-SW                     PIC X(01) VALUE 'N'.
          88 TB-ACCOUNT-FOUND                VALUE 'Y'.
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-TB-COUNT
                   INDEXED BY WS-TB-IDX.
               10  WS-TB-ACCOUNT             PIC X(12).
               10  WS-TB-DESCRIPTION         PIC X(30).
               10  WS-TB-DEBITS              PIC 9(11)V99.
               10  WS-TB-CREDITS             PIC 9(11)V99.

      * One journal line as built by the entry paragraphs and
      * posted by 600-POST-JOURNAL-LINE.
       77 WS-POST-KIND                       PIC X(08) VALUE SPACE.
       77 WS-POST-CLAIM-TYPE                 PIC X(01) VALUE SPACE.
       77 WS-POST-DR-CR                      PIC X(01) VALUE SPACE.
       77 WS-POST-AMOUNT                     PIC 9(09)V99 VALUE 0.
       77 WS-POST-CLAIM-NUMBER               PIC X(10) VALUE SPACE.
       77 WS-POST-SOURCE                     PIC X(03) VALUE SPACE.
       77 WS-LOSS-AMOUNT                     PIC 9(09)V99 VALUE 0.
       77 WS-UNPOSTED-REASON                 PIC X(30) VALUE SPACE.
       77 WS-UNPOSTED-HDG-SW                 PIC X(01) VALUE 'N'.
          88 UNPOSTED-HEADING-PRINTED        VALUE 'Y'.

      * Journal totals and the proof
       77 WS-LINE-COUNT                      PIC 9(06) VALUE 0.
       77 WS-TOTAL-DEBITS                    PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-CREDITS                   PIC 9(11)V99 VALUE 0.
       77 WS-TB-DEBIT-SUM                    PIC 9(11)V99 VALUE 0.
       77 WS-TB-CREDIT-SUM                   PIC 9(11)V99 VALUE 0.
       77 WS-EXTRACT-AMOUNT                  PIC 9(09)V99 VALUE 0.
       77 WS-BALANCE-SW                      PIC X(01) VALUE 'Y'.
          88 JOURNAL-IN-BALANCE              VALUE 'Y'.
          88 JOURNAL-OUT-OF-BALANCE          VALUE 'N'.

      * Control totals
       77 WS-COA-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-PAY-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-PAY-READ-AMOUNT                 PIC 9(09)V99 VALUE 0.
       77 WS-ADJPAY-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-ADJPAY-READ-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-PAY-POSTED-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-PAYABLE-AMOUNT                  PIC 9(09)V99 VALUE 0.
       77 WS-PAY-UNPOSTED-COUNT              PIC 9(07) COMP VALUE 0.
       77 WS-VODPAY-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-VODPAY-READ-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-VOID-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-VOID-READ-AMOUNT                PIC 9(09)V99 VALUE 0.
       77 WS-VOID-POSTED-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-VOID-PAYABLE-AMOUNT             PIC 9(09)V99 VALUE 0.
       77 WS-VOID-UNPOSTED-COUNT             PIC 9(07) COMP VALUE 0.
       77 WS-RSV-RAISED-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-RSV-RAISED-AMOUNT               PIC 9(09)V99 VALUE 0.
       77 WS-RSV-RELEASED-COUNT              PIC 9(07) COMP VALUE 0.
       77 WS-RSV-RELEASED-AMOUNT             PIC 9(09)V99 VALUE 0.
       77 WS-RCV-RAISED-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-RCV-RAISED-AMOUNT               PIC 9(09)V99 VALUE 0.
       77 WS-RCV-COLLECTED-COUNT             PIC 9(07) COMP VALUE 0.
       77 WS-RCV-COLLECTED-AMOUNT            PIC 9(09)V99 VALUE 0.

      * Proof report heading lines
       01  WS-GL-HEADING1.
           05  FILLER                        PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(40) VALUE
               'GL JOURNAL INTERFACE - PROOF'.
           05  FILLER                        PIC X(13) VALUE
               'RUN DATE:'.
           05  GH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(09) VALUE
               'ATTEMPT:'.
           05  GH-ATTEMPT                    PIC ZZ9.
           05  FILLER                        PIC X(54) VALUE SPACE.

      * Payments that could not be journaled
       01  WS-UNP-HEADING.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(40) VALUE
               'PAYMENTS NOT JOURNALED'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-UNP-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  UD-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  UD-PAYEE-NAME                 PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  UD-REASON                     PIC X(30).
           05  FILLER                        PIC X(63) VALUE SPACE.

      * Trial balance heading, detail and total lines
       01  WS-TB-HEADING1.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(40) VALUE
               'TRIAL BALANCE BY ACCOUNT'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-TB-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               'ACCOUNT'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'DESCRIPTION'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(18) VALUE
               '            DEBITS'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(18) VALUE
               '           CREDITS'.
           05  FILLER                        PIC X(41) VALUE SPACE.

       01  WS-TB-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  TD-ACCOUNT                    PIC X(12).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TD-DESCRIPTION                PIC X(30).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TD-DEBITS                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  TD-CREDITS                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(42) VALUE SPACE.

      * Proof line - what the journal reached, and the verdict
       01  WS-GL-PROOF.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  GP-DESCRIPTION                PIC X(46).
           05  FILLER                        PIC X(85) VALUE SPACE.

      * Control total line - the description varies, the count does
      * not.
       01  WS-GL-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  GT-DESCRIPTION                PIC X(30).
           05  GT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Dollar total line for the amounts the counts cannot carry
       01  WS-GL-AMT-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  GA-DESCRIPTION                PIC X(30).
           05  GA-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 300-JOURNAL-PAYMENTS
               PERFORM 400-JOURNAL-RESERVES
               PERFORM 500-JOURNAL-RECOVERIES
               PERFORM 800-TERMINATION
           END-IF.
           IF LEDGER-ATTEMPT-LOGGED
               PERFORM 890-POST-RUN-LEDGER
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           PERFORM 010-READ-RUN-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 030-CHECK-RUN-LEDGER
           END-IF.
           IF NOT RUN-PARMS-INVALID
               PERFORM 050-LOAD-CHART
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 090-CHECK-DAY-EXTRACTS
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 100-OPEN-FILES
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  There is no
      * journal without a business date, so a missing or malformed
      * card stops the run here with RC 16.
           OPEN INPUT GL-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ GL-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMGL - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMGL - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       DISPLAY 'CLAIMGL - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE GL-PARM
           END-IF.

       015-SET-RUN-MONTH-MAX.
      * Resolves how many days the run date's month actually has,
      * leap years included - 20260231 reads as a date but is not
      * one, and the ledger must only ever see a real date.
           DIVIDE WS-PARM-RUN-CCYY BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM4.
           DIVIDE WS-PARM-RUN-CCYY BY 100 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM100.
           DIVIDE WS-PARM-RUN-CCYY BY 400 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM400.
           EVALUATE WS-PARM-RUN-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-MAX-DD
               WHEN 2
                   IF (WS-YEAR-REM4 = 0 AND WS-YEAR-REM100 NOT = 0)
                       OR WS-YEAR-REM400 = 0
                       MOVE 29 TO WS-MONTH-MAX-DD
                   ELSE
                       MOVE 28 TO WS-MONTH-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-MAX-DD
           END-EVALUATE.

       030-CHECK-RUN-LEDGER.
      * Refuses the run when this step already ended clean for the
      * business date - unless the card carries the rerun override
      * - or when the step ahead of it in the stream has not ended
      * clean for the date.  A run let through is logged on the
      * ledger as started, with who authorized it if it is a rerun.
      * Status 35 is the very first run, before the ledger has ever
      * been created: create it empty and reopen.
           MOVE WS-PARM-RUN-DATE TO WS-LEDGER-RUN-DATE.
           OPEN I-O RUN-LEDGER.
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER
               CLOSE RUN-LEDGER
               OPEN I-O RUN-LEDGER
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-LEDGER-PRED-SUB
               PERFORM 031-CHECK-PREDECESSOR
                   UNTIL WS-LEDGER-PRED-SUB >= WS-LEDGER-PRED-COUNT
               IF NOT RUN-PARMS-INVALID
                   MOVE WS-LEDGER-PROGRAM TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF LEDGER-SCAN-CLEAN-END
                       AND NOT RERUN-AUTHORIZED
                       DISPLAY 'CLAIMGL - ALREADY ENDED CLEAN FOR '
                           WS-LEDGER-RUN-DATE ' - RUN REFUSED '
                           '(RERUN OVERRIDE NOT ON CARD)'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 034-LOG-LEDGER-START
                   END-IF
               END-IF
               CLOSE RUN-LEDGER
           END-IF.

       031-CHECK-PREDECESSOR.
      * Every step on the list is checked, so the console names all
      * of the steps still outstanding, not just the first.
           ADD 1 TO WS-LEDGER-PRED-SUB.
           MOVE WS-LEDGER-PREDECESSOR(WS-LEDGER-PRED-SUB)
               TO WS-LEDGER-SCAN-PROGRAM.
           PERFORM 032-SCAN-RUN-LEDGER.
           IF NOT LEDGER-SCAN-CLEAN-END
               DISPLAY 'CLAIMGL - '
                   WS-LEDGER-PREDECESSOR(WS-LEDGER-PRED-SUB)
                   ' HAS NOT ENDED CLEAN FOR '
                   WS-LEDGER-RUN-DATE ' - RUN REFUSED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

       032-SCAN-RUN-LEDGER.
      * Reads every attempt on the ledger at one step for the
      * business date, keeping the last attempt number and whether
      * any attempt ended clean.
           MOVE 'N' TO WS-LEDGER-SCAN-CLEAN-SW.
           MOVE 0 TO WS-LEDGER-SCAN-ATTEMPT.
           MOVE 'N' TO WS-LEDGER-EOF.
           MOVE WS-LEDGER-SCAN-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE 0 TO RL-ATTEMPT.
           START RUN-LEDGER KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START.
           PERFORM 033-READ-LEDGER-ATTEMPT UNTIL WS-LEDGER-EOF = 'Y'.

       033-READ-LEDGER-ATTEMPT.
           READ RUN-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF
               NOT AT END
                   IF RL-PROGRAM NOT = WS-LEDGER-SCAN-PROGRAM
                       OR RL-RUN-DATE NOT = WS-LEDGER-RUN-DATE
                       MOVE 'Y' TO WS-LEDGER-EOF
                   ELSE
                       MOVE RL-ATTEMPT TO WS-LEDGER-SCAN-ATTEMPT
                       IF RL-ENDED-CLEAN
                           MOVE 'Y' TO WS-LEDGER-SCAN-CLEAN-SW
                       END-IF
                   END-IF
           END-READ.

       034-LOG-LEDGER-START.
      * Adds this run as the next attempt at the step for the date.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           ADD 1 WS-LEDGER-SCAN-ATTEMPT GIVING WS-LEDGER-ATTEMPT.
           MOVE SPACE TO RUN-LEDGER-REC.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           MOVE 'S' TO RL-STATUS.
           MOVE WS-LEDGER-DATE TO RL-START-DATE.
           MOVE WS-LEDGER-TIME TO RL-START-TIME.
           MOVE 0 TO RL-END-DATE.
           MOVE 0 TO RL-END-TIME.
           MOVE 0 TO RL-RETURN-CODE.
           IF LEDGER-SCAN-CLEAN-END
               MOVE 'R' TO RL-RERUN-IND
               MOVE WS-PARM-RERUN-AUTH TO RL-RERUN-AUTH
               DISPLAY 'CLAIMGL - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMGL - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       050-LOAD-CHART.
      * Loads the chart of accounts deck.  A missing deck, a bad
      * card, or a kind with no default card stops the run RC 16
      * before the journal is opened - a journal line with no
      * account is one the GL upload would throw out whole.
           OPEN INPUT GL-COA.
           IF WS-COA-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - CHART OF ACCOUNTS MISSING '
                   '(STATUS ' WS-COA-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 055-LOAD-ONE-COA-CARD UNTIL WS-COA-EOF = 'Y'
               CLOSE GL-COA
               IF NOT RUN-ABORTED
                   MOVE 0 TO WS-KIND-SUB
                   PERFORM 058-CHECK-DEFAULT-KIND
                       UNTIL WS-KIND-SUB >= WS-KIND-COUNT
               END-IF
           END-IF.

       055-LOAD-ONE-COA-CARD.
           READ GL-COA
               AT END MOVE 'Y' TO WS-COA-EOF
               NOT AT END
                   ADD 1 TO WS-COA-READ-COUNT
                   IF GL-COA-REC NOT = SPACE
                       PERFORM 057-EDIT-COA-CARD
                       IF RUN-ABORTED
                           MOVE 'Y' TO WS-COA-EOF
                       END-IF
                   END-IF
           END-READ.

       057-EDIT-COA-CARD.
      * A card must name a known claim type (or * for the default),
      * a known entry kind and an account, and must not repeat a
      * type and kind already on the deck - two accounts for the
      * same posting would leave which one wins to card order.
           MOVE 'Y' TO WS-COA-CARD-VALID.
           IF GC-CLAIM-TYPE NOT = 'A' AND GC-CLAIM-TYPE NOT = 'P'
               AND GC-CLAIM-TYPE NOT = 'M' AND NOT GC-DEFAULT-TYPE
               MOVE 'N' TO WS-COA-CARD-VALID
           END-IF.
           IF GC-ACCOUNT = SPACE
               MOVE 'N' TO WS-COA-CARD-VALID
           END-IF.
           SET WS-KIND-IDX TO 1.
           SEARCH WS-KIND-ENTRY
               AT END
                   MOVE 'N' TO WS-COA-CARD-VALID
               WHEN WS-KIND-NAME(WS-KIND-IDX) = GC-ENTRY-KIND
                   CONTINUE
           END-SEARCH.
           IF WS-COA-CARD-VALID = 'Y' AND WS-COA-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-CLAIM-TYPE(WS-COA-IDX) = GC-CLAIM-TYPE
                       AND WS-COA-ENTRY-KIND(WS-COA-IDX)
                           = GC-ENTRY-KIND
                       MOVE 'N' TO WS-COA-CARD-VALID
               END-SEARCH
           END-IF.
           IF WS-COA-CARD-VALID NOT = 'Y'
               DISPLAY 'CLAIMGL - CHART OF ACCOUNTS CARD INVALID: '
                   GL-COA-REC(1:23) ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-COA-COUNT >= WS-COA-MAX
                   DISPLAY 'CLAIMGL - CHART OF ACCOUNTS TABLE FULL '
                       'AT ' WS-COA-MAX ' CARDS - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-COA-COUNT
                   MOVE GC-CLAIM-TYPE
                       TO WS-COA-CLAIM-TYPE(WS-COA-COUNT)
                   MOVE GC-ENTRY-KIND
                       TO WS-COA-ENTRY-KIND(WS-COA-COUNT)
                   MOVE GC-ACCOUNT TO WS-COA-ACCOUNT(WS-COA-COUNT)
                   MOVE GC-DESCRIPTION
                       TO WS-COA-DESCRIPTION(WS-COA-COUNT)
               END-IF
           END-IF.

       058-CHECK-DEFAULT-KIND.
           ADD 1 TO WS-KIND-SUB.
           MOVE 'N' TO WS-COA-FOUND-SW.
           IF WS-COA-COUNT > 0
               SET WS-COA-IDX TO 1
               SEARCH WS-COA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COA-CLAIM-TYPE(WS-COA-IDX) = '*'
                       AND WS-COA-ENTRY-KIND(WS-COA-IDX)
                           = WS-KIND-NAME(WS-KIND-SUB)
                       MOVE 'Y' TO WS-COA-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT COA-ENTRY-FOUND
               DISPLAY 'CLAIMGL - CHART OF ACCOUNTS HAS NO DEFAULT '
                   'ACCOUNT FOR ' WS-KIND-NAME(WS-KIND-SUB)
                   ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

       090-CHECK-DAY-EXTRACTS.
      * CLAIMADJ and CLAIMVOD run every day ahead of the
      * disbursement run and write ADJPAY, VODPAY and VODEXT even
      * when they have nothing to put on them, and the ledger has
      * already shown the disbursement run ended clean after them.
      * A file missing now has been lost, not skipped - journaling
      * the day without it would post the day short, so the run
      * stops RC 16 before the journal is opened.
           OPEN INPUT ADJ-PAYEXT.
           IF WS-ADJPAY-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - ADJPAY EXTRACT OPEN FAILED '
                   '(STATUS ' WS-ADJPAY-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE ADJ-PAYEXT
           END-IF.
           OPEN INPUT VOD-PAYEXT.
           IF WS-VODPAY-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - VODPAY EXTRACT OPEN FAILED '
                   '(STATUS ' WS-VODPAY-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE VOD-PAYEXT
           END-IF.
           OPEN INPUT VOID-EXTRACT.
           IF WS-VOID-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - VODEXT EXTRACT OPEN FAILED '
                   '(STATUS ' WS-VOID-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE VOID-EXTRACT
           END-IF.

       100-OPEN-FILES.
      * The history, reserve and recovery masters all have to be
      * there - a journal built without one of them would post
      * the day short, so a missing master stops the run RC 16
      * before the journal is opened.
           OPEN INPUT CLAIM-HIST.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMGL - HISTORY MASTER OPEN FAILED '
                   '(STATUS ' WS-HIST-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT CLAIM-RESERVE
               IF WS-RSV-FILE-STATUS NOT = '00'
                   DISPLAY 'CLAIMGL - RESERVE MASTER OPEN FAILED '
                       '(STATUS ' WS-RSV-FILE-STATUS ') - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
                   CLOSE CLAIM-HIST
               ELSE
                   OPEN INPUT CLAIM-RECOVERY
                   IF WS-RCV-FILE-STATUS NOT = '00'
                       DISPLAY 'CLAIMGL - RECOVERY MASTER OPEN FAILED '
                           '(STATUS ' WS-RCV-FILE-STATUS
                           ') - RUN ABORTED'
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 16 TO RETURN-CODE
                       CLOSE CLAIM-HIST
                       CLOSE CLAIM-RESERVE
                   ELSE
                       OPEN OUTPUT GL-JOURNAL
                       OPEN OUTPUT GL-RPT
                       PERFORM 110-WRITE-JOURNAL-HEADER
                       MOVE WS-PARM-RUN-DATE TO GH-RUN-DATE
                       MOVE WS-LEDGER-ATTEMPT TO GH-ATTEMPT
                       WRITE GL-RPT-REC FROM WS-GL-HEADING1
                   END-IF
               END-IF
           END-IF.

       110-WRITE-JOURNAL-HEADER.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.
           MOVE SPACE TO GL-JOURNAL-REC.
           MOVE 'H' TO GJ-RECORD-TYPE.
           MOVE WS-PARM-RUN-DATE TO GJ-JOURNAL-DATE.
           MOVE 'CLAIMS' TO GJ-SOURCE-SYSTEM.
           MOVE WS-LEDGER-DATE TO GJ-HDR-CREATE-DATE.
           MOVE WS-LEDGER-TIME TO GJ-HDR-CREATE-TIME.
           MOVE WS-LEDGER-ATTEMPT TO GJ-HDR-ATTEMPT.
           WRITE GL-JOURNAL-REC.

       300-JOURNAL-PAYMENTS.
      * The claim run's extract, then CLAIMADJ's, then CLAIMVOD's
      * reissues, then CLAIMVOD's voids.  090-CHECK-DAY-EXTRACTS
      * has already seen all three of the later files are there;
      * one with nothing on it adds nothing.
           OPEN INPUT CLAIM-PAYEXT.
           PERFORM 305-READ-ONE-PAYMENT UNTIL WS-PAY-EOF = 'Y'.
           CLOSE CLAIM-PAYEXT.
           OPEN INPUT ADJ-PAYEXT.
           PERFORM 307-READ-ONE-ADJ-PAYMENT UNTIL WS-ADJPAY-EOF = 'Y'.
           CLOSE ADJ-PAYEXT.
           OPEN INPUT VOD-PAYEXT.
           PERFORM 308-READ-ONE-VOD-PAYMENT UNTIL WS-VODPAY-EOF = 'Y'.
           CLOSE VOD-PAYEXT.
           OPEN INPUT VOID-EXTRACT.
           PERFORM 325-READ-ONE-VOID UNTIL WS-VOID-EOF = 'Y'.
           CLOSE VOID-EXTRACT.

       305-READ-ONE-PAYMENT.
           READ CLAIM-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   ADD 1 TO WS-PAY-READ-COUNT
                   IF PE-PAY-AMOUNT NUMERIC
                       ADD PE-PAY-AMOUNT TO WS-PAY-READ-AMOUNT
                   END-IF
                   PERFORM 310-JOURNAL-ONE-PAYMENT
           END-READ.

       307-READ-ONE-ADJ-PAYMENT.
           READ ADJ-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-ADJPAY-EOF
               NOT AT END
                   ADD 1 TO WS-ADJPAY-READ-COUNT
                   IF PE-PAY-AMOUNT NUMERIC
                       ADD PE-PAY-AMOUNT TO WS-ADJPAY-READ-AMOUNT
                   END-IF
                   PERFORM 310-JOURNAL-ONE-PAYMENT
           END-READ.

       308-READ-ONE-VOD-PAYMENT.
           READ VOD-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-VODPAY-EOF
               NOT AT END
                   ADD 1 TO WS-VODPAY-READ-COUNT
                   IF PE-PAY-AMOUNT NUMERIC
                       ADD PE-PAY-AMOUNT TO WS-VODPAY-READ-AMOUNT
                   END-IF
                   PERFORM 310-JOURNAL-ONE-PAYMENT
           END-READ.

       310-JOURNAL-ONE-PAYMENT.
      * PE-PAY-AMOUNT is the claim net of the deductible plus the
      * interest, so the paid loss gross of the deductible is the
      * pay amount less the interest plus the deductible.  The
      * entry is:
      *     DR  paid loss        (pay - interest + deductible)
      *     CR  deductible       (deductible)
      *     DR  interest expense (interest)
      *     CR  claims payable   (pay amount)
      * A payment whose amounts cannot make that entry is listed
      * instead - and then claims payable cannot tie to the
      * extract, so the journal will not prove.
           IF PE-PAY-AMOUNT NOT NUMERIC
               OR PE-INTEREST-AMOUNT NOT NUMERIC
               OR PE-DEDUCTIBLE-AMOUNT NOT NUMERIC
               MOVE 'AMOUNTS NOT NUMERIC' TO WS-UNPOSTED-REASON
               PERFORM 350-PRINT-UNPOSTED-PAYMENT
           ELSE
           IF PE-INTEREST-AMOUNT > PE-PAY-AMOUNT
               MOVE 'INTEREST ABOVE PAY AMOUNT' TO WS-UNPOSTED-REASON
               PERFORM 350-PRINT-UNPOSTED-PAYMENT
           ELSE
               MOVE PE-CLAIM-NUMBER TO WS-POST-CLAIM-NUMBER
               PERFORM 320-GET-CLAIM-TYPE
               MOVE 'PAY' TO WS-POST-SOURCE
               COMPUTE WS-LOSS-AMOUNT = PE-PAY-AMOUNT
                   - PE-INTEREST-AMOUNT + PE-DEDUCTIBLE-AMOUNT
               MOVE 'LOSSPAID' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               MOVE WS-LOSS-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'DEDUCT' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               MOVE PE-DEDUCTIBLE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'INTEREST' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               MOVE PE-INTEREST-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'CLMPAYBL' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               MOVE PE-PAY-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               ADD 1 TO WS-PAY-POSTED-COUNT
               ADD PE-PAY-AMOUNT TO WS-PAYABLE-AMOUNT
           END-IF END-IF.

       320-GET-CLAIM-TYPE.
      * The extracts do not carry the claim type - the history
      * master does.  A claim it no longer carries posts to the
      * default accounts.
           MOVE WS-POST-CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   MOVE '*' TO WS-POST-CLAIM-TYPE
               NOT INVALID KEY
                   MOVE CH-CLAIM-TYPE TO WS-POST-CLAIM-TYPE
           END-READ.

       325-READ-ONE-VOID.
           READ VOID-EXTRACT
               AT END MOVE 'Y' TO WS-VOID-EOF
               NOT AT END
                   ADD 1 TO WS-VOID-READ-COUNT
                   IF VX-CHECK-AMOUNT NUMERIC
                       ADD VX-CHECK-AMOUNT TO WS-VOID-READ-AMOUNT
                   END-IF
                   PERFORM 330-JOURNAL-ONE-VOID
           END-READ.

       330-JOURNAL-ONE-VOID.
      * A stopped payment takes back the entry it was journaled
      * with when it went out - the paid dollars, the check's
      * interest above them and the deductible the payment took:
      *     CR  paid loss        (paid + deductible)
      *     DR  deductible       (deductible)
      *     CR  interest expense (interest)
      *     DR  claims payable   (check amount)
      * A reissue of the same payment comes through the VODPAY
      * extract and is journaled as a payment of its own.  A void
      * whose amounts cannot make the entry is listed instead, and
      * the journal will not prove.
           IF VX-CHECK-AMOUNT NOT NUMERIC
               OR VX-PAID-AMOUNT NOT NUMERIC
               OR VX-INTEREST-AMOUNT NOT NUMERIC
               OR VX-DEDUCTIBLE-AMOUNT NOT NUMERIC
               MOVE 'VOID AMOUNTS NOT NUMERIC' TO WS-UNPOSTED-REASON
               PERFORM 355-PRINT-UNPOSTED-VOID
           ELSE
           IF VX-PAID-AMOUNT + VX-INTEREST-AMOUNT
                   NOT = VX-CHECK-AMOUNT
               MOVE 'VOID AMOUNTS DO NOT FOOT' TO WS-UNPOSTED-REASON
               PERFORM 355-PRINT-UNPOSTED-VOID
           ELSE
               MOVE VX-CLAIM-NUMBER TO WS-POST-CLAIM-NUMBER
               PERFORM 320-GET-CLAIM-TYPE
               MOVE 'VOD' TO WS-POST-SOURCE
               COMPUTE WS-LOSS-AMOUNT =
                   VX-PAID-AMOUNT + VX-DEDUCTIBLE-AMOUNT
               MOVE 'LOSSPAID' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               MOVE WS-LOSS-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'DEDUCT' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               MOVE VX-DEDUCTIBLE-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'INTEREST' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               MOVE VX-INTEREST-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'CLMPAYBL' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               MOVE VX-CHECK-AMOUNT TO WS-POST-AMOUNT
               PERFORM 600-POST-JOURNAL-LINE
               ADD 1 TO WS-VOID-POSTED-COUNT
               ADD VX-CHECK-AMOUNT TO WS-VOID-PAYABLE-AMOUNT
           END-IF END-IF.

       350-PRINT-UNPOSTED-PAYMENT.
           IF NOT UNPOSTED-HEADING-PRINTED
               WRITE GL-RPT-REC FROM WS-UNP-HEADING
               MOVE 'Y' TO WS-UNPOSTED-HDG-SW
           END-IF.
           MOVE SPACE TO WS-UNP-DETAIL.
           MOVE PE-CLAIM-NUMBER TO UD-CLAIM-NUMBER.
           MOVE PE-PAYEE-NAME TO UD-PAYEE-NAME.
           MOVE WS-UNPOSTED-REASON TO UD-REASON.
           WRITE GL-RPT-REC FROM WS-UNP-DETAIL.
           ADD 1 TO WS-PAY-UNPOSTED-COUNT.

       355-PRINT-UNPOSTED-VOID.
      * Same listing - a void shows the stopped check number where
      * a payment shows its payee.
           IF NOT UNPOSTED-HEADING-PRINTED
               WRITE GL-RPT-REC FROM WS-UNP-HEADING
               MOVE 'Y' TO WS-UNPOSTED-HDG-SW
           END-IF.
           MOVE SPACE TO WS-UNP-DETAIL.
           MOVE VX-CLAIM-NUMBER TO UD-CLAIM-NUMBER.
           MOVE VX-CHECK-NUMBER TO UD-PAYEE-NAME.
           MOVE WS-UNPOSTED-REASON TO UD-REASON.
           WRITE GL-RPT-REC FROM WS-UNP-DETAIL.
           ADD 1 TO WS-VOID-UNPOSTED-COUNT.

       400-JOURNAL-RESERVES.
      * Every reserve raised or released on the run date.  A claim
      * raised and released the same day posts both - they net to
      * nothing on the ledger, which is what happened.
           PERFORM 410-JOURNAL-ONE-RESERVE UNTIL WS-RSV-EOF = 'Y'.

       410-JOURNAL-ONE-RESERVE.
           READ CLAIM-RESERVE NEXT RECORD
               AT END MOVE 'Y' TO WS-RSV-EOF
               NOT AT END
                   IF CR-RESERVE-AMOUNT NUMERIC
                       AND CR-RESERVE-AMOUNT > 0
                       PERFORM 420-JOURNAL-RESERVE-MOVEMENT
                   END-IF
           END-READ.

       420-JOURNAL-RESERVE-MOVEMENT.
      *     raised:    DR reserve change  CR reserve liability
      *     released:  DR reserve liability  CR reserve change
           MOVE CR-CLAIM-TYPE TO WS-POST-CLAIM-TYPE.
           MOVE CR-CLAIM-NUMBER TO WS-POST-CLAIM-NUMBER.
           MOVE 'RSV' TO WS-POST-SOURCE.
           MOVE CR-RESERVE-AMOUNT TO WS-POST-AMOUNT.
           IF CR-RAISED-DATE NUMERIC
               AND CR-RAISED-DATE = WS-PARM-RUN-DATE
               MOVE 'RSVCHG' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'RSVLIAB' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               ADD 1 TO WS-RSV-RAISED-COUNT
               ADD CR-RESERVE-AMOUNT TO WS-RSV-RAISED-AMOUNT
           END-IF.
           IF CR-STATUS-RELEASED
               AND CR-RELEASED-DATE NUMERIC
               AND CR-RELEASED-DATE = WS-PARM-RUN-DATE
               MOVE 'RSVLIAB' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'RSVCHG' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               ADD 1 TO WS-RSV-RELEASED-COUNT
               ADD CR-RESERVE-AMOUNT TO WS-RSV-RELEASED-AMOUNT
           END-IF.

       500-JOURNAL-RECOVERIES.
      * Every overpayment receivable raised on the run date, and
      * the cash CLAIMRCP posted against receivables on the run
      * date.
           PERFORM 510-JOURNAL-ONE-RECOVERY UNTIL WS-RCV-EOF = 'Y'.

       510-JOURNAL-ONE-RECOVERY.
           READ CLAIM-RECOVERY NEXT RECORD
               AT END MOVE 'Y' TO WS-RCV-EOF
               NOT AT END
                   PERFORM 520-JOURNAL-RECOVERY-MOVEMENT
           END-READ.

       520-JOURNAL-RECOVERY-MOVEMENT.
      *     raised:     DR recoveries receivable  CR claims payable
      *     collected:  DR cash collected  CR recoveries receivable
           IF RV-RAISED-DATE NUMERIC
               AND RV-RAISED-DATE = WS-PARM-RUN-DATE
               AND RV-OVERPAID-AMOUNT NUMERIC
               AND RV-OVERPAID-AMOUNT > 0
               PERFORM 530-GET-RECOVERY-CLAIM-TYPE
               MOVE RV-OVERPAID-AMOUNT TO WS-POST-AMOUNT
               MOVE 'RECVBL' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'CLMPAYBL' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               ADD 1 TO WS-RCV-RAISED-COUNT
               ADD RV-OVERPAID-AMOUNT TO WS-RCV-RAISED-AMOUNT
           END-IF.
           IF RV-RECEIPT-DATE NUMERIC
               AND RV-RECEIPT-DATE = WS-PARM-RUN-DATE
               AND RV-RECEIPT-DAY-AMOUNT NUMERIC
               AND RV-RECEIPT-DAY-AMOUNT > 0
               PERFORM 530-GET-RECOVERY-CLAIM-TYPE
               MOVE RV-RECEIPT-DAY-AMOUNT TO WS-POST-AMOUNT
               MOVE 'RCVCASH' TO WS-POST-KIND
               MOVE 'D' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               MOVE 'RECVBL' TO WS-POST-KIND
               MOVE 'C' TO WS-POST-DR-CR
               PERFORM 600-POST-JOURNAL-LINE
               ADD 1 TO WS-RCV-COLLECTED-COUNT
               ADD RV-RECEIPT-DAY-AMOUNT TO WS-RCV-COLLECTED-AMOUNT
           END-IF.

       530-GET-RECOVERY-CLAIM-TYPE.
           MOVE RV-CLAIM-NUMBER TO WS-POST-CLAIM-NUMBER.
           MOVE 'RCV' TO WS-POST-SOURCE.
           MOVE RV-CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   MOVE '*' TO WS-POST-CLAIM-TYPE
               NOT INVALID KEY
                   MOVE CH-CLAIM-TYPE TO WS-POST-CLAIM-TYPE
           END-READ.

       600-POST-JOURNAL-LINE.
      * Writes one debit or credit to the journal against the
      * account the chart maps the claim type and kind to - the
      * type's own card if it has one, the default if not - and
      * adds it to the journal totals and the account's trial
      * balance.  A zero side (no deductible, no interest) is not
      * written.
           IF WS-POST-AMOUNT > 0
               PERFORM 610-FIND-ACCOUNT
               ADD 1 TO WS-LINE-COUNT
               MOVE SPACE TO GL-JOURNAL-REC
               MOVE 'D' TO GJ-RECORD-TYPE
               MOVE WS-PARM-RUN-DATE TO GJ-JOURNAL-DATE
               MOVE 'CLAIMS' TO GJ-SOURCE-SYSTEM
               MOVE WS-LINE-COUNT TO GJ-LINE-NUMBER
               MOVE WS-COA-ACCOUNT(WS-COA-IDX) TO GJ-ACCOUNT
               MOVE WS-POST-DR-CR TO GJ-DR-CR
               MOVE WS-POST-AMOUNT TO GJ-AMOUNT
               MOVE WS-POST-CLAIM-TYPE TO GJ-CLAIM-TYPE
               MOVE WS-POST-CLAIM-NUMBER TO GJ-CLAIM-NUMBER
               MOVE WS-POST-SOURCE TO GJ-SOURCE-CODE
               MOVE WS-COA-DESCRIPTION(WS-COA-IDX) TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-REC
               IF GJ-DEBIT
                   ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               PERFORM 620-ACCUMULATE-TRIAL-BAL
           END-IF.

       610-FIND-ACCOUNT.
      * Every kind has a default card (050-LOAD-CHART), so the
      * second search always lands.
           SET WS-COA-IDX TO 1.
           SEARCH WS-COA-ENTRY
               AT END
                   SET WS-COA-IDX TO 1
                   SEARCH WS-COA-ENTRY
                       WHEN WS-COA-CLAIM-TYPE(WS-COA-IDX) = '*'
                           AND WS-COA-ENTRY-KIND(WS-COA-IDX)
                               = WS-POST-KIND
                           CONTINUE
                   END-SEARCH
               WHEN WS-COA-CLAIM-TYPE(WS-COA-IDX)
                   = WS-POST-CLAIM-TYPE
                   AND WS-COA-ENTRY-KIND(WS-COA-IDX) = WS-POST-KIND
                   CONTINUE
           END-SEARCH.

       620-ACCUMULATE-TRIAL-BAL.
           MOVE 'N' TO WS-TB-FOUND-SW.
           IF WS-TB-COUNT > 0
               SET WS-TB-IDX TO 1
               SEARCH WS-TB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TB-ACCOUNT(WS-TB-IDX)
                       = WS-COA-ACCOUNT(WS-COA-IDX)
                       MOVE 'Y' TO WS-TB-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT TB-ACCOUNT-FOUND
               ADD 1 TO WS-TB-COUNT
               SET WS-TB-IDX TO WS-TB-COUNT
               MOVE WS-COA-ACCOUNT(WS-COA-IDX)
                   TO WS-TB-ACCOUNT(WS-TB-IDX)
               MOVE WS-COA-DESCRIPTION(WS-COA-IDX)
                   TO WS-TB-DESCRIPTION(WS-TB-IDX)
               MOVE 0 TO WS-TB-DEBITS(WS-TB-IDX)
               MOVE 0 TO WS-TB-CREDITS(WS-TB-IDX)
           END-IF.
           IF WS-POST-DR-CR = 'D'
               ADD WS-POST-AMOUNT TO WS-TB-DEBITS(WS-TB-IDX)
           ELSE
               ADD WS-POST-AMOUNT TO WS-TB-CREDITS(WS-TB-IDX)
           END-IF.

       700-PRINT-TRIAL-BALANCE.
           WRITE GL-RPT-REC FROM WS-TB-HEADING1.
           WRITE GL-RPT-REC FROM WS-TB-HEADING2.
           MOVE 0 TO WS-TB-SUB.
           PERFORM 710-PRINT-ONE-ACCOUNT UNTIL WS-TB-SUB >= WS-TB-COUNT.
           MOVE SPACE TO WS-TB-DETAIL.
           MOVE 'TOTALS' TO TD-DESCRIPTION.
           MOVE WS-TB-DEBIT-SUM TO TD-DEBITS.
           MOVE WS-TB-CREDIT-SUM TO TD-CREDITS.
           WRITE GL-RPT-REC FROM WS-TB-DETAIL.

       710-PRINT-ONE-ACCOUNT.
           ADD 1 TO WS-TB-SUB.
           MOVE SPACE TO WS-TB-DETAIL.
           MOVE WS-TB-ACCOUNT(WS-TB-SUB) TO TD-ACCOUNT.
           MOVE WS-TB-DESCRIPTION(WS-TB-SUB) TO TD-DESCRIPTION.
           MOVE WS-TB-DEBITS(WS-TB-SUB) TO TD-DEBITS.
           MOVE WS-TB-CREDITS(WS-TB-SUB) TO TD-CREDITS.
           WRITE GL-RPT-REC FROM WS-TB-DETAIL.
           ADD WS-TB-DEBITS(WS-TB-SUB) TO WS-TB-DEBIT-SUM.
           ADD WS-TB-CREDITS(WS-TB-SUB) TO WS-TB-CREDIT-SUM.

       800-TERMINATION.
      * Trailer, trial balance and proof.  The journal proves when
      * debits equal credits, the trial balance foots to the
      * journal totals, claims payable from the payments ties to
      * the extract dollars read and claims payable from the voids
      * to the void dollars read, with no payment or void left
      * out.  One that does not prove is emptied and the run ends
      * RC 16.
           MOVE SPACE TO GL-JOURNAL-REC.
           MOVE 'T' TO GJ-RECORD-TYPE.
           MOVE WS-PARM-RUN-DATE TO GJ-JOURNAL-DATE.
           MOVE 'CLAIMS' TO GJ-SOURCE-SYSTEM.
           MOVE WS-LINE-COUNT TO GJ-TRL-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GJ-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GJ-TRL-TOTAL-CREDITS.
           WRITE GL-JOURNAL-REC.
           PERFORM 700-PRINT-TRIAL-BALANCE.
           ADD WS-PAY-READ-AMOUNT WS-ADJPAY-READ-AMOUNT
               WS-VODPAY-READ-AMOUNT GIVING WS-EXTRACT-AMOUNT.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               OR WS-TB-DEBIT-SUM NOT = WS-TOTAL-DEBITS
               OR WS-TB-CREDIT-SUM NOT = WS-TOTAL-CREDITS
               OR WS-PAYABLE-AMOUNT NOT = WS-EXTRACT-AMOUNT
               OR WS-PAY-UNPOSTED-COUNT > 0
               OR WS-VOID-PAYABLE-AMOUNT NOT = WS-VOID-READ-AMOUNT
               OR WS-VOID-UNPOSTED-COUNT > 0
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           MOVE SPACE TO WS-GL-TOTAL.
           MOVE 'CHART OF ACCOUNTS CARDS:' TO GT-DESCRIPTION.
           MOVE WS-COA-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'CLAIMPAY PAYMENTS READ:' TO GT-DESCRIPTION.
           MOVE WS-PAY-READ-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'ADJPAY PAYMENTS READ:' TO GT-DESCRIPTION.
           MOVE WS-ADJPAY-READ-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'VODPAY REISSUES READ:' TO GT-DESCRIPTION.
           MOVE WS-VODPAY-READ-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'PAYMENTS JOURNALED:' TO GT-DESCRIPTION.
           MOVE WS-PAY-POSTED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'PAYMENTS NOT JOURNALED:' TO GT-DESCRIPTION.
           MOVE WS-PAY-UNPOSTED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'VODEXT VOIDS READ:' TO GT-DESCRIPTION.
           MOVE WS-VOID-READ-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'VOIDS JOURNALED:' TO GT-DESCRIPTION.
           MOVE WS-VOID-POSTED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'VOIDS NOT JOURNALED:' TO GT-DESCRIPTION.
           MOVE WS-VOID-UNPOSTED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'RESERVES RAISED:' TO GT-DESCRIPTION.
           MOVE WS-RSV-RAISED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'RESERVES RELEASED:' TO GT-DESCRIPTION.
           MOVE WS-RSV-RELEASED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'RECOVERIES RAISED:' TO GT-DESCRIPTION.
           MOVE WS-RCV-RAISED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'RECOVERIES COLLECTED:' TO GT-DESCRIPTION.
           MOVE WS-RCV-COLLECTED-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE 'JOURNAL LINES:' TO GT-DESCRIPTION.
           MOVE WS-LINE-COUNT TO GT-COUNT.
           WRITE GL-RPT-REC FROM WS-GL-TOTAL.
           MOVE SPACE TO WS-GL-AMT-TOTAL.
           MOVE 'EXTRACT DOLLARS READ:' TO GA-DESCRIPTION.
           MOVE WS-EXTRACT-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'CLAIMS PAYABLE FROM PAYMENTS:' TO GA-DESCRIPTION.
           MOVE WS-PAYABLE-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'VOID DOLLARS READ:' TO GA-DESCRIPTION.
           MOVE WS-VOID-READ-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'CLAIMS PAYABLE FROM VOIDS:' TO GA-DESCRIPTION.
           MOVE WS-VOID-PAYABLE-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'RESERVES RAISED:' TO GA-DESCRIPTION.
           MOVE WS-RSV-RAISED-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'RESERVES RELEASED:' TO GA-DESCRIPTION.
           MOVE WS-RSV-RELEASED-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'RECOVERIES RAISED:' TO GA-DESCRIPTION.
           MOVE WS-RCV-RAISED-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'RECOVERIES COLLECTED:' TO GA-DESCRIPTION.
           MOVE WS-RCV-COLLECTED-AMOUNT TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'TOTAL DEBITS:' TO GA-DESCRIPTION.
           MOVE WS-TOTAL-DEBITS TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           MOVE 'TOTAL CREDITS:' TO GA-DESCRIPTION.
           MOVE WS-TOTAL-CREDITS TO GA-AMOUNT.
           WRITE GL-RPT-REC FROM WS-GL-AMT-TOTAL.
           IF JOURNAL-IN-BALANCE
               MOVE 'JOURNAL IN BALANCE - RELEASED TO GL'
                   TO GP-DESCRIPTION
           ELSE
               MOVE '*** JOURNAL OUT OF BALANCE - WITHHELD ***'
                   TO GP-DESCRIPTION
           END-IF.
           WRITE GL-RPT-REC FROM WS-GL-PROOF.
           DISPLAY 'CLAIMGL RUN CONTROL - PAYMENTS: '
               WS-PAY-POSTED-COUNT
               ' VOIDS: ' WS-VOID-POSTED-COUNT
               ' LINES: ' WS-LINE-COUNT
               ' DEBITS: ' WS-TOTAL-DEBITS
               ' CREDITS: ' WS-TOTAL-CREDITS.
           PERFORM 900-CLOSE-FILES.
           IF JOURNAL-OUT-OF-BALANCE
               PERFORM 810-WITHHOLD-JOURNAL
           END-IF.

       810-WITHHOLD-JOURNAL.
      * Empties the journal so the GL upload finds nothing to post.
           OPEN OUTPUT GL-JOURNAL.
           CLOSE GL-JOURNAL.
           DISPLAY 'CLAIMGL - JOURNAL OUT OF BALANCE FOR '
               WS-PARM-RUN-DATE ' - JOURNAL WITHHELD'.
           MOVE 16 TO RETURN-CODE.

       890-POST-RUN-LEDGER.
      * Closes out this run's attempt on the ledger - ended clean,
      * or abended when the run is ending with a return code.
           OPEN I-O RUN-LEDGER.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           READ RUN-LEDGER
               INVALID KEY
                   DISPLAY 'CLAIMGL - RUN LEDGER ATTEMPT MISSING - '
                       'STATUS ' WS-LEDGER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-LEDGER-TIME FROM TIME
                   MOVE WS-LEDGER-DATE TO RL-END-DATE
                   MOVE WS-LEDGER-TIME TO RL-END-TIME
                   IF RETURN-CODE = 0
                       MOVE 'E' TO RL-STATUS
                   ELSE
                       MOVE 'A' TO RL-STATUS
                   END-IF
                   MOVE RETURN-CODE TO RL-RETURN-CODE
                   REWRITE RUN-LEDGER-REC
                       INVALID KEY
                           DISPLAY 'CLAIMGL - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE CLAIM-HIST.
           CLOSE CLAIM-RESERVE.
           CLOSE CLAIM-RECOVERY.
           CLOSE GL-JOURNAL.
           CLOSE GL-RPT.
