       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMVOD.
       AUTHOR.          BEN THOMPSON.
      *
      * Void, stop-payment and reissue processing.  Once a payment
      * left on the CLAIM-PAYEXT extract (or CLAIMADJ appended an
      * approval to it) nothing in the system could take it back -
      * a lost check, a returned EFT or a check cut to the wrong
      * claimant meant a hand adjustment to CLAIM-PTD, a history
      * record still showing ACCEPTED, and a new claim number keyed
      * in to get the claim paid again.  This program reads the
      * stop-payment transactions from AP (void only, or void and
      * reissue), backs the voided dollars out of the policy's
      * CLAIM-PTD paid-to-date, re-flags the claim's CLAIM-HIST
      * disposition as VOIDED or REISSUED and logs the same to
      * CLAIM-AUDIT.  A reissue goes back out as a fresh CLAIMPAY
      * record on the claim's own number, carrying the payee's
      * current PAYMAST remittance details.  A void naming a claim
      * we never paid goes to the reject file like everything else.
      * A reissue to a payee whose remittance details changed inside
      * the cooling-off period is rejected unless AP verified the
      * change with the payee, the same hold the claim run applies.
      * Every payment stopped also goes to the VODEXT void extract
      * for the GL interface and the bank's positive pay file.
      *
      * Modification History:
      *   2026-09-08 BT  Initial version.
      *   2026-09-10 BT  A claim can now be paid in stages, so a
      *                  stop names the payment sequence it stops
      *                  and is edited against that payment's
      *                  record on the CLAIM-PAYHIST payment
      *                  history rather than the claim's latest
      *                  history disposition.  The payment record
      *                  is re-flagged VOIDED or REISSUED, the
      *                  claim's total paid on CLAIM-HIST comes down
      *                  (and back up on a reissue), and the
      *                  reissue carries the sequence it replaces.
      *                  A claim paid before the payment history
      *                  existed is still edited off CLAIM-HIST as
      *                  its first payment - new reject reason 10.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against its business date.  A date this step
      *                  already ended clean is refused unless the card
      *                  carries the rerun override (R and the
      *                  authorizer) in columns 71-79, and the run is
      *                  refused until CLAIM has ended clean for the
      *                  same date.
      *   2026-09-24 BT  PAYMAST grew to 130 bytes to carry the payee's
      *                  remittance change date.
      *   2026-10-05 BT  PAYMAST is a keyed file read at random by
      *                  payee name in 307-EDIT-REISSUE-PAYEE, no
      *                  longer loaded into a 5000-entry table.  The
      *                  paid-to-date table holds up to 20000
      *                  policies, same as the claim run's.
      *   2026-10-13 BT  Every payment stopped is written to the new
      *                  VODEXT void extract so the GL interface can
      *                  reverse its journal and the disbursement run
      *                  can send the bank a positive pay void -
      *                  315-WRITE-VOID-EXTRACT.  A reissue that would
      *                  need a new paid-to-date entry with the table
      *                  full is rejected in the edit, before any
      *                  master is touched - new reject reason 11.
      *                  The run now waits on CLAIMADJ rather than
      *                  CLAIM, so the two never rewrite CLAIM-PTD at
      *                  once and the disbursement run can follow.
      *   2026-10-15 BT  A void or reissue of an earlier payment, or
      *                  of any payment while a supplement is still
      *                  pending as EXCEPTION or APPEALED, no longer
      *                  overwrites the claim's disposition - only the
      *                  total paid and the payment's own record move.
      *                  A reissue to a payee whose remittance changed
      *                  inside the cooling-off period (card columns
      *                  9-11, default 10 days) is rejected unless the
      *                  transaction carries AP's verification - new
      *                  reject reason 12.  The check amount has to be
      *                  the payment's net plus its interest; a claim
      *                  paid before the payment history existed may
      *                  carry no more interest than the tolerance in
      *                  card columns 12-18 - reason 07 reworded.  A
      *                  payment sequence that is neither blank nor
      *                  numeric is rejected - new reason 13.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOD-PARM ASSIGN TO VODPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT VOID-TRAN ASSIGN TO VODTRAN
             ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-HIST ASSIGN TO CLAIMHST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CH-CLAIM-NUMBER
             FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CLAIM-PAYHIST ASSIGN TO CLAIMPHS
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-PHS-FILE-STATUS.
           SELECT CLAIM-PTD ASSIGN TO CLAIMPTD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT PAYMAST ASSIGN TO PAYMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PM-PAYEE-NAME
             FILE STATUS IS WS-PAYMAST-FILE-STATUS.
           SELECT CLAIM-PAYEXT ASSIGN TO CLAIMPAY
             ORGANIZATION IS SEQUENTIAL.
           SELECT VOID-EXTRACT ASSIGN TO VODEXT
             ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-AUDIT ASSIGN TO CLAIMAUD
             ORGANIZATION IS SEQUENTIAL.
           SELECT VOID-REJECT ASSIGN TO VODREJ
             ORGANIZATION IS SEQUENTIAL.
           SELECT VOD-RPT ASSIGN TO VODRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOD-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOD-PARM-REC.
       01  VOD-PARM-REC                      PIC X(80).

       FD  VOID-TRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOID-TRAN-REC.
           COPY VODTRAN.

       FD  CLAIM-HIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-HIST-REC.
           COPY CLAIMHST.

       FD  CLAIM-PAYHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-PAYHIST-REC.
           COPY CLAIMPHS.

       FD  CLAIM-PTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-PTD-REC.
           COPY CLAIMPTD.

       FD  PAYMAST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYEE-REC.
           COPY PAYMAST.

       FD  CLAIM-PAYEXT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-PAYEXT-REC.
           COPY CLAIMPAY.

       FD  VOID-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOID-EXTRACT-REC.
           COPY VODEXT.

       FD  CLAIM-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-AUDIT-REC.
           COPY CLAIMAUD.

       FD  VOID-REJECT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOID-REJECT-REC.
           COPY VODREJ.

       FD  VOD-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VOD-RPT-REC.
       01  VOD-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * Run parameter card - the business run date, which becomes
      * the reissue's pay date; optionally in columns 9-11 the
      * remittance cooling-off period in days (blank takes the
      * standard 10, zero turns the hold off); and optionally in
      * columns 12-18 the most prompt-pay interest, in cents, a
      * check for a claim paid before the payment history existed
      * may carry above the claim amount (blank takes none).  A
      * missing or malformed card stops the run before any output
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
           05  WS-PARM-COOL-DAYS             PIC 9(03).
           05  WS-PARM-COOL-DAYS-X REDEFINES WS-PARM-COOL-DAYS
                                             PIC X(03).
           05  WS-PARM-INT-TOLERANCE         PIC 9(05)V99.
           05  WS-PARM-INT-TOLERANCE-X REDEFINES WS-PARM-INT-TOLERANCE
                                             PIC X(07).
           05  FILLER                        PIC X(52).
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
      * clean for the same date - 030-CHECK-RUN-LEDGER.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMVOD'.
       77 WS-LEDGER-PREDECESSOR              PIC X(08) VALUE 'CLAIMADJ'.
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

      * End of file switches and file status fields
       77 WS-TRAN-EOF                        PIC X(01) VALUE 'N'.
       77 WS-PTD-EOF                         PIC X(01) VALUE 'N'.
       77 WS-PTD-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-HIST-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PHS-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-PAYMAST-FILE-STATUS             PIC X(02) VALUE SPACE.

      * Set when a master will not open or a working storage table
      * fills up, so the run can be stopped cleanly instead of
      * booking half a deck.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Paid-to-date accumulator table - CLAIM-PTD loaded at start
      * of run, voided amounts backed out, rewritten at end of run.
       77 WS-PTD-COUNT                       PIC 9(05) COMP VALUE 0.
       77 WS-PTD-MAX                         PIC 9(05) COMP
                                             VALUE 20000.
       01  WS-PTD-TABLE.
           05  WS-PTD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PTD-COUNT
                   INDEXED BY WS-PTD-IDX.
               10  WS-PTD-POLICY-NUMBER       PIC X(10).
               10  WS-PTD-AMOUNT              PIC 9(09)V99.
       77 WS-PTD-SUB                         PIC 9(05) COMP VALUE 0.

      * Payee master - read at random by payee name so a reissue
      * goes out on the payee's current remittance details, not the
      * ones the stopped check was cut against.
       01  WS-PAYEE-CURRENT.
           05  WS-PAYEE-NAME                  PIC X(20).
           05  WS-PAYEE-ADDRESS-LINE1         PIC X(30).
           05  WS-PAYEE-ADDRESS-LINE2         PIC X(30).
           05  WS-PAYEE-PAY-METHOD            PIC X(01).
           05  WS-PAYEE-EFT-ROUTING           PIC 9(09).
           05  WS-PAYEE-EFT-ACCOUNT           PIC X(17).
           05  WS-PAYEE-REMIT-DATE            PIC 9(08).
       77 WS-PAYEE-FOUND-SW                  PIC X(01) VALUE 'N'.
          88 PAYEE-FOUND                     VALUE 'Y'.

      * Payee remittance cooling-off - a reissue to a payee whose
      * remittance details changed fewer than this many days before
      * the run date is rejected unless AP verified the change.  Off
      * the card; zero turns the hold off.  The day count is signed
      * so a change stamped after the run date holds as well.
       77 WS-COOL-OFF-DAYS                   PIC 9(03) VALUE 10.
       77 WS-REMIT-CHANGE-DAYS               PIC S9(07) COMP VALUE 0.
       77 WS-REMIT-HOLD-SW                   PIC X(01) VALUE 'N'.
          88 REMIT-RECENTLY-CHANGED          VALUE 'Y'.

      * Transaction edit switch and reason/result text held between
      * the edit and the reject/report paragraphs.
       77 WS-TRAN-VALID                      PIC X(01) VALUE 'Y'.
       77 WS-REJECT-REASON-CODE              PIC X(02) VALUE SPACE.
       77 WS-REJECT-REASON-TEXT              PIC X(30) VALUE SPACE.
       77 WS-RESULT-TEXT                     PIC X(30) VALUE SPACE.

      * Void work fields - the paid amount is the history master's
      * net, the dollars that posted to paid-to-date when the claim
      * was paid; the reissue interest is whatever the stopped check
      * carried above that.
       77 WS-PAID-AMOUNT                     PIC 9(07)V99 VALUE 0.
       77 WS-BACKED-OUT-AMOUNT               PIC 9(07)V99 VALUE 0.
       77 WS-REISSUE-INTEREST                PIC 9(07)V99 VALUE 0.

      * Check amount edit - what the stopped check had to be: the
      * payment's net plus its interest, or for a claim paid before
      * the payment history existed, the claim amount plus at most
      * the card's interest tolerance.
       77 WS-INTEREST-TOLERANCE              PIC 9(05)V99 VALUE 0.
       77 WS-CHECK-PAID-AMOUNT               PIC 9(08)V99 VALUE 0.

      * Payment being stopped - its sequence on the claim, whether
      * it has a payment history record, and the claim's total paid
      * and payment count as the history master had them.
       77 WS-VOID-PAY-SEQ                    PIC 9(02) VALUE 0.
       77 WS-PHS-FOUND-SW                    PIC X(01) VALUE 'N'.
          88 PAYHIST-FOUND                   VALUE 'Y'.
       77 WS-HIST-TOTAL-PAID                 PIC 9(09)V99 VALUE 0.
       77 WS-HIST-PAY-COUNT                  PIC 9(02) VALUE 0.

      * Audit trail controls
       77 WS-AUDIT-DISPOSITION               PIC X(10) VALUE SPACE.
       77 WS-AUDIT-DATE                      PIC 9(08) VALUE 0.
       77 WS-AUDIT-TIME                      PIC 9(08) VALUE 0.

      * Control totals
       77 WS-TRAN-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-VOID-COUNT                      PIC 9(07) COMP VALUE 0.
       77 WS-REISSUE-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-REJECT-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-BACKED-OUT-TOTAL                PIC 9(09)V99 VALUE 0.
       77 WS-REISSUE-TOTAL                   PIC 9(09)V99 VALUE 0.

      * Void report heading lines
       01  WS-VOD-HEADING1.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'VOID / STOP-PAYMENT / REISSUE REPORT'.
           05  FILLER                        PIC X(13) VALUE
               'RUN DATE:'.
           05  VH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(15) VALUE
               'COOL-OFF DAYS:'.
           05  VH-COOL-DAYS                  PIC ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(15) VALUE
               'INT TOLERANCE:'.
           05  VH-INT-TOLERANCE              PIC ZZ,ZZ9.99.
           05  FILLER                        PIC X(20) VALUE SPACE.

       01  WS-VOD-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               'CLAIM NUMBER'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(01) VALUE 'T'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'CHECK NBR'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               '  CHECK AMT'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               ' BACKED OUT'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'RESULT'.
           05  FILLER                        PIC X(34) VALUE SPACE.

      * Void report detail line - one per transaction processed
       01  WS-VOD-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  VD-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(06) VALUE SPACE.
           05  VD-TRAN-CODE                  PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  VD-CHECK-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  VD-CHECK-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  VD-BACKED-OUT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  VD-RESULT                     PIC X(30).
           05  FILLER                        PIC X(34) VALUE SPACE.

      * Control total line - the description varies, the count does
      * not.
       01  WS-VOD-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  VO-DESCRIPTION                PIC X(30).
           05  VO-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Dollar total line for the amounts the counts cannot carry
       01  WS-VOD-AMT-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  VA-DESCRIPTION                PIC X(30).
           05  VA-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(87) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID
               PERFORM 300-PROCESS-VOID UNTIL WS-TRAN-EOF = 'Y'
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
               PERFORM 100-OPEN-FILES
               IF NOT RUN-ABORTED
                   PERFORM 080-LOAD-PAID-TO-DATE
               END-IF
               IF RUN-ABORTED
                   MOVE 'Y' TO WS-TRAN-EOF
               ELSE
      * Priming read
                   PERFORM 200-READ-VOID-TRAN
               END-IF
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  A reissue cannot be
      * dated without a run date, so a missing or malformed card
      * stops the run here with RC 16.  A cooling-off period or
      * interest tolerance that is keyed has to be numeric.
           OPEN INPUT VOD-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMVOD - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ VOD-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMVOD - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR (WS-PARM-COOL-DAYS-X NOT = SPACE
                           AND WS-PARM-COOL-DAYS NOT NUMERIC)
                       OR (WS-PARM-INT-TOLERANCE-X NOT = SPACE
                           AND WS-PARM-INT-TOLERANCE NOT NUMERIC)
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMVOD - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-PARM-COOL-DAYS-X NOT = SPACE
                           MOVE WS-PARM-COOL-DAYS TO WS-COOL-OFF-DAYS
                       END-IF
                       IF WS-PARM-INT-TOLERANCE-X NOT = SPACE
                           MOVE WS-PARM-INT-TOLERANCE
                               TO WS-INTEREST-TOLERANCE
                       END-IF
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       DISPLAY 'CLAIMVOD - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE VOD-PARM
           END-IF.

       015-SET-RUN-MONTH-MAX.
      * Resolves how many days the run date's month actually has,
      * leap years included - 20260231 reads as a date but is not
      * one, and a reissue must never go to payable carrying it.
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
               DISPLAY 'CLAIMVOD - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMVOD - ' WS-LEDGER-PREDECESSOR
                           ' HAS NOT ENDED CLEAN FOR '
                           WS-LEDGER-RUN-DATE ' - RUN REFUSED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   MOVE WS-LEDGER-PROGRAM TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF LEDGER-SCAN-CLEAN-END
                       AND NOT RERUN-AUTHORIZED
                       DISPLAY 'CLAIMVOD - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIMVOD - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMVOD - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       080-LOAD-PAID-TO-DATE.
      * Loads the CLAIM-PTD accumulator so voided amounts can be
      * backed out of it.  Status 35 means no payment has ever
      * posted - there is nothing to back out, but the transactions
      * are still edited and rejected properly.  Any other failure
      * stops the run: loading an empty table off a broken dataset
      * would end with the rewrite destroying the accumulated
      * paid-to-date history.
           OPEN INPUT CLAIM-PTD.
           EVALUATE WS-PTD-FILE-STATUS
               WHEN '00'
                   PERFORM 085-LOAD-ONE-PTD UNTIL WS-PTD-EOF = 'Y'
                   CLOSE CLAIM-PTD
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CLAIMVOD - PAID-TO-DATE FILE OPEN '
                       'FAILED - STATUS ' WS-PTD-FILE-STATUS
                       ' - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE.

       085-LOAD-ONE-PTD.
           READ CLAIM-PTD
               AT END MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   IF WS-PTD-COUNT >= WS-PTD-MAX
                       DISPLAY 'CLAIMVOD - PAID-TO-DATE TABLE FULL '
                           'AT ' WS-PTD-MAX ' - RUN ABORTED'
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 'Y' TO WS-PTD-EOF
                   ELSE
                       ADD 1 TO WS-PTD-COUNT
                       MOVE PD-POLICY-NUMBER
                           TO WS-PTD-POLICY-NUMBER(WS-PTD-COUNT)
                       MOVE PD-PAID-TO-DATE
                           TO WS-PTD-AMOUNT(WS-PTD-COUNT)
                   END-IF
           END-READ.

       100-OPEN-FILES.
      * The history master has to be there - it is the only record
      * of what was paid, so a void cannot be booked without it and
      * a missing master stops the run RC 16 rather than rejecting
      * every stop AP sent us.
           OPEN I-O CLAIM-HIST.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMVOD - HISTORY MASTER OPEN FAILED - '
                   'STATUS ' WS-HIST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
      * The payment history is the record of each payment on a
      * claim paid in stages - same rule.
           OPEN I-O CLAIM-PAYHIST.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMVOD - PAYMENT HISTORY OPEN FAILED - '
                   'STATUS ' WS-PHS-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
      * The payee master stays open for the run, read at random by
      * 307-EDIT-REISSUE-PAYEE.  Without it every reissue would
      * reject as payee not on master, so it stops the run too.
           OPEN INPUT PAYMAST.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMVOD - PAYMAST OPEN FAILED - '
                   'STATUS ' WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT VOID-TRAN.
           OPEN OUTPUT CLAIM-PAYEXT.
           OPEN OUTPUT VOID-EXTRACT.
           OPEN EXTEND CLAIM-AUDIT.
           OPEN OUTPUT VOID-REJECT.
           OPEN OUTPUT VOD-RPT.
           MOVE WS-PARM-RUN-DATE TO VH-RUN-DATE.
           MOVE WS-COOL-OFF-DAYS TO VH-COOL-DAYS.
           MOVE WS-INTEREST-TOLERANCE TO VH-INT-TOLERANCE.
           WRITE VOD-RPT-REC FROM WS-VOD-HEADING1.
           WRITE VOD-RPT-REC FROM WS-VOD-HEADING2.

       200-READ-VOID-TRAN.
           READ VOID-TRAN
               AT END MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END ADD 1 TO WS-TRAN-READ-COUNT
           END-READ.

       300-PROCESS-VOID.
      * Edits one stop-payment transaction against the history
      * master and books it.  Only a claim whose history shows it
      * went to payable - ACCEPTED by the claim run, ADJAPPRVD by the
      * decision run, or REISSUED by an earlier run of this one -
      * has a payment to stop.  Whatever happens, the transaction
      * gets a report line saying what was done with it.
           MOVE 'Y' TO WS-TRAN-VALID.
           MOVE SPACE TO WS-RESULT-TEXT.
           MOVE 0 TO WS-BACKED-OUT-AMOUNT.
           IF VT-CLAIM-NUMBER = SPACE
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '01' TO WS-REJECT-REASON-CODE
               MOVE 'MISSING CLAIM NUMBER' TO WS-REJECT-REASON-TEXT
           ELSE
           IF NOT VT-TRAN-VOID AND NOT VT-TRAN-REISSUE
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '02' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID TRANSACTION CODE' TO
                   WS-REJECT-REASON-TEXT
           ELSE
           IF VT-CHECK-AMOUNT NOT NUMERIC
               OR VT-CHECK-AMOUNT NOT > 0
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '03' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID CHECK AMOUNT' TO WS-REJECT-REASON-TEXT
           ELSE
           IF NOT VT-REASON-VALID
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '04' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID VOID REASON' TO WS-REJECT-REASON-TEXT
           ELSE
               PERFORM 305-EDIT-AGAINST-HISTORY
           END-IF END-IF END-IF END-IF.
           IF WS-TRAN-VALID = 'Y' AND VT-TRAN-REISSUE
               PERFORM 307-EDIT-REISSUE-PAYEE
           END-IF.
           IF WS-TRAN-VALID = 'Y' AND VT-TRAN-REISSUE
               PERFORM 303-EDIT-PTD-ROOM
           END-IF.
           IF WS-TRAN-VALID = 'Y'
               PERFORM 310-APPLY-VOID
               IF VT-TRAN-REISSUE
                   PERFORM 330-APPLY-REISSUE
               END-IF
           ELSE
               PERFORM 360-WRITE-VOID-REJECT
           END-IF.
           PERFORM 400-PRINT-VOID-DETAIL.
           PERFORM 200-READ-VOID-TRAN.

       305-EDIT-AGAINST-HISTORY.
      * A void has to name a payment that actually went out, and
      * the stopped check has to be for the dollars the payment
      * went out for - the net plus any prompt-pay interest, no
      * more and no less.  The payment is looked up on the payment
      * history by claim and sequence.  A blank or zero sequence is
      * the claim's first payment; anything else not numeric is a
      * keying error, not payment 01.  A claim paid before the
      * payment history existed has no record there; its one
      * payment is still edited off the claim's history
      * disposition, as it always was.
           MOVE 'N' TO WS-PHS-FOUND-SW.
           IF VT-PAY-SEQ-X = SPACE
               MOVE 1 TO WS-VOID-PAY-SEQ
           ELSE
           IF VT-PAY-SEQ NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '13' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID PAYMENT SEQUENCE' TO
                   WS-REJECT-REASON-TEXT
           ELSE
           IF VT-PAY-SEQ = 0
               MOVE 1 TO WS-VOID-PAY-SEQ
           ELSE
               MOVE VT-PAY-SEQ TO WS-VOID-PAY-SEQ
           END-IF END-IF END-IF.
           IF WS-TRAN-VALID = 'Y'
               MOVE VT-CLAIM-NUMBER TO CH-CLAIM-NUMBER
               READ CLAIM-HIST
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-VALID
                       MOVE '05' TO WS-REJECT-REASON-CODE
                       MOVE 'CLAIM NOT ON HISTORY MASTER' TO
                           WS-REJECT-REASON-TEXT
                   NOT INVALID KEY
                       PERFORM 306-LOAD-HIST-PAYMENTS
                       PERFORM 304-READ-PAYMENT-RECORD
               END-READ
           END-IF.

       304-READ-PAYMENT-RECORD.
           MOVE VT-CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE WS-VOID-PAY-SEQ TO PH-PAY-SEQ.
           READ CLAIM-PAYHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PHS-FOUND-SW
           END-READ.
           IF PAYHIST-FOUND
               PERFORM 308-EDIT-PAYMENT-RECORD
           ELSE
           IF WS-VOID-PAY-SEQ = 1
               AND WS-HIST-PAY-COUNT NOT > 1
               PERFORM 309-EDIT-LEGACY-PAYMENT
           ELSE
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '10' TO WS-REJECT-REASON-CODE
               MOVE 'PAYMENT NOT ON PAYMENT HISTORY' TO
                   WS-REJECT-REASON-TEXT
           END-IF END-IF.

       306-LOAD-HIST-PAYMENTS.
      * The claim's total paid and payment count off the history
      * record.  A record written before the master carried them
      * holds spaces there: it was paid once, for its amount, if
      * its disposition says it went to payable.
           IF CH-PAY-COUNT NUMERIC AND CH-TOTAL-PAID NUMERIC
               MOVE CH-PAY-COUNT TO WS-HIST-PAY-COUNT
               MOVE CH-TOTAL-PAID TO WS-HIST-TOTAL-PAID
           ELSE
               EVALUATE CH-DISPOSITION
                   WHEN 'ACCEPTED'
                   WHEN 'ADJAPPRVD'
                   WHEN 'REISSUED'
                       MOVE 1 TO WS-HIST-PAY-COUNT
                       MOVE CH-CLAIM-AMOUNT TO WS-HIST-TOTAL-PAID
                   WHEN 'VOIDED'
                       MOVE 1 TO WS-HIST-PAY-COUNT
                       MOVE 0 TO WS-HIST-TOTAL-PAID
                   WHEN OTHER
                       MOVE 0 TO WS-HIST-PAY-COUNT
                       MOVE 0 TO WS-HIST-TOTAL-PAID
               END-EVALUATE
           END-IF.

       308-EDIT-PAYMENT-RECORD.
      * The check went out for the payment's net plus its interest.
      * A reissue carries the same split forward, so a reissued
      * payment's record still adds up to its check.  Anything else
      * keyed as the check amount would post as interest on the
      * reissue and the void extract.
           EVALUATE PH-DISPOSITION
               WHEN 'VOIDED'
                   MOVE 'N' TO WS-TRAN-VALID
                   MOVE '06' TO WS-REJECT-REASON-CODE
                   MOVE 'PAYMENT ALREADY VOIDED' TO
                       WS-REJECT-REASON-TEXT
               WHEN OTHER
                   IF PH-INTEREST-AMOUNT NUMERIC
                       COMPUTE WS-CHECK-PAID-AMOUNT =
                           PH-NET-AMOUNT + PH-INTEREST-AMOUNT
                   ELSE
                       MOVE PH-NET-AMOUNT TO WS-CHECK-PAID-AMOUNT
                   END-IF
                   IF VT-CHECK-AMOUNT NOT = WS-CHECK-PAID-AMOUNT
                       MOVE 'N' TO WS-TRAN-VALID
                       MOVE '07' TO WS-REJECT-REASON-CODE
                       MOVE 'CHECK AMOUNT NOT AMOUNT PAID'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE PH-NET-AMOUNT TO WS-PAID-AMOUNT
                   END-IF
           END-EVALUATE.

       309-EDIT-LEGACY-PAYMENT.
      * No payment record says what interest the check carried, so
      * it may run above the claim amount by no more than the
      * card's interest tolerance.
           COMPUTE WS-CHECK-PAID-AMOUNT =
               CH-CLAIM-AMOUNT + WS-INTEREST-TOLERANCE.
           EVALUATE CH-DISPOSITION
               WHEN 'ACCEPTED'
               WHEN 'ADJAPPRVD'
               WHEN 'REISSUED'
                   IF VT-CHECK-AMOUNT < CH-CLAIM-AMOUNT
                       OR VT-CHECK-AMOUNT > WS-CHECK-PAID-AMOUNT
                       MOVE 'N' TO WS-TRAN-VALID
                       MOVE '07' TO WS-REJECT-REASON-CODE
                       MOVE 'CHECK AMOUNT NOT AMOUNT PAID'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE CH-CLAIM-AMOUNT TO WS-PAID-AMOUNT
                   END-IF
               WHEN 'VOIDED'
                   MOVE 'N' TO WS-TRAN-VALID
                   MOVE '06' TO WS-REJECT-REASON-CODE
                   MOVE 'PAYMENT ALREADY VOIDED' TO
                       WS-REJECT-REASON-TEXT
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-VALID
                   MOVE '06' TO WS-REJECT-REASON-CODE
                   MOVE 'CLAIM NEVER PAID' TO
                       WS-REJECT-REASON-TEXT
           END-EVALUATE.

       307-EDIT-REISSUE-PAYEE.
      * A reissue goes to the payee named on the transaction - the
      * history master does not carry the claimant, and a check cut
      * to the wrong claimant has to go to the right one this time.
      * The payee has to be on the master so the reissue carries
      * real remittance details instead of a bare name, and a payee
      * whose details changed inside the cooling-off period is held
      * back unless AP verified the change.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           IF VT-PAYEE-NAME = SPACE
               MOVE 'N' TO WS-TRAN-VALID
               MOVE '08' TO WS-REJECT-REASON-CODE
               MOVE 'MISSING REISSUE PAYEE' TO WS-REJECT-REASON-TEXT
           ELSE
               MOVE VT-PAYEE-NAME TO PM-PAYEE-NAME
               READ PAYMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PAYEE-FOUND-SW
                       MOVE PM-PAYEE-NAME TO WS-PAYEE-NAME
                       MOVE PM-ADDRESS-LINE1 TO WS-PAYEE-ADDRESS-LINE1
                       MOVE PM-ADDRESS-LINE2 TO WS-PAYEE-ADDRESS-LINE2
                       MOVE PM-PAY-METHOD TO WS-PAYEE-PAY-METHOD
                       MOVE PM-EFT-ROUTING TO WS-PAYEE-EFT-ROUTING
                       MOVE PM-EFT-ACCOUNT TO WS-PAYEE-EFT-ACCOUNT
                       IF PM-REMIT-CHANGE-DATE NUMERIC
                           MOVE PM-REMIT-CHANGE-DATE
                               TO WS-PAYEE-REMIT-DATE
                       ELSE
                           MOVE 0 TO WS-PAYEE-REMIT-DATE
                       END-IF
               END-READ
               IF NOT PAYEE-FOUND
                   MOVE 'N' TO WS-TRAN-VALID
                   MOVE '09' TO WS-REJECT-REASON-CODE
                   MOVE 'REISSUE PAYEE NOT ON MASTER' TO
                       WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM 302-CHECK-REMIT-COOLING-OFF
                   IF REMIT-RECENTLY-CHANGED
                       MOVE 'N' TO WS-TRAN-VALID
                       MOVE '12' TO WS-REJECT-REASON-CODE
                       MOVE 'REISSUE PAYEE RECENTLY CHANGED' TO
                           WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       302-CHECK-REMIT-COOLING-OFF.
      * A payee whose remittance details changed on PAYMAST fewer
      * than WS-COOL-OFF-DAYS days before the run date is held
      * unless the transaction carries AP's verification - a
      * reissue is the easiest way to redirect a payment.  Spaces
      * in the change date is a payee never changed since it was
      * set up.
           MOVE 'N' TO WS-REMIT-HOLD-SW.
           IF WS-COOL-OFF-DAYS > 0
               AND NOT VT-REMITTANCE-VERIFIED
               AND WS-PAYEE-REMIT-DATE > 0
               COMPUTE WS-REMIT-CHANGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-PARM-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-PAYEE-REMIT-DATE)
               IF WS-REMIT-CHANGE-DAYS < WS-COOL-OFF-DAYS
                   MOVE 'Y' TO WS-REMIT-HOLD-SW
               END-IF
           END-IF.

       303-EDIT-PTD-ROOM.
      * A reissue posts back to the policy's paid-to-date entry, and
      * a policy with no entry needs a new one.  With the table full
      * that cannot be done, so the stop is rejected here, before
      * the history masters or the audit trail are touched, rather
      * than booked half way.
           SET WS-PTD-IDX TO 1.
           IF WS-PTD-COUNT >= WS-PTD-MAX
               SEARCH WS-PTD-ENTRY
                   AT END
                       DISPLAY 'CLAIMVOD - PAID-TO-DATE TABLE FULL AT '
                           WS-PTD-MAX ' - ' VT-CLAIM-NUMBER
                           ' REJECTED'
                       MOVE 'N' TO WS-TRAN-VALID
                       MOVE '11' TO WS-REJECT-REASON-CODE
                       MOVE 'PAID-TO-DATE TABLE FULL' TO
                           WS-REJECT-REASON-TEXT
                   WHEN WS-PTD-POLICY-NUMBER(WS-PTD-IDX)
                       = CH-POLICY-NUMBER
                       CONTINUE
               END-SEARCH
           END-IF.

       310-APPLY-VOID.
      * Backs the paid dollars out of the policy's paid-to-date and
      * flags the claim VOIDED on the history master and the audit
      * trail.  A reissue follows straight on and puts the same
      * dollars back, so the accumulator nets to where it was.
           PERFORM 320-BACK-OUT-PAID-TO-DATE.
           ADD 1 TO WS-VOID-COUNT.
           ADD WS-BACKED-OUT-AMOUNT TO WS-BACKED-OUT-TOTAL.
           MOVE 'VOIDED - BACKED OUT OF PTD' TO WS-RESULT-TEXT.
           PERFORM 315-WRITE-VOID-EXTRACT.
           MOVE 'VOIDED' TO WS-AUDIT-DISPOSITION.
           PERFORM 490-WRITE-AUDIT.

       315-WRITE-VOID-EXTRACT.
      * The stopped payment goes to the void extract split the way
      * it was journaled when it went out: the paid dollars, the
      * check's interest above them, and the deductible the payment
      * took.  A payment that was itself a reissue took none, and a
      * claim paid before the payment history existed has no
      * deductible on record.  Written before the payment record is
      * re-flagged, while it still shows what the payment was.  A
      * returned EFT was never a check, so it carries no check
      * number for the bank.
           MOVE SPACE TO VOID-EXTRACT-REC.
           MOVE VT-CLAIM-NUMBER TO VX-CLAIM-NUMBER.
           MOVE CH-POLICY-NUMBER TO VX-POLICY-NUMBER.
           MOVE WS-VOID-PAY-SEQ TO VX-PAY-SEQ.
           IF VT-REASON-RETURNED
               MOVE SPACE TO VX-CHECK-NUMBER
           ELSE
               MOVE VT-CHECK-NUMBER TO VX-CHECK-NUMBER
           END-IF.
           MOVE VT-CHECK-AMOUNT TO VX-CHECK-AMOUNT.
           MOVE WS-PAID-AMOUNT TO VX-PAID-AMOUNT.
           COMPUTE VX-INTEREST-AMOUNT =
               VT-CHECK-AMOUNT - WS-PAID-AMOUNT.
           IF PAYHIST-FOUND AND PH-DISPOSITION NOT = 'REISSUED'
               MOVE PH-DEDUCTIBLE-AMOUNT TO VX-DEDUCTIBLE-AMOUNT
           ELSE
               MOVE 0 TO VX-DEDUCTIBLE-AMOUNT
           END-IF.
           MOVE WS-PARM-RUN-DATE TO VX-VOID-DATE.
           MOVE VT-VOID-REASON TO VX-VOID-REASON.
           MOVE VT-TRAN-CODE TO VX-TRAN-CODE.
           WRITE VOID-EXTRACT-REC.

       320-BACK-OUT-PAID-TO-DATE.
      * A policy with no accumulator entry (or less on it than the
      * void, after a hand adjustment) cannot go negative - the
      * entry is floored at zero and the report shows what actually
      * came off.
           SET WS-PTD-IDX TO 1.
           IF WS-PTD-COUNT > 0
               SEARCH WS-PTD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PTD-POLICY-NUMBER(WS-PTD-IDX)
                       = CH-POLICY-NUMBER
                       IF WS-PTD-AMOUNT(WS-PTD-IDX) < WS-PAID-AMOUNT
                           MOVE WS-PTD-AMOUNT(WS-PTD-IDX)
                               TO WS-BACKED-OUT-AMOUNT
                       ELSE
                           MOVE WS-PAID-AMOUNT
                               TO WS-BACKED-OUT-AMOUNT
                       END-IF
                       SUBTRACT WS-BACKED-OUT-AMOUNT
                           FROM WS-PTD-AMOUNT(WS-PTD-IDX)
               END-SEARCH
           END-IF.

       330-APPLY-REISSUE.
      * Sends the payment back out on the claim's own number in the
      * regular CLAIMPAY layout, for the same dollars the stopped
      * check carried.  The deductible was taken when the claim was
      * first paid, so it is not taken again; the stopped check's
      * interest rides along as interest.  The paid dollars post
      * back to paid-to-date, since they are going out again.
           MOVE SPACE TO CLAIM-PAYEXT-REC.
           MOVE VT-CLAIM-NUMBER TO PE-CLAIM-NUMBER.
           MOVE CH-POLICY-NUMBER TO PE-POLICY-NUMBER.
           MOVE VT-PAYEE-NAME TO PE-PAYEE-NAME.
           MOVE VT-CHECK-AMOUNT TO PE-PAY-AMOUNT.
           MOVE WS-PARM-RUN-DATE TO PE-PAY-DATE.
           MOVE 0 TO PE-DAYS-TO-PAY.
           COMPUTE WS-REISSUE-INTEREST =
               VT-CHECK-AMOUNT - WS-PAID-AMOUNT.
           MOVE WS-REISSUE-INTEREST TO PE-INTEREST-AMOUNT.
           MOVE 0 TO PE-DEDUCTIBLE-AMOUNT.
      * Remittance details off the payee master, kept from the
      * payee's read in 307-EDIT-REISSUE-PAYEE.
           MOVE WS-PAYEE-ADDRESS-LINE1 TO PE-ADDRESS-LINE1.
           MOVE WS-PAYEE-ADDRESS-LINE2 TO PE-ADDRESS-LINE2.
           MOVE WS-PAYEE-PAY-METHOD TO PE-PAY-METHOD.
           MOVE WS-PAYEE-EFT-ROUTING TO PE-EFT-ROUTING.
           MOVE WS-PAYEE-EFT-ACCOUNT TO PE-EFT-ACCOUNT.
           MOVE WS-VOID-PAY-SEQ TO PE-PAY-SEQ.
           WRITE CLAIM-PAYEXT-REC.
           PERFORM 335-REPOST-PAID-TO-DATE.
           ADD 1 TO WS-REISSUE-COUNT.
           ADD VT-CHECK-AMOUNT TO WS-REISSUE-TOTAL.
           MOVE 'VOIDED - REISSUED FOR PAY' TO WS-RESULT-TEXT.
           MOVE 'REISSUED' TO WS-AUDIT-DISPOSITION.
           PERFORM 490-WRITE-AUDIT.

       335-REPOST-PAID-TO-DATE.
           SET WS-PTD-IDX TO 1.
           IF WS-PTD-COUNT = 0
               PERFORM 336-ADD-PTD-ENTRY
           ELSE
               SEARCH WS-PTD-ENTRY
                   AT END
                       PERFORM 336-ADD-PTD-ENTRY
                   WHEN WS-PTD-POLICY-NUMBER(WS-PTD-IDX)
                       = CH-POLICY-NUMBER
                       ADD WS-PAID-AMOUNT
                           TO WS-PTD-AMOUNT(WS-PTD-IDX)
               END-SEARCH
           END-IF.

       336-ADD-PTD-ENTRY.
      * 303-EDIT-PTD-ROOM has already seen there is room.
           ADD 1 TO WS-PTD-COUNT.
           MOVE CH-POLICY-NUMBER TO WS-PTD-POLICY-NUMBER(WS-PTD-COUNT).
           MOVE WS-PAID-AMOUNT TO WS-PTD-AMOUNT(WS-PTD-COUNT).

       360-WRITE-VOID-REJECT.
           MOVE SPACE TO VOID-REJECT-REC.
           MOVE VT-CLAIM-NUMBER TO VJ-CLAIM-NUMBER.
           MOVE WS-REJECT-REASON-CODE TO VJ-REASON-CODE.
           MOVE WS-REJECT-REASON-TEXT TO VJ-REASON-TEXT.
           MOVE VOID-TRAN-REC TO VJ-ORIGINAL-TRAN.
           WRITE VOID-REJECT-REC.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REJECT-REASON-TEXT TO WS-RESULT-TEXT.

       400-PRINT-VOID-DETAIL.
           MOVE SPACE TO WS-VOD-DETAIL.
           MOVE VT-CLAIM-NUMBER TO VD-CLAIM-NUMBER.
           MOVE VT-TRAN-CODE TO VD-TRAN-CODE.
           MOVE VT-CHECK-NUMBER TO VD-CHECK-NUMBER.
           IF VT-CHECK-AMOUNT NUMERIC
               MOVE VT-CHECK-AMOUNT TO VD-CHECK-AMOUNT
           END-IF.
           MOVE WS-BACKED-OUT-AMOUNT TO VD-BACKED-OUT.
           MOVE WS-RESULT-TEXT TO VD-RESULT.
           WRITE VOD-RPT-REC FROM WS-VOD-DETAIL.

       490-WRITE-AUDIT.
      * Logs the void or reissue to the append-only CLAIM-AUDIT
      * trail in the same layout the claim run writes, carrying the
      * payment amount as it was paid - CLAIMTAX matches a VOIDED
      * entry to its payment on that amount - so compliance sees
      * the stop right after the payment it undid.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACE TO CLAIM-AUDIT-REC.
           MOVE VT-CLAIM-NUMBER TO CA-CLAIM-NUMBER.
           MOVE CH-POLICY-NUMBER TO CA-POLICY-NUMBER.
           MOVE WS-PAID-AMOUNT TO CA-CLAIM-AMOUNT.
           MOVE WS-AUDIT-DATE TO CA-AUDIT-DATE.
           MOVE WS-AUDIT-TIME TO CA-AUDIT-TIME.
           MOVE WS-AUDIT-DISPOSITION TO CA-DISPOSITION.
           WRITE CLAIM-AUDIT-REC.
           PERFORM 497-UPDATE-HISTORY.

       497-UPDATE-HISTORY.
      * Re-flags the claim's history record with the void or
      * reissue.  The record was read by the edit, so it is still
      * in the record area; the amount stays as paid so a later
      * void of the reissue backs out the same dollars.  A void
      * takes the payment out of the claim's total paid and a
      * reissue puts it back; the payment count does not move, the
      * sequence still belongs to the payment.  The claim's
      * disposition only follows the stop when it is the claim's
      * latest payment and no supplement is pending behind it - an
      * EXCEPTION or APPEALED entry has to stay as it is so the
      * claim run and the decision run still see it undecided.  The
      * payment's own record on the payment history is re-flagged
      * either way.
           IF WS-AUDIT-DISPOSITION = 'VOIDED'
               IF WS-HIST-TOTAL-PAID > WS-PAID-AMOUNT
                   SUBTRACT WS-PAID-AMOUNT FROM WS-HIST-TOTAL-PAID
               ELSE
                   MOVE 0 TO WS-HIST-TOTAL-PAID
               END-IF
           ELSE
               ADD WS-PAID-AMOUNT TO WS-HIST-TOTAL-PAID
           END-IF.
           MOVE WS-HIST-TOTAL-PAID TO CH-TOTAL-PAID.
           MOVE WS-HIST-PAY-COUNT TO CH-PAY-COUNT.
           IF WS-VOID-PAY-SEQ = WS-HIST-PAY-COUNT
               AND CH-DISPOSITION NOT = 'EXCEPTION'
               AND CH-DISPOSITION NOT = 'APPEALED'
               MOVE WS-AUDIT-DISPOSITION TO CH-DISPOSITION
               MOVE WS-AUDIT-DATE TO CH-DISP-DATE
               MOVE WS-AUDIT-TIME TO CH-DISP-TIME
           END-IF.
           REWRITE CLAIM-HIST-REC.
           IF PAYHIST-FOUND
               MOVE WS-AUDIT-DISPOSITION TO PH-DISPOSITION
               REWRITE CLAIM-PAYHIST-REC
           END-IF.

       800-TERMINATION.
      * Control totals, the paid-to-date rewrite and close.  An
      * aborted run leaves the old CLAIM-PTD file alone - a partial
      * rewrite would lose every policy past the point it stopped.
           MOVE SPACE TO WS-VOD-TOTAL.
           MOVE 'TRANSACTIONS READ:' TO VO-DESCRIPTION.
           MOVE WS-TRAN-READ-COUNT TO VO-COUNT.
           WRITE VOD-RPT-REC FROM WS-VOD-TOTAL.
           MOVE 'PAYMENTS VOIDED:' TO VO-DESCRIPTION.
           MOVE WS-VOID-COUNT TO VO-COUNT.
           WRITE VOD-RPT-REC FROM WS-VOD-TOTAL.
           MOVE 'PAYMENTS REISSUED:' TO VO-DESCRIPTION.
           MOVE WS-REISSUE-COUNT TO VO-COUNT.
           WRITE VOD-RPT-REC FROM WS-VOD-TOTAL.
           MOVE 'TRANSACTIONS REJECTED:' TO VO-DESCRIPTION.
           MOVE WS-REJECT-COUNT TO VO-COUNT.
           WRITE VOD-RPT-REC FROM WS-VOD-TOTAL.
           MOVE SPACE TO WS-VOD-AMT-TOTAL.
           MOVE 'DOLLARS BACKED OUT OF PTD:' TO VA-DESCRIPTION.
           MOVE WS-BACKED-OUT-TOTAL TO VA-AMOUNT.
           WRITE VOD-RPT-REC FROM WS-VOD-AMT-TOTAL.
           MOVE 'DOLLARS REISSUED:' TO VA-DESCRIPTION.
           MOVE WS-REISSUE-TOTAL TO VA-AMOUNT.
           WRITE VOD-RPT-REC FROM WS-VOD-AMT-TOTAL.
           DISPLAY 'CLAIMVOD RUN CONTROL - TRANSACTIONS: '
               WS-TRAN-READ-COUNT
               ' VOIDED: ' WS-VOID-COUNT
               ' REISSUED: ' WS-REISSUE-COUNT
               ' REJECTED: ' WS-REJECT-COUNT.
           IF RUN-ABORTED
               DISPLAY 'CLAIMVOD RUN ABORTED - PAID-TO-DATE FILE '
                   'LEFT UNCHANGED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 810-REWRITE-PAID-TO-DATE
           END-IF.
           PERFORM 900-CLOSE-FILES.

       810-REWRITE-PAID-TO-DATE.
           OPEN OUTPUT CLAIM-PTD.
           MOVE 0 TO WS-PTD-SUB.
           PERFORM 815-WRITE-ONE-PTD
               UNTIL WS-PTD-SUB >= WS-PTD-COUNT.
           CLOSE CLAIM-PTD.

       815-WRITE-ONE-PTD.
           ADD 1 TO WS-PTD-SUB.
           MOVE SPACE TO CLAIM-PTD-REC.
           MOVE WS-PTD-POLICY-NUMBER(WS-PTD-SUB) TO PD-POLICY-NUMBER.
           MOVE WS-PTD-AMOUNT(WS-PTD-SUB) TO PD-PAID-TO-DATE.
           WRITE CLAIM-PTD-REC.

       890-POST-RUN-LEDGER.
      * Closes out this run's attempt on the ledger - ended clean,
      * or abended when the run is ending with a return code.
           OPEN I-O RUN-LEDGER.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           READ RUN-LEDGER
               INVALID KEY
                   DISPLAY 'CLAIMVOD - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMVOD - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE VOID-TRAN.
           CLOSE CLAIM-HIST.
           CLOSE CLAIM-PAYHIST.
           CLOSE CLAIM-PAYEXT.
           CLOSE VOID-EXTRACT.
           CLOSE CLAIM-AUDIT.
           CLOSE VOID-REJECT.
           CLOSE PAYMAST.
           CLOSE VOD-RPT.
