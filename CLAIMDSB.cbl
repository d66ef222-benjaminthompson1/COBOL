       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMDSB.
       AUTHOR.          BEN THOMPSON.
      *
      * Bank disbursement files.  CLAIM-PAYEXT has carried the
      * payee's pay method and EFT routing and account off PAYMAST
      * since the payee master went in, but AP still rekeyed every
      * EFT into the bank portal, and the checks went out with no
      * positive pay file for the bank to match presented checks
      * against.  This program reads the day's extracts - the claim
      * run's CLAIMPAY, CLAIMADJ's ADJPAY and CLAIMVOD's reissues on
      * VODPAY - and:
      *
      *   - sends every EFT payment (method E) to the bank as a
      *     credit entry on a balanced NACHA ACH file, PPD batch and
      *     file control records carrying the entry hash and
      *     totals.  A routing number that fails the ABA check digit
      *     (or an EFT with no account) is pulled to the exception
      *     list on the report instead - the bank never sees it -
      *     and written to the DSBPULL file so the statement run
      *     holds back its statement;
      *   - writes a positive pay issue record for every check on
      *     the extracts that AP has confirmed cutting on APCONF,
      *     by check number and confirmed amount.  A confirmation
      *     that does not match a check payment on the day's
      *     extracts is listed, not issued;
      *   - writes a positive pay void record for every check
      *     CLAIMVOD stopped that day (the VODEXT void extract), so
      *     the bank returns the check if it is ever presented;
      *   - prints the ACH and check totals against the extract
      *     totals, so the day's disbursement ties to the extracts
      *     CLAIMBAL has already proved.  A disbursement that does
      *     not tie ends RC 16.
      *
      * Modification History:
      *   2026-09-17 BT  Initial version.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against its business date.  A date this step
      *                  already ended clean is refused unless the card
      *                  carries the rerun override (R and the
      *                  authorizer) in columns 71-79, and the run is
      *                  refused until CLAIMADJ has ended clean for the
      *                  same date.  The card no longer carries the
      *                  effective date or file ID modifier - the
      *                  entries settle on the run date and the modifier
      *                  is the attempt's letter on the ledger, A for
      *                  the first run of the day, B for the first
      *                  rerun.
      *   2026-10-13 BT  CLAIMVOD's reissues (VODPAY) are loaded with
      *                  the other extracts and go to the bank like
      *                  any other payment, and every check it stopped
      *                  is sent on positive pay as a void (issue code
      *                  V) - 450-VOID-STOPPED-CHECKS.  Both files are
      *                  optional.  The run now waits on CLAIMVOD, which
      *                  itself follows CLAIMADJ.
      *   2026-10-15 BT  Every EFT payment pulled from the ACH file is
      *                  written to the new DSBPULL file by claim,
      *                  payment sequence and extract, so CLAIMEOB
      *                  does not tell the payee it was paid by EFT.
      *                  CLAIMADJ and CLAIMVOD run every day ahead of
      *                  this step and always write ADJPAY, VODPAY and
      *                  VODEXT, so a missing one is a lost file and
      *                  stops the run RC 16 before any bank file is
      *                  written.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSB-PARM ASSIGN TO DSBPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
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
           SELECT AP-CONFIRM ASSIGN TO APCONF
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CONF-FILE-STATUS.
           SELECT ACH-FILE ASSIGN TO ACHFILE
             ORGANIZATION IS SEQUENTIAL.
           SELECT POS-PAY ASSIGN TO POSPAY
             ORGANIZATION IS SEQUENTIAL.
           SELECT DSB-PULL ASSIGN TO DSBPULL
             ORGANIZATION IS SEQUENTIAL.
           SELECT DSB-RPT ASSIGN TO DSBRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DSB-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DSB-PARM-REC.
       01  DSB-PARM-REC                      PIC X(80).

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

       FD  AP-CONFIRM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AP-CONFIRM-REC.
           COPY APCONF.

       FD  ACH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 94 CHARACTERS
           BLOCK CONTAINS 10 RECORDS
           DATA RECORD IS ACH-REC.
           COPY ACHREC.

       FD  POS-PAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POS-PAY-REC.
           COPY POSPAY.

       FD  DSB-PULL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DSB-PULL-REC.
           COPY DSBPULL.

       FD  DSB-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DSB-RPT-REC.
       01  DSB-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * CLAIMADJ's and CLAIMVOD's extracts ride the same CLAIMPAY
      * layout, so all three files are read into the one working
      * copy of the record.
           COPY CLAIMPAY.

      * Run parameter card - the business run date and the bank
      * relationship the ACH file header and batch carry: the
      * bank's routing number (immediate destination), our company
      * ID with the bank (immediate origin and batch company ID),
      * the bank's eight digit originating DFI number, the company
      * name on the batch, the account the claim checks are drawn
      * on (for positive pay) and the run ledger's rerun override.
      * The batch asks for settlement on the run date, and the file
      * ID modifier follows the run's attempt number on the ledger
      * - A for the first file of the day, B for a rerun - so the
      * bank never sees two files alike.  A missing or malformed
      * card stops the run before any output file is touched.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC 9(08).
           05  WS-PARM-RUN-DATE-X REDEFINES WS-PARM-RUN-DATE.
               10  WS-PARM-RUN-CCYY          PIC 9(04).
               10  WS-PARM-RUN-MM            PIC 9(02).
               10  WS-PARM-RUN-DD            PIC 9(02).
           05  WS-PARM-BANK-ROUTING          PIC 9(09).
           05  WS-PARM-COMPANY-ID            PIC X(10).
           05  WS-PARM-ODFI-ID               PIC 9(08).
           05  WS-PARM-COMPANY-NAME          PIC X(16).
           05  WS-PARM-CHECK-ACCOUNT         PIC X(14).
           05  FILLER                        PIC X(05).
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
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMDSB'.
       77 WS-LEDGER-PREDECESSOR              PIC X(08) VALUE 'CLAIMVOD'.
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

      * Settlement date the batch asks for, CCYYMMDD, and the file
      * ID modifiers the ledger attempt number picks from
       01  WS-FILE-ID-LETTERS                PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-EFFECTIVE-DATE                 PIC 9(08) VALUE 0.
       01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
           05  FILLER                        PIC X(02).
           05  WS-EFFECTIVE-YYMMDD           PIC 9(06).

      * File creation stamp for the ACH file header
       01  WS-CREATE-DATE                    PIC 9(08) VALUE 0.
       01  WS-CREATE-DATE-X REDEFINES WS-CREATE-DATE.
           05  FILLER                        PIC X(02).
           05  WS-CREATE-YYMMDD              PIC 9(06).
       01  WS-CREATE-TIME                    PIC 9(08) VALUE 0.
       01  WS-CREATE-TIME-X REDEFINES WS-CREATE-TIME.
           05  WS-CREATE-HHMM                PIC 9(04).
           05  FILLER                        PIC X(04).

      * End of file switches and file status fields
       77 WS-PAY-EOF                         PIC X(01) VALUE 'N'.
       77 WS-ADJPAY-EOF                      PIC X(01) VALUE 'N'.
       77 WS-CONF-EOF                        PIC X(01) VALUE 'N'.
       77 WS-VODPAY-EOF                      PIC X(01) VALUE 'N'.
       77 WS-VOID-EOF                        PIC X(01) VALUE 'N'.
       77 WS-ADJPAY-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-VODPAY-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-VOID-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-CONF-FILE-STATUS                PIC X(02) VALUE SPACE.

      * Set when the payment table fills up or one of the day's
      * extracts is missing, so the run can be stopped cleanly - no
      * bank file goes out for part of a day.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Set when the disbursement does not tie to the extracts
       77 WS-OOB-SW                          PIC X(01) VALUE 'N'.
          88 RUN-OUT-OF-BALANCE              VALUE 'Y'.

      * The day's payments off all the extracts, loaded once so each
      * AP confirmation can be matched in core.  The status byte
      * records what became of each payment; the sequence and the
      * extract it came off identify a pulled payment to the
      * statement run.
       77 WS-DSB-COUNT                       PIC 9(05) COMP VALUE 0.
       77 WS-LOAD-SOURCE                     PIC X(03) VALUE SPACE.
       01  WS-DSB-TABLE.
           05  WS-DSB-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DSB-COUNT
                   INDEXED BY WS-DSB-IDX.
               10  WS-DSB-CLAIM-NUMBER        PIC X(10).
               10  WS-DSB-PAY-SEQ             PIC 9(02).
               10  WS-DSB-SOURCE              PIC X(03).
               10  WS-DSB-PAYEE-NAME          PIC X(20).
               10  WS-DSB-AMOUNT              PIC 9(07)V99.
               10  WS-DSB-PAY-METHOD          PIC X(01).
               10  WS-DSB-EFT-ROUTING         PIC 9(09).
               10  WS-DSB-EFT-ACCOUNT         PIC X(17).
               10  WS-DSB-STATUS              PIC X(01).
                   88  WS-DSB-PENDING         VALUE SPACE.
                   88  WS-DSB-SENT-ACH        VALUE 'A'.
                   88  WS-DSB-PULLED          VALUE 'X'.
                   88  WS-DSB-ISSUED          VALUE 'I'.
       77 WS-DSB-SUB                         PIC 9(05) COMP VALUE 0.

      * ABA routing check digit work fields - the weights 3 7 1
      * repeat across the nine digits and the weighted sum must come
      * out a multiple of ten.
       01  WS-ABA-ROUTING                    PIC 9(09) VALUE 0.
       01  WS-ABA-ROUTING-X REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-DIGIT OCCURS 9 TIMES   PIC 9(01).
       01  WS-ABA-RDFI-VIEW REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-RDFI-ID                PIC 9(08).
           05  WS-ABA-CHECK-DIGIT            PIC 9(01).
       77 WS-ABA-SUM                         PIC 9(04) COMP VALUE 0.
       77 WS-ABA-QUOT                        PIC 9(04) COMP VALUE 0.
       77 WS-ABA-REM                         PIC 9(02) COMP VALUE 0.
       77 WS-ABA-VALID-SW                    PIC X(01) VALUE 'N'.
          88 ABA-ROUTING-VALID               VALUE 'Y'.

      * ACH file build fields
       77 WS-BATCH-OPEN-SW                   PIC X(01) VALUE 'N'.
          88 ACH-BATCH-OPEN                  VALUE 'Y'.
       77 WS-ACH-RECORD-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-ACH-ENTRY-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-ACH-BATCH-COUNT                 PIC 9(05) COMP VALUE 0.
       77 WS-ACH-BLOCK-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-ACH-BLOCK-REM                   PIC 9(02) COMP VALUE 0.
       77 WS-ACH-HASH-TOTAL                  PIC 9(12) VALUE 0.
       77 WS-ACH-CREDIT-TOTAL                PIC 9(10)V99 VALUE 0.

      * Exception line work fields
       77 WS-EXC-TEXT                        PIC X(34) VALUE SPACE.
       77 WS-MATCH-FOUND                     PIC X(01) VALUE 'N'.

      * Control totals - what the extracts hold, and what became
      * of it.
       77 WS-PAY-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-PAY-READ-AMOUNT                 PIC 9(09)V99 VALUE 0.
       77 WS-ADJPAY-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-ADJPAY-READ-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-VODPAY-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-VODPAY-READ-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-EXTRACT-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-EXTRACT-AMOUNT                  PIC 9(09)V99 VALUE 0.
       77 WS-EFT-COUNT                       PIC 9(07) COMP VALUE 0.
       77 WS-EFT-AMOUNT                      PIC 9(09)V99 VALUE 0.
       77 WS-PULLED-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-PULLED-AMOUNT                   PIC 9(09)V99 VALUE 0.
       77 WS-CHECK-COUNT                     PIC 9(07) COMP VALUE 0.
       77 WS-CHECK-AMOUNT                    PIC 9(09)V99 VALUE 0.
       77 WS-ISSUED-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-ISSUED-AMOUNT                   PIC 9(09)V99 VALUE 0.
       77 WS-ISSUED-FACE-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-UNCONFIRMED-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-UNCONFIRMED-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-CONF-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-CONF-REJECT-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-VOID-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-VOID-READ-AMOUNT                PIC 9(09)V99 VALUE 0.
       77 WS-VOIDED-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-VOIDED-AMOUNT                   PIC 9(09)V99 VALUE 0.
       77 WS-TIE-COUNT                       PIC 9(07) COMP VALUE 0.
       77 WS-TIE-AMOUNT                      PIC 9(09)V99 VALUE 0.

      * Disbursement report heading lines
       01  WS-DSB-HEADING1.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'BANK DISBURSEMENT REPORT'.
           05  FILLER                        PIC X(13) VALUE
               'RUN DATE:'.
           05  DH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(70) VALUE SPACE.

       01  WS-DSB-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               'CLAIM NUMBER'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'PAYEE'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(01) VALUE 'M'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'ROUTE/CHK'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               '      AMOUNT'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(34) VALUE
               'EXCEPTION'.
           05  FILLER                        PIC X(30) VALUE SPACE.

      * Exception line - one per payment pulled from the ACH file,
      * confirmation not issued, or check still awaiting AP.
       01  WS-DSB-EXCEPTION.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  DX-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DX-PAYEE-NAME                 PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  DX-PAY-METHOD                 PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  DX-REFERENCE                  PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  DX-AMOUNT                     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DX-TEXT                       PIC X(34).
           05  FILLER                        PIC X(30) VALUE SPACE.

      * Tie-out line - a count and its dollars against the extract
       01  WS-DSB-TIE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  DT-DESCRIPTION                PIC X(34).
           05  DT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DT-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(70) VALUE SPACE.

      * Message line for conditions a count line cannot carry
       01  WS-DSB-MESSAGE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  DM-TEXT                       PIC X(60).
           05  FILLER                        PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID
               IF NOT RUN-ABORTED
                   PERFORM 200-BUILD-ACH-FILE
                   PERFORM 400-BUILD-POSITIVE-PAY
                   PERFORM 500-LIST-UNCONFIRMED
               END-IF
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
               PERFORM 070-LOAD-PAY-EXTRACT
               IF NOT RUN-ABORTED
                   PERFORM 080-LOAD-ADJ-EXTRACT
               END-IF
               IF NOT RUN-ABORTED
                   PERFORM 082-LOAD-VOD-EXTRACT
               END-IF
               IF NOT RUN-ABORTED
                   PERFORM 084-CHECK-VOID-EXTRACT
               END-IF
               PERFORM 100-OPEN-FILES
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  The bank's own
      * routing number has to pass the same check digit test every
      * payee's does - a file addressed to the wrong bank is worse
      * than no file.
           OPEN INPUT DSB-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMDSB - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ DSB-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMDSB - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR WS-PARM-BANK-ROUTING NOT NUMERIC
                       OR WS-PARM-ODFI-ID NOT NUMERIC
                       OR WS-PARM-ODFI-ID = 0
                       OR WS-PARM-COMPANY-ID = SPACE
                       OR WS-PARM-COMPANY-NAME = SPACE
                       OR WS-PARM-CHECK-ACCOUNT = SPACE
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMDSB - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   MOVE WS-PARM-BANK-ROUTING TO WS-ABA-ROUTING
                   PERFORM 330-CHECK-ABA-ROUTING
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       OR NOT ABA-ROUTING-VALID
                       DISPLAY 'CLAIMDSB - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE DSB-PARM
           END-IF.
           IF NOT RUN-PARMS-INVALID
               MOVE WS-PARM-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF.

       015-SET-RUN-MONTH-MAX.
      * Resolves how many days the run date's month actually has,
      * leap years included - 20260231 reads as a date but is not
      * one, and the date arithmetic downstream must only ever see
      * a real date.
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
               DISPLAY 'CLAIMDSB - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMDSB - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMDSB - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIMDSB - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMDSB - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       070-LOAD-PAY-EXTRACT.
      * Loads the claim run's extract into the payment table.
           MOVE 'PAY' TO WS-LOAD-SOURCE.
           OPEN INPUT CLAIM-PAYEXT.
           PERFORM 075-LOAD-ONE-EXTRACT UNTIL WS-PAY-EOF = 'Y'.
           CLOSE CLAIM-PAYEXT.

       075-LOAD-ONE-EXTRACT.
           READ CLAIM-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   ADD 1 TO WS-PAY-READ-COUNT
                   ADD PE-PAY-AMOUNT TO WS-PAY-READ-AMOUNT
                   PERFORM 090-ADD-PAYMENT
                   IF RUN-ABORTED
                       MOVE 'Y' TO WS-PAY-EOF
                   END-IF
           END-READ.

       080-LOAD-ADJ-EXTRACT.
      * CLAIMADJ runs every day ahead of this step and writes its
      * extract even when no decision deck came in, so a missing
      * file has been lost - the run stops rather than send the
      * bank part of the day.
           MOVE 'ADJ' TO WS-LOAD-SOURCE.
           OPEN INPUT ADJ-PAYEXT.
           IF WS-ADJPAY-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMDSB - ADJPAY EXTRACT OPEN FAILED '
                   '(STATUS ' WS-ADJPAY-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               PERFORM 085-LOAD-ONE-ADJ-EXTRACT
                   UNTIL WS-ADJPAY-EOF = 'Y'
               CLOSE ADJ-PAYEXT
           END-IF.

       085-LOAD-ONE-ADJ-EXTRACT.
           READ ADJ-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-ADJPAY-EOF
               NOT AT END
                   ADD 1 TO WS-ADJPAY-READ-COUNT
                   ADD PE-PAY-AMOUNT TO WS-ADJPAY-READ-AMOUNT
                   PERFORM 090-ADD-PAYMENT
                   IF RUN-ABORTED
                       MOVE 'Y' TO WS-ADJPAY-EOF
                   END-IF
           END-READ.

       082-LOAD-VOD-EXTRACT.
      * CLAIMVOD runs every day ahead of this step and writes its
      * reissue extract even when no stop-payment deck came in -
      * same rule.
           MOVE 'VOD' TO WS-LOAD-SOURCE.
           OPEN INPUT VOD-PAYEXT.
           IF WS-VODPAY-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMDSB - VODPAY EXTRACT OPEN FAILED '
                   '(STATUS ' WS-VODPAY-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               PERFORM 087-LOAD-ONE-VOD-EXTRACT
                   UNTIL WS-VODPAY-EOF = 'Y'
               CLOSE VOD-PAYEXT
           END-IF.

       087-LOAD-ONE-VOD-EXTRACT.
           READ VOD-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-VODPAY-EOF
               NOT AT END
                   ADD 1 TO WS-VODPAY-READ-COUNT
                   ADD PE-PAY-AMOUNT TO WS-VODPAY-READ-AMOUNT
                   PERFORM 090-ADD-PAYMENT
                   IF RUN-ABORTED
                       MOVE 'Y' TO WS-VODPAY-EOF
                   END-IF
           END-READ.

       084-CHECK-VOID-EXTRACT.
      * The void extract is not read until the positive pay file is
      * built, after the ACH file has gone out, so it is made sure
      * of here - CLAIMVOD writes it every day, and a missing one
      * stops the run before any bank file is written.
           OPEN INPUT VOID-EXTRACT.
           IF WS-VOID-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMDSB - VODEXT EXTRACT OPEN FAILED '
                   '(STATUS ' WS-VOID-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               CLOSE VOID-EXTRACT
           END-IF.

       090-ADD-PAYMENT.
      * A payee set up before the master carried a pay method has
      * spaces there and is paid by check, as it always was.
           IF WS-DSB-COUNT >= 5000
               DISPLAY 'CLAIMDSB - PAYMENT TABLE FULL AT 5000 '
                   '- RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               ADD 1 TO WS-DSB-COUNT
               ADD 1 TO WS-EXTRACT-COUNT
               ADD PE-PAY-AMOUNT TO WS-EXTRACT-AMOUNT
               MOVE PE-CLAIM-NUMBER
                   TO WS-DSB-CLAIM-NUMBER(WS-DSB-COUNT)
               IF PE-PAY-SEQ NUMERIC AND PE-PAY-SEQ > 0
                   MOVE PE-PAY-SEQ TO WS-DSB-PAY-SEQ(WS-DSB-COUNT)
               ELSE
                   MOVE 1 TO WS-DSB-PAY-SEQ(WS-DSB-COUNT)
               END-IF
               MOVE WS-LOAD-SOURCE TO WS-DSB-SOURCE(WS-DSB-COUNT)
               MOVE PE-PAYEE-NAME TO WS-DSB-PAYEE-NAME(WS-DSB-COUNT)
               MOVE PE-PAY-AMOUNT TO WS-DSB-AMOUNT(WS-DSB-COUNT)
               IF PE-PAY-METHOD = 'E'
                   MOVE 'E' TO WS-DSB-PAY-METHOD(WS-DSB-COUNT)
               ELSE
                   MOVE 'C' TO WS-DSB-PAY-METHOD(WS-DSB-COUNT)
               END-IF
               IF PE-EFT-ROUTING NUMERIC
                   MOVE PE-EFT-ROUTING
                       TO WS-DSB-EFT-ROUTING(WS-DSB-COUNT)
               ELSE
                   MOVE 0 TO WS-DSB-EFT-ROUTING(WS-DSB-COUNT)
               END-IF
               MOVE PE-EFT-ACCOUNT
                   TO WS-DSB-EFT-ACCOUNT(WS-DSB-COUNT)
               MOVE SPACE TO WS-DSB-STATUS(WS-DSB-COUNT)
           END-IF.

       100-OPEN-FILES.
           OPEN OUTPUT DSB-RPT.
           MOVE WS-PARM-RUN-DATE TO DH-RUN-DATE.
           WRITE DSB-RPT-REC FROM WS-DSB-HEADING1.
           WRITE DSB-RPT-REC FROM WS-DSB-HEADING2.
           IF NOT RUN-ABORTED
               OPEN OUTPUT ACH-FILE
               OPEN OUTPUT POS-PAY
               OPEN OUTPUT DSB-PULL
           END-IF.

       200-BUILD-ACH-FILE.
      * File header, then one PPD credit batch holding every EFT
      * payment that passes its edits.  The batch is opened on the
      * first good entry, so a day with no EFT payments sends the
      * bank a header and control with no batch.
           PERFORM 210-WRITE-FILE-HEADER.
           MOVE 0 TO WS-DSB-SUB.
           PERFORM 300-PROCESS-ONE-EFT
               UNTIL WS-DSB-SUB >= WS-DSB-COUNT.
           IF ACH-BATCH-OPEN
               PERFORM 240-WRITE-BATCH-CONTROL
           END-IF.
           PERFORM 250-WRITE-FILE-CONTROL.
           CLOSE ACH-FILE.
           CLOSE DSB-PULL.

       210-WRITE-FILE-HEADER.
           ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CREATE-TIME FROM TIME.
           MOVE SPACE TO ACH-FILE-HEADER-REC.
           MOVE '1' TO FH-RECORD-TYPE.
           MOVE 1 TO FH-PRIORITY-CODE.
           MOVE SPACE TO FH-IMMEDIATE-DEST.
           MOVE WS-PARM-BANK-ROUTING TO FH-IMMEDIATE-DEST(2:9).
           MOVE WS-PARM-COMPANY-ID TO FH-IMMEDIATE-ORIGIN.
           MOVE WS-CREATE-YYMMDD TO FH-CREATION-DATE.
           MOVE WS-CREATE-HHMM TO FH-CREATION-TIME.
           IF WS-LEDGER-ATTEMPT > 26
               MOVE 'Z' TO FH-FILE-ID-MODIFIER
           ELSE
               MOVE WS-FILE-ID-LETTERS(WS-LEDGER-ATTEMPT:1)
                   TO FH-FILE-ID-MODIFIER
           END-IF.
           MOVE 94 TO FH-RECORD-SIZE.
           MOVE 10 TO FH-BLOCKING-FACTOR.
           MOVE '1' TO FH-FORMAT-CODE.
           MOVE WS-PARM-COMPANY-NAME TO FH-ORIGIN-NAME.
           WRITE ACH-FILE-HEADER-REC.
           ADD 1 TO WS-ACH-RECORD-COUNT.

       220-WRITE-BATCH-HEADER.
      * Service class 220 - credits only; the entry description is
      * what the payee sees on the bank statement.
           MOVE SPACE TO ACH-BATCH-HEADER-REC.
           ADD 1 TO WS-ACH-BATCH-COUNT.
           MOVE '5' TO BH-RECORD-TYPE.
           MOVE 220 TO BH-SERVICE-CLASS.
           MOVE WS-PARM-COMPANY-NAME TO BH-COMPANY-NAME.
           MOVE WS-PARM-COMPANY-ID TO BH-COMPANY-ID.
           MOVE 'PPD' TO BH-SEC-CODE.
           MOVE 'CLAIM PAY' TO BH-ENTRY-DESCRIPTION.
           MOVE WS-EFFECTIVE-YYMMDD TO BH-EFFECTIVE-DATE.
           MOVE '1' TO BH-ORIGINATOR-STATUS.
           MOVE WS-PARM-ODFI-ID TO BH-ODFI-ID.
           MOVE WS-ACH-BATCH-COUNT TO BH-BATCH-NUMBER.
           WRITE ACH-BATCH-HEADER-REC.
           ADD 1 TO WS-ACH-RECORD-COUNT.
           MOVE 'Y' TO WS-BATCH-OPEN-SW.

       230-WRITE-ENTRY-DETAIL.
      * Transaction code 22 - automated deposit to checking.  The
      * claim number rides as the individual ID so a return can be
      * traced straight back to the claim.
           IF NOT ACH-BATCH-OPEN
               PERFORM 220-WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACE TO ACH-ENTRY-REC.
           ADD 1 TO WS-ACH-ENTRY-COUNT.
           MOVE '6' TO ED-RECORD-TYPE.
           MOVE 22 TO ED-TRANSACTION-CODE.
           MOVE WS-ABA-RDFI-ID TO ED-RDFI-ID.
           MOVE WS-ABA-CHECK-DIGIT TO ED-CHECK-DIGIT.
           MOVE WS-DSB-EFT-ACCOUNT(WS-DSB-SUB) TO ED-DFI-ACCOUNT.
           MOVE WS-DSB-AMOUNT(WS-DSB-SUB) TO ED-AMOUNT.
           MOVE WS-DSB-CLAIM-NUMBER(WS-DSB-SUB) TO ED-INDIVIDUAL-ID.
           MOVE WS-DSB-PAYEE-NAME(WS-DSB-SUB) TO ED-INDIVIDUAL-NAME.
           MOVE 0 TO ED-ADDENDA-IND.
           MOVE WS-PARM-ODFI-ID TO ED-TRACE-ODFI.
           MOVE WS-ACH-ENTRY-COUNT TO ED-TRACE-SEQUENCE.
           WRITE ACH-ENTRY-REC.
           ADD 1 TO WS-ACH-RECORD-COUNT.
           ADD WS-ABA-RDFI-ID TO WS-ACH-HASH-TOTAL.
           ADD WS-DSB-AMOUNT(WS-DSB-SUB) TO WS-ACH-CREDIT-TOTAL.

       240-WRITE-BATCH-CONTROL.
      * The entry hash keeps only its low-order ten digits - the
      * move into the ten digit field drops the rest.
           MOVE SPACE TO ACH-BATCH-CONTROL-REC.
           MOVE '8' TO BC-RECORD-TYPE.
           MOVE 220 TO BC-SERVICE-CLASS.
           MOVE WS-ACH-ENTRY-COUNT TO BC-ENTRY-COUNT.
           MOVE WS-ACH-HASH-TOTAL TO BC-ENTRY-HASH.
           MOVE 0 TO BC-TOTAL-DEBIT.
           MOVE WS-ACH-CREDIT-TOTAL TO BC-TOTAL-CREDIT.
           MOVE WS-PARM-COMPANY-ID TO BC-COMPANY-ID.
           MOVE WS-PARM-ODFI-ID TO BC-ODFI-ID.
           MOVE WS-ACH-BATCH-COUNT TO BC-BATCH-NUMBER.
           WRITE ACH-BATCH-CONTROL-REC.
           ADD 1 TO WS-ACH-RECORD-COUNT.

       250-WRITE-FILE-CONTROL.
      * The block count takes in the file control record itself;
      * the last block is then filled out with all-nines records.
           COMPUTE WS-ACH-BLOCK-COUNT =
               (WS-ACH-RECORD-COUNT + 1 + 9) / 10.
           MOVE SPACE TO ACH-FILE-CONTROL-REC.
           MOVE '9' TO FC-RECORD-TYPE.
           MOVE WS-ACH-BATCH-COUNT TO FC-BATCH-COUNT.
           MOVE WS-ACH-BLOCK-COUNT TO FC-BLOCK-COUNT.
           MOVE WS-ACH-ENTRY-COUNT TO FC-ENTRY-COUNT.
           MOVE WS-ACH-HASH-TOTAL TO FC-ENTRY-HASH.
           MOVE 0 TO FC-TOTAL-DEBIT.
           MOVE WS-ACH-CREDIT-TOTAL TO FC-TOTAL-CREDIT.
           WRITE ACH-FILE-CONTROL-REC.
           ADD 1 TO WS-ACH-RECORD-COUNT.
           DIVIDE WS-ACH-RECORD-COUNT BY 10 GIVING WS-ACH-BLOCK-REM
               REMAINDER WS-ACH-BLOCK-REM.
           PERFORM 255-WRITE-BLOCK-FILLER
               UNTIL WS-ACH-BLOCK-REM = 0.

       255-WRITE-BLOCK-FILLER.
           MOVE ALL '9' TO ACH-REC.
           WRITE ACH-REC.
           ADD 1 TO WS-ACH-RECORD-COUNT.
           DIVIDE WS-ACH-RECORD-COUNT BY 10 GIVING WS-ACH-BLOCK-REM
               REMAINDER WS-ACH-BLOCK-REM.

       300-PROCESS-ONE-EFT.
      * Edits one EFT payment and sends it, or pulls it to the
      * exception list.  Checks are left for positive pay.
           ADD 1 TO WS-DSB-SUB.
           IF WS-DSB-PAY-METHOD(WS-DSB-SUB) = 'E'
               ADD 1 TO WS-EFT-COUNT
               ADD WS-DSB-AMOUNT(WS-DSB-SUB) TO WS-EFT-AMOUNT
               MOVE WS-DSB-EFT-ROUTING(WS-DSB-SUB) TO WS-ABA-ROUTING
               PERFORM 330-CHECK-ABA-ROUTING
               IF NOT ABA-ROUTING-VALID
                   MOVE 'ROUTING FAILS ABA CHECK DIGIT'
                       TO WS-EXC-TEXT
                   PERFORM 310-PULL-EFT
               ELSE
               IF WS-DSB-EFT-ACCOUNT(WS-DSB-SUB) = SPACE
                   MOVE 'EFT ACCOUNT NUMBER MISSING'
                       TO WS-EXC-TEXT
                   PERFORM 310-PULL-EFT
               ELSE
                   PERFORM 230-WRITE-ENTRY-DETAIL
                   MOVE 'A' TO WS-DSB-STATUS(WS-DSB-SUB)
               END-IF END-IF
           ELSE
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-DSB-AMOUNT(WS-DSB-SUB) TO WS-CHECK-AMOUNT
           END-IF.

       310-PULL-EFT.
           MOVE 'X' TO WS-DSB-STATUS(WS-DSB-SUB).
           ADD 1 TO WS-PULLED-COUNT.
           ADD WS-DSB-AMOUNT(WS-DSB-SUB) TO WS-PULLED-AMOUNT.
           MOVE SPACE TO WS-DSB-EXCEPTION.
           MOVE WS-DSB-CLAIM-NUMBER(WS-DSB-SUB) TO DX-CLAIM-NUMBER.
           MOVE WS-DSB-PAYEE-NAME(WS-DSB-SUB) TO DX-PAYEE-NAME.
           MOVE 'E' TO DX-PAY-METHOD.
           MOVE WS-DSB-EFT-ROUTING(WS-DSB-SUB) TO DX-REFERENCE.
           MOVE WS-DSB-AMOUNT(WS-DSB-SUB) TO DX-AMOUNT.
           MOVE WS-EXC-TEXT TO DX-TEXT.
           WRITE DSB-RPT-REC FROM WS-DSB-EXCEPTION.
           MOVE SPACE TO DSB-PULL-REC.
           MOVE WS-DSB-CLAIM-NUMBER(WS-DSB-SUB) TO DP-CLAIM-NUMBER.
           MOVE WS-DSB-PAY-SEQ(WS-DSB-SUB) TO DP-PAY-SEQ.
           MOVE WS-DSB-SOURCE(WS-DSB-SUB) TO DP-SOURCE.
           MOVE WS-DSB-AMOUNT(WS-DSB-SUB) TO DP-PAY-AMOUNT.
           MOVE WS-DSB-PAYEE-NAME(WS-DSB-SUB) TO DP-PAYEE-NAME.
           MOVE WS-EXC-TEXT TO DP-PULL-REASON.
           WRITE DSB-PULL-REC.

       330-CHECK-ABA-ROUTING.
      * Weights 3 7 1 across the nine digits; the sum must divide
      * by ten.  All zeros passes the arithmetic and is no bank, so
      * it fails here.
           MOVE 'N' TO WS-ABA-VALID-SW.
           IF WS-ABA-ROUTING > 0
               COMPUTE WS-ABA-SUM =
                   3 * (WS-ABA-DIGIT(1) + WS-ABA-DIGIT(4)
                        + WS-ABA-DIGIT(7))
                 + 7 * (WS-ABA-DIGIT(2) + WS-ABA-DIGIT(5)
                        + WS-ABA-DIGIT(8))
                 +     (WS-ABA-DIGIT(3) + WS-ABA-DIGIT(6)
                        + WS-ABA-DIGIT(9))
               DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
                   REMAINDER WS-ABA-REM
               IF WS-ABA-REM = 0
                   MOVE 'Y' TO WS-ABA-VALID-SW
               END-IF
           END-IF.

       400-BUILD-POSITIVE-PAY.
      * One issue record per confirmation that matches a check
      * payment on the day's extracts.  A day AP sent no
      * confirmations leaves every check awaiting confirmation.
      * The day's stopped checks follow as voids.
           OPEN INPUT AP-CONFIRM.
           IF WS-CONF-FILE-STATUS NOT = '00'
               MOVE SPACE TO WS-DSB-MESSAGE
               MOVE 'NO AP CONFIRMATION FILE - NO CHECKS ISSUED'
                   TO DM-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-MESSAGE
           ELSE
               PERFORM 410-ISSUE-ONE-CHECK UNTIL WS-CONF-EOF = 'Y'
               CLOSE AP-CONFIRM
           END-IF.
           PERFORM 450-VOID-STOPPED-CHECKS.
           CLOSE POS-PAY.

       410-ISSUE-ONE-CHECK.
           READ AP-CONFIRM
               AT END MOVE 'Y' TO WS-CONF-EOF
               NOT AT END
                   ADD 1 TO WS-CONF-READ-COUNT
                   PERFORM 420-MATCH-CONFIRMATION
           END-READ.

       420-MATCH-CONFIRMATION.
      * Matches the first check payment for the claim not yet
      * issued.  A confirmation with no check number or amount is
      * no use to the bank and is listed instead.
           MOVE 'N' TO WS-MATCH-FOUND.
           SET WS-DSB-IDX TO 1.
           IF WS-DSB-COUNT > 0
               SEARCH WS-DSB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DSB-CLAIM-NUMBER(WS-DSB-IDX)
                       = AC-CLAIM-NUMBER
                       AND WS-DSB-PAY-METHOD(WS-DSB-IDX) = 'C'
                       AND WS-DSB-PENDING(WS-DSB-IDX)
                       MOVE 'Y' TO WS-MATCH-FOUND
               END-SEARCH
           END-IF.
           IF WS-MATCH-FOUND = 'N'
               MOVE 'NO CHECK ON EXTRACT - NOT ISSUED'
                   TO WS-EXC-TEXT
               PERFORM 440-LIST-CONFIRMATION
           ELSE
           IF AC-CHECK-NUMBER = SPACE
               OR AC-PAID-AMOUNT NOT NUMERIC
               OR AC-PAID-AMOUNT = 0
               MOVE 'NO CHECK NUMBER/AMOUNT - NOT ISSUED'
                   TO WS-EXC-TEXT
               PERFORM 440-LIST-CONFIRMATION
           ELSE
               PERFORM 430-WRITE-POSITIVE-PAY
           END-IF END-IF.

       430-WRITE-POSITIVE-PAY.
      * The bank pays on the face of the check, so the issue record
      * carries the confirmed amount; a face that differs from the
      * extract is issued and listed, and CLAIMRCN raises any
      * overpayment from the same confirmation.
           MOVE SPACE TO POS-PAY-REC.
           MOVE WS-PARM-CHECK-ACCOUNT TO PP-ACCOUNT-NUMBER.
           MOVE AC-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE AC-PAID-AMOUNT TO PP-CHECK-AMOUNT.
           IF AC-PAID-DATE NUMERIC
               MOVE AC-PAID-DATE TO PP-ISSUE-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO PP-ISSUE-DATE
           END-IF.
           MOVE WS-DSB-PAYEE-NAME(WS-DSB-IDX) TO PP-PAYEE-NAME.
           MOVE 'I' TO PP-ISSUE-CODE.
           MOVE AC-CLAIM-NUMBER TO PP-CLAIM-NUMBER.
           WRITE POS-PAY-REC.
           MOVE 'I' TO WS-DSB-STATUS(WS-DSB-IDX).
           ADD 1 TO WS-ISSUED-COUNT.
           ADD WS-DSB-AMOUNT(WS-DSB-IDX) TO WS-ISSUED-AMOUNT.
           ADD AC-PAID-AMOUNT TO WS-ISSUED-FACE-AMOUNT.
           IF AC-PAID-AMOUNT NOT = WS-DSB-AMOUNT(WS-DSB-IDX)
               MOVE SPACE TO WS-DSB-EXCEPTION
               MOVE AC-CLAIM-NUMBER TO DX-CLAIM-NUMBER
               MOVE WS-DSB-PAYEE-NAME(WS-DSB-IDX) TO DX-PAYEE-NAME
               MOVE 'C' TO DX-PAY-METHOD
               MOVE AC-CHECK-NUMBER TO DX-REFERENCE
               MOVE AC-PAID-AMOUNT TO DX-AMOUNT
               MOVE 'ISSUED - FACE DIFFERS FROM EXTRACT' TO DX-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-EXCEPTION
           END-IF.

       440-LIST-CONFIRMATION.
           ADD 1 TO WS-CONF-REJECT-COUNT.
           MOVE SPACE TO WS-DSB-EXCEPTION.
           MOVE AC-CLAIM-NUMBER TO DX-CLAIM-NUMBER.
           MOVE 'C' TO DX-PAY-METHOD.
           MOVE AC-CHECK-NUMBER TO DX-REFERENCE.
           IF AC-PAID-AMOUNT NUMERIC
               MOVE AC-PAID-AMOUNT TO DX-AMOUNT
           END-IF.
           MOVE WS-EXC-TEXT TO DX-TEXT.
           WRITE DSB-RPT-REC FROM WS-DSB-EXCEPTION.

       450-VOID-STOPPED-CHECKS.
      * CLAIMVOD's void extract - 084-CHECK-VOID-EXTRACT has
      * already seen it is there.  A day with no stops has it empty
      * and sends no voids.
           OPEN INPUT VOID-EXTRACT.
           PERFORM 460-VOID-ONE-CHECK UNTIL WS-VOID-EOF = 'Y'.
           CLOSE VOID-EXTRACT.

       460-VOID-ONE-CHECK.
      * A returned EFT was never a check and carries no check
      * number - there is nothing for the bank to void.
           READ VOID-EXTRACT
               AT END MOVE 'Y' TO WS-VOID-EOF
               NOT AT END
                   ADD 1 TO WS-VOID-READ-COUNT
                   IF VX-CHECK-AMOUNT NUMERIC
                       ADD VX-CHECK-AMOUNT TO WS-VOID-READ-AMOUNT
                   END-IF
                   IF VX-CHECK-NUMBER NOT = SPACE
                       PERFORM 470-WRITE-POSITIVE-PAY-VOID
                   END-IF
           END-READ.

       470-WRITE-POSITIVE-PAY-VOID.
      * The void carries the stopped check's face amount so the
      * bank can match it.  A stopped check with no amount cannot
      * be matched and is listed instead.
           IF VX-CHECK-AMOUNT NOT NUMERIC
               OR VX-CHECK-AMOUNT = 0
               MOVE SPACE TO WS-DSB-EXCEPTION
               MOVE VX-CLAIM-NUMBER TO DX-CLAIM-NUMBER
               MOVE 'C' TO DX-PAY-METHOD
               MOVE VX-CHECK-NUMBER TO DX-REFERENCE
               MOVE 'NO CHECK AMOUNT - VOID NOT SENT' TO DX-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-EXCEPTION
           ELSE
               MOVE SPACE TO POS-PAY-REC
               MOVE WS-PARM-CHECK-ACCOUNT TO PP-ACCOUNT-NUMBER
               MOVE VX-CHECK-NUMBER TO PP-CHECK-NUMBER
               MOVE VX-CHECK-AMOUNT TO PP-CHECK-AMOUNT
               IF VX-VOID-DATE NUMERIC
                   MOVE VX-VOID-DATE TO PP-ISSUE-DATE
               ELSE
                   MOVE WS-PARM-RUN-DATE TO PP-ISSUE-DATE
               END-IF
               MOVE 'V' TO PP-ISSUE-CODE
               MOVE VX-CLAIM-NUMBER TO PP-CLAIM-NUMBER
               WRITE POS-PAY-REC
               ADD 1 TO WS-VOIDED-COUNT
               ADD VX-CHECK-AMOUNT TO WS-VOIDED-AMOUNT
           END-IF.

       500-LIST-UNCONFIRMED.
      * Check payments AP has not confirmed yet are not on positive
      * pay - the bank would return them if presented.  CLAIMRCN
      * ages them; here they are listed so today's tie-out shows
      * where the dollars are.
           MOVE 0 TO WS-DSB-SUB.
           PERFORM 510-LIST-ONE-UNCONFIRMED
               UNTIL WS-DSB-SUB >= WS-DSB-COUNT.

       510-LIST-ONE-UNCONFIRMED.
           ADD 1 TO WS-DSB-SUB.
           IF WS-DSB-PAY-METHOD(WS-DSB-SUB) = 'C'
               AND WS-DSB-PENDING(WS-DSB-SUB)
               ADD 1 TO WS-UNCONFIRMED-COUNT
               ADD WS-DSB-AMOUNT(WS-DSB-SUB) TO WS-UNCONFIRMED-AMOUNT
               MOVE SPACE TO WS-DSB-EXCEPTION
               MOVE WS-DSB-CLAIM-NUMBER(WS-DSB-SUB)
                   TO DX-CLAIM-NUMBER
               MOVE WS-DSB-PAYEE-NAME(WS-DSB-SUB) TO DX-PAYEE-NAME
               MOVE 'C' TO DX-PAY-METHOD
               MOVE WS-DSB-AMOUNT(WS-DSB-SUB) TO DX-AMOUNT
               MOVE 'CHECK AWAITING AP CONFIRMATION' TO DX-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-EXCEPTION
           END-IF.

       800-TERMINATION.
      * The tie-out.  Every extract payment must have gone out on
      * the ACH file, been pulled, been issued to positive pay or
      * still be awaiting AP - count and dollars both.
           IF RUN-ABORTED
               MOVE SPACE TO WS-DSB-MESSAGE
               MOVE 'RUN ABORTED - NO BANK FILES SENT' TO DM-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-MESSAGE
               DISPLAY 'CLAIMDSB RUN ABORTED - NO BANK FILES SENT'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 810-PRINT-TIE-OUT
           END-IF.
           CLOSE DSB-RPT.

       810-PRINT-TIE-OUT.
           MOVE SPACE TO WS-DSB-TIE.
           MOVE 'CLAIMPAY EXTRACT:' TO DT-DESCRIPTION.
           MOVE WS-PAY-READ-COUNT TO DT-COUNT.
           MOVE WS-PAY-READ-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'ADJPAY EXTRACT:' TO DT-DESCRIPTION.
           MOVE WS-ADJPAY-READ-COUNT TO DT-COUNT.
           MOVE WS-ADJPAY-READ-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'VODPAY EXTRACT:' TO DT-DESCRIPTION.
           MOVE WS-VODPAY-READ-COUNT TO DT-COUNT.
           MOVE WS-VODPAY-READ-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'TOTAL EXTRACTED:' TO DT-DESCRIPTION.
           MOVE WS-EXTRACT-COUNT TO DT-COUNT.
           MOVE WS-EXTRACT-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'EFT PAYMENTS:' TO DT-DESCRIPTION.
           MOVE WS-EFT-COUNT TO DT-COUNT.
           MOVE WS-EFT-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE '  SENT ON ACH FILE:' TO DT-DESCRIPTION.
           MOVE WS-ACH-ENTRY-COUNT TO DT-COUNT.
           MOVE WS-ACH-CREDIT-TOTAL TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE '  PULLED TO EXCEPTIONS:' TO DT-DESCRIPTION.
           MOVE WS-PULLED-COUNT TO DT-COUNT.
           MOVE WS-PULLED-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'CHECK PAYMENTS:' TO DT-DESCRIPTION.
           MOVE WS-CHECK-COUNT TO DT-COUNT.
           MOVE WS-CHECK-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE '  ISSUED ON POSITIVE PAY:' TO DT-DESCRIPTION.
           MOVE WS-ISSUED-COUNT TO DT-COUNT.
           MOVE WS-ISSUED-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE '  AWAITING AP CONFIRMATION:' TO DT-DESCRIPTION.
           MOVE WS-UNCONFIRMED-COUNT TO DT-COUNT.
           MOVE WS-UNCONFIRMED-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'POSITIVE PAY FACE AMOUNT:' TO DT-DESCRIPTION.
           MOVE WS-ISSUED-COUNT TO DT-COUNT.
           MOVE WS-ISSUED-FACE-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'AP CONFIRMATIONS READ:' TO DT-DESCRIPTION.
           MOVE WS-CONF-READ-COUNT TO DT-COUNT.
           MOVE 0 TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE 'AP CONFIRMATIONS NOT ISSUED:' TO DT-DESCRIPTION.
           MOVE WS-CONF-REJECT-COUNT TO DT-COUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
      * Voids stop checks already out - they are not on the day's
      * extracts, so they stand outside the tie.
           MOVE 'STOPPED PAYMENTS READ:' TO DT-DESCRIPTION.
           MOVE WS-VOID-READ-COUNT TO DT-COUNT.
           MOVE WS-VOID-READ-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           MOVE '  VOIDED ON POSITIVE PAY:' TO DT-DESCRIPTION.
           MOVE WS-VOIDED-COUNT TO DT-COUNT.
           MOVE WS-VOIDED-AMOUNT TO DT-AMOUNT.
           WRITE DSB-RPT-REC FROM WS-DSB-TIE.
           COMPUTE WS-TIE-COUNT = WS-ACH-ENTRY-COUNT
               + WS-PULLED-COUNT + WS-ISSUED-COUNT
               + WS-UNCONFIRMED-COUNT.
           COMPUTE WS-TIE-AMOUNT = WS-ACH-CREDIT-TOTAL
               + WS-PULLED-AMOUNT + WS-ISSUED-AMOUNT
               + WS-UNCONFIRMED-AMOUNT.
           MOVE SPACE TO WS-DSB-MESSAGE.
           IF WS-TIE-COUNT = WS-EXTRACT-COUNT
               AND WS-TIE-AMOUNT = WS-EXTRACT-AMOUNT
               MOVE 'DISBURSEMENT TIES TO EXTRACT' TO DM-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-MESSAGE
           ELSE
               MOVE 'Y' TO WS-OOB-SW
               MOVE 'DISBURSEMENT DOES NOT TIE TO EXTRACT - HOLD'
                   TO DM-TEXT
               WRITE DSB-RPT-REC FROM WS-DSB-MESSAGE
           END-IF.
           DISPLAY 'CLAIMDSB RUN CONTROL - EXTRACTED: '
               WS-EXTRACT-COUNT
               ' ACH: ' WS-ACH-ENTRY-COUNT
               ' PULLED: ' WS-PULLED-COUNT
               ' ISSUED: ' WS-ISSUED-COUNT
               ' UNCONFIRMED: ' WS-UNCONFIRMED-COUNT
               ' VOIDED: ' WS-VOIDED-COUNT.
           IF RUN-OUT-OF-BALANCE
               DISPLAY 'CLAIMDSB - DISBURSEMENT DOES NOT TIE TO '
                   'EXTRACT - RC 16 SET'
               MOVE 16 TO RETURN-CODE
           END-IF.

       890-POST-RUN-LEDGER.
      * Closes out this run's attempt on the ledger - ended clean,
      * or abended when the run is ending with a return code.
           OPEN I-O RUN-LEDGER.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           READ RUN-LEDGER
               INVALID KEY
                   DISPLAY 'CLAIMDSB - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMDSB - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.
