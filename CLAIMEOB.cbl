       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMEOB.
       AUTHOR.          BEN THOMPSON.
      *
      * Explanation of benefits statements and denial notices.  A
      * claimant used to get a check or an EFT with nothing to say
      * how it was worked out, and the phone team rebuilt the sums
      * from CLAIMINQ output every time one called asking why they
      * were paid less than they claimed.  This program reads the
      * day's payment extracts - the claim run's CLAIMPAY and
      * CLAIMADJ's ADJPAY - and prints one statement per payment,
      * addressed to the payee as PAYMAST holds them, showing:
      *
      *   - the amount claimed and the claim type, off the payment's
      *     CLAIMPHS payment history record;
      *   - any difference between the amount claimed and what the
      *     adjuster approved;
      *   - the deductible applied, from PE-DEDUCTIBLE-AMOUNT;
      *   - the prompt-pay interest and the days to pay behind it;
      *   - the net paid and how it was paid;
      *   - the policy's coverage limit, paid to date off CLAIM-PTD
      *     and the coverage remaining.
      *
      * CLAIMADJ's CLAIMDEN denials get a companion notice to the
      * same address, with the appeal instructions CLAIMAPP works
      * to.  Both print files go to the mailing house; the control
      * report balances the statements and their dollars back to
      * the extracts, the notices back to the denial file, and the
      * pages printed back to the documents.  A print run that does
      * not balance ends RC 16 and is not mailed.
      *
      * An EFT payment the disbursement run pulled from the ACH
      * file (its DSBPULL file) never reached the payee's bank, so
      * its statement is held rather than telling the payee it was
      * paid - it is listed on the control report and stands apart
      * in the tie-out as statements held.
      *
      * Both print files carry the carriage control byte in column
      * 1 - a 1 starts each document on a new page.
      *
      * Modification History:
      *   2026-10-08 BT  Initial version.
      *   2026-10-15 BT  Statements for EFT payments CLAIMDSB pulled
      *                  from the ACH file are held and listed, off
      *                  its new DSBPULL file - 305-CHECK-PULLED-EFT.
      *                  CLAIMADJ runs every day ahead of this step
      *                  and always writes ADJPAY and CLAIMDEN, so a
      *                  missing ADJPAY, CLAIMDEN or DSBPULL stops the
      *                  run RC 16 before anything is printed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EOB-PARM ASSIGN TO EOBPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CLAIM-PAYEXT ASSIGN TO CLAIMPAY
             ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-PAYEXT ASSIGN TO ADJPAY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-ADJPAY-FILE-STATUS.
           SELECT DSB-PULL ASSIGN TO DSBPULL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PULL-FILE-STATUS.
           SELECT CLAIM-DENIAL ASSIGN TO CLAIMDEN
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-DEN-FILE-STATUS.
           SELECT CLAIM-PTD ASSIGN TO CLAIMPTD
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PTD-FILE-STATUS.
           SELECT PAYMAST ASSIGN TO PAYMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PM-PAYEE-NAME
             FILE STATUS IS WS-PAYMAST-FILE-STATUS.
           SELECT POLMAST ASSIGN TO POLMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS POL-POLICY-NUMBER
             FILE STATUS IS WS-POLMAST-FILE-STATUS.
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
           SELECT EOB-PRINT ASSIGN TO EOBPRT
             ORGANIZATION IS SEQUENTIAL.
           SELECT DENIAL-PRINT ASSIGN TO DENPRT
             ORGANIZATION IS SEQUENTIAL.
           SELECT EOB-RPT ASSIGN TO EOBRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EOB-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EOB-PARM-REC.
       01  EOB-PARM-REC                      PIC X(80).

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

       FD  DSB-PULL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DSB-PULL-REC.
           COPY DSBPULL.

       FD  CLAIM-DENIAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-DENIAL-REC.
           COPY CLAIMDEN.

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

       FD  POLMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POLICY-REC.
           COPY POLMAST.

       FD  CLAIM-HIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-HIST-REC.
           COPY CLAIMHST.

       FD  CLAIM-PAYHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-PAYHIST-REC.
           COPY CLAIMPHS.

       FD  EOB-PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EOB-PRINT-REC.
       01  EOB-PRINT-REC                     PIC X(132).

       FD  DENIAL-PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DENIAL-PRINT-REC.
       01  DENIAL-PRINT-REC                  PIC X(132).

       FD  EOB-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EOB-RPT-REC.
       01  EOB-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * CLAIMADJ's extract rides the same CLAIMPAY layout, so both
      * files are read into the one working copy of the record.
           COPY CLAIMPAY.

      * Run parameter card - the business run date, which is also
      * the date every statement and notice carries, and the run
      * ledger's rerun override.  A missing or malformed card stops
      * the run before anything is printed.
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
      * is not run again without the rerun override on the card -
      * it would mail every statement a second time - and the step
      * ahead of it in the stream must have ended clean for the
      * same date - 030-CHECK-RUN-LEDGER.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMEOB'.
       77 WS-LEDGER-PREDECESSOR              PIC X(08) VALUE 'CLAIMDSB'.
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
       77 WS-PAY-EOF                         PIC X(01) VALUE 'N'.
       77 WS-ADJPAY-EOF                      PIC X(01) VALUE 'N'.
       77 WS-PULL-EOF                        PIC X(01) VALUE 'N'.
       77 WS-DEN-EOF                         PIC X(01) VALUE 'N'.
       77 WS-PTD-EOF                         PIC X(01) VALUE 'N'.
       77 WS-ADJPAY-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-PULL-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-DEN-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-PTD-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-PAYMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-POLMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-HIST-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PHS-FILE-STATUS                 PIC X(02) VALUE SPACE.

      * Set when a master or one of the day's files will not open,
      * or a table fills up - nothing is printed for part of a day.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Set when the print run does not balance to its inputs
       77 WS-OOB-SW                          PIC X(01) VALUE 'N'.
          88 RUN-OUT-OF-BALANCE              VALUE 'Y'.

      * Paid-to-date table - CLAIM-PTD as the claim run and the
      * decision run left it, one entry per policy with dollars
      * paid against it.  A policy with no entry has nothing paid.
       77 WS-PTD-COUNT                       PIC 9(05) COMP VALUE 0.
       77 WS-PTD-MAX                         PIC 9(05) COMP
                                             VALUE 20000.
       01  WS-PTD-TABLE.
           05  WS-PTD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PTD-COUNT
                   INDEXED BY WS-PTD-IDX.
               10  WS-PTD-POLICY-NUMBER       PIC X(10).
               10  WS-PTD-AMOUNT              PIC 9(09)V99.

      * EFT payments the disbursement run pulled from the ACH file,
      * by claim, payment sequence and the extract each came off -
      * PAY for CLAIMPAY, ADJ for ADJPAY.  A statement whose payment
      * is on the table is held.
       77 WS-PULL-COUNT                      PIC 9(05) COMP VALUE 0.
       77 WS-PULL-MAX                        PIC 9(05) COMP
                                             VALUE 5000.
       01  WS-PULL-TABLE.
           05  WS-PULL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PULL-COUNT
                   INDEXED BY WS-PULL-IDX.
               10  WS-PULL-CLAIM-NUMBER       PIC X(10).
               10  WS-PULL-PAY-SEQ            PIC 9(02).
               10  WS-PULL-SOURCE             PIC X(03).
       77 WS-EXTRACT-SOURCE                  PIC X(03) VALUE SPACE.
       77 WS-PULLED-SW                       PIC X(01) VALUE 'N'.
          88 PAYMENT-PULLED                  VALUE 'Y'.

      * Lookup switches for the document being printed
       77 WS-PAYEE-FOUND-SW                  PIC X(01) VALUE 'N'.
          88 PAYEE-FOUND                     VALUE 'Y'.
       77 WS-POLICY-FOUND-SW                 PIC X(01) VALUE 'N'.
          88 POLICY-FOUND                    VALUE 'Y'.
       77 WS-PAYHIST-FOUND-SW                PIC X(01) VALUE 'N'.
          88 PAYHIST-FOUND                   VALUE 'Y'.
       77 WS-HIST-FOUND-SW                   PIC X(01) VALUE 'N'.
          88 HIST-FOUND                      VALUE 'Y'.
       77 WS-HIST-CLAIM-NUMBER               PIC X(10) VALUE SPACE.

      * Where the document is mailed.  The payee master is the
      * address of record; a payee no longer on it falls back to
      * the address the payment went out on, and is listed.
       01  WS-MAIL-ADDRESS.
           05  WS-MAIL-NAME                  PIC X(20).
           05  WS-MAIL-ADDRESS-LINE1         PIC X(30).
           05  WS-MAIL-ADDRESS-LINE2         PIC X(30).

      * The statement's arithmetic.  The benefit is the payment
      * less its interest, the approved amount the benefit with the
      * deductible put back - what was allowed before the
      * deductible came off.  The claimed amount is the payment
      * history's; with no history record it is taken as the
      * approved amount and no adjustment is shown.
       77 WS-CLAIM-TYPE                      PIC X(01) VALUE SPACE.
       77 WS-CLAIM-TYPE-TEXT                 PIC X(20) VALUE SPACE.
       77 WS-CLAIMED-AMOUNT                  PIC 9(07)V99 VALUE 0.
       77 WS-APPROVED-AMOUNT                 PIC 9(07)V99 VALUE 0.
       77 WS-ADJUST-AMOUNT                   PIC 9(07)V99 VALUE 0.
       77 WS-BENEFIT-AMOUNT                  PIC 9(07)V99 VALUE 0.
       77 WS-COVERAGE-LIMIT                  PIC 9(09)V99 VALUE 0.
       77 WS-PAID-TO-DATE                    PIC 9(09)V99 VALUE 0.
       77 WS-REMAINING-COVERAGE              PIC 9(09)V99 VALUE 0.
       77 WS-PAY-SEQ                         PIC 9(02) VALUE 0.

      * Page control.  A document starts on a new page; one that
      * runs past the page length carries on under a continuation
      * heading.  The continuation pages are counted on their own
      * so the pages printed can be proved against the documents.
       77 WS-LINES-PER-PAGE                  PIC 9(03) COMP VALUE 55.
       77 WS-LINE-COUNT                      PIC 9(03) COMP VALUE 0.
       77 WS-DOC-PAGE                        PIC 9(03) COMP VALUE 0.
       01  WS-PRINT-LINE                     PIC X(132) VALUE SPACE.

      * Exception line work field
       77 WS-EXC-TEXT                        PIC X(46) VALUE SPACE.

      * Control totals - what the inputs hold, and what was
      * printed from them.
       77 WS-PAY-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-PAY-READ-AMOUNT                 PIC 9(09)V99 VALUE 0.
       77 WS-ADJPAY-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-ADJPAY-READ-AMOUNT              PIC 9(09)V99 VALUE 0.
       77 WS-EXTRACT-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-EXTRACT-AMOUNT                  PIC 9(09)V99 VALUE 0.
       77 WS-DEN-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-DEN-READ-AMOUNT                 PIC 9(09)V99 VALUE 0.
       77 WS-STMT-COUNT                      PIC 9(07) COMP VALUE 0.
       77 WS-STMT-AMOUNT                     PIC 9(09)V99 VALUE 0.
       77 WS-HELD-COUNT                      PIC 9(07) COMP VALUE 0.
       77 WS-HELD-AMOUNT                     PIC 9(09)V99 VALUE 0.
       77 WS-TIE-AMOUNT                      PIC 9(09)V99 VALUE 0.
       77 WS-STMT-PAGE-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-STMT-CONT-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-NOTICE-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-NOTICE-AMOUNT                   PIC 9(09)V99 VALUE 0.
       77 WS-NOTICE-PAGE-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-NOTICE-CONT-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-EXC-COUNT                       PIC 9(07) COMP VALUE 0.
       77 WS-TIE-COUNT                       PIC 9(07) COMP VALUE 0.

      * Statement heading - the first line of every statement page
       01  WS-EOB-HEADING.
           05  EH-CARRIAGE                   PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'EXPLANATION OF BENEFITS'.
           05  FILLER                        PIC X(16) VALUE
               'STATEMENT DATE: '.
           05  EH-STATEMENT-DATE             PIC 9(08).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               'CLAIM NUMBER: '.
           05  EH-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  EH-PAGE                       PIC ZZ9.
           05  FILLER                        PIC X(33) VALUE SPACE.

      * Denial notice heading - the first line of every notice page
       01  WS-DEN-HEADING.
           05  DH-CARRIAGE                   PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'NOTICE OF CLAIM DENIAL'.
           05  FILLER                        PIC X(16) VALUE
               'NOTICE DATE:    '.
           05  DH-NOTICE-DATE                PIC 9(08).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               'CLAIM NUMBER: '.
           05  DH-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(05) VALUE 'PAGE '.
           05  DH-PAGE                       PIC ZZ9.
           05  FILLER                        PIC X(33) VALUE SPACE.

      * Letter body lines shared by both documents - free text, a
      * labelled pair of references, and a labelled amount or
      * count.
       01  WS-LETTER-TEXT.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  LT-TEXT                       PIC X(80).
           05  FILLER                        PIC X(47) VALUE SPACE.

       01  WS-LETTER-REFERENCE.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  LR-LABEL1                     PIC X(18).
           05  LR-VALUE1                     PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  LR-LABEL2                     PIC X(18).
           05  LR-VALUE2                     PIC X(20).
           05  FILLER                        PIC X(47) VALUE SPACE.

       01  WS-LETTER-AMOUNT.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  LA-DESCRIPTION                PIC X(44).
           05  LA-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(69) VALUE SPACE.

       01  WS-LETTER-COUNT.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  LC-DESCRIPTION                PIC X(44).
           05  FILLER                        PIC X(07) VALUE SPACE.
           05  LC-COUNT                      PIC ZZ,ZZ9.
           05  FILLER                        PIC X(70) VALUE SPACE.

      * Statement wording.  Each line is two 40-byte halves so the
      * text can be kept in the literal lengths the listing allows;
      * the table view is how the statement picks a line.
       01  WS-EOB-NOTE-LINES.
           05  FILLER                        PIC X(40) VALUE
               'AN ADJUSTER REVIEWED THIS CLAIM AND APPR'.
           05  FILLER                        PIC X(40) VALUE
               'OVED AN AMOUNT DIFFERENT FROM THE       '.
           05  FILLER                        PIC X(40) VALUE
               'AMOUNT CLAIMED.                         '.
           05  FILLER                        PIC X(40) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'THE POLICY DEDUCTIBLE IS TAKEN ONCE PER '.
           05  FILLER                        PIC X(40) VALUE
               'CLAIM, FROM THE FIRST PAYMENTS MADE.    '.
           05  FILLER                        PIC X(40) VALUE
               'INTEREST IS ADDED WHEN A CLAIM IS PAID A'.
           05  FILLER                        PIC X(40) VALUE
               'FTER THE PROMPT-PAYMENT PERIOD.         '.
           05  FILLER                        PIC X(40) VALUE
               'PAID BY ELECTRONIC FUNDS TRANSFER TO YOU'.
           05  FILLER                        PIC X(40) VALUE
               'R BANK ACCOUNT ON FILE.                 '.
           05  FILLER                        PIC X(40) VALUE
               'PAID BY CHECK MAILED TO THE ADDRESS ABOV'.
           05  FILLER                        PIC X(40) VALUE
               'E.                                      '.
           05  FILLER                        PIC X(40) VALUE
               'FOR THE COVERAGE REMAINING ON YOUR POLIC'.
           05  FILLER                        PIC X(40) VALUE
               'Y PLEASE CONTACT US.                    '.
       01  WS-EOB-NOTE-TABLE REDEFINES WS-EOB-NOTE-LINES.
           05  WS-EOB-NOTE                   PIC X(80) OCCURS 7 TIMES.
       77 WS-NOTE-ADJUSTED-1                 PIC 9(02) COMP VALUE 1.
       77 WS-NOTE-ADJUSTED-2                 PIC 9(02) COMP VALUE 2.
       77 WS-NOTE-DEDUCTIBLE                 PIC 9(02) COMP VALUE 3.
       77 WS-NOTE-INTEREST                   PIC 9(02) COMP VALUE 4.
       77 WS-NOTE-PAID-EFT                   PIC 9(02) COMP VALUE 5.
       77 WS-NOTE-PAID-CHECK                 PIC 9(02) COMP VALUE 6.
       77 WS-NOTE-NO-COVERAGE                PIC 9(02) COMP VALUE 7.

      * Denial notice wording, printed line for line after the
      * notice's amounts.  The appeal instructions are the ones
      * CLAIMAPP works to: the appeal is taken up against the claim
      * number and claimant name on this notice, only a claim that
      * still stands denied can be appealed, and an accepted appeal
      * goes back to an adjuster as an open claim.
       01  WS-DEN-TEXT-LINES.
           05  FILLER                        PIC X(40) VALUE
               'AN ADJUSTER HAS REVIEWED THIS CLAIM AND '.
           05  FILLER                        PIC X(40) VALUE
               'IT HAS BEEN DENIED.  NO PAYMENT WILL BE '.
           05  FILLER                        PIC X(40) VALUE
               'MADE ON IT UNLESS THE DECISION IS CHANGE'.
           05  FILLER                        PIC X(40) VALUE
               'D ON APPEAL.                            '.
           05  FILLER                        PIC X(80) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'HOW TO APPEAL THIS DECISION             '.
           05  FILLER                        PIC X(40) VALUE SPACE.
           05  FILLER                        PIC X(80) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'WRITE TO OUR CLAIMS APPEALS UNIT GIVING '.
           05  FILLER                        PIC X(40) VALUE
               'THE CLAIM NUMBER SHOWN ABOVE, THE       '.
           05  FILLER                        PIC X(40) VALUE
               'CLAIMANT NAME EXACTLY AS SHOWN ABOVE AND'.
           05  FILLER                        PIC X(40) VALUE
               ' THE DATE OF YOUR APPEAL.  QUOTE THIS   '.
           05  FILLER                        PIC X(40) VALUE
               'CLAIM NUMBER - DO NOT SUBMIT THE CLAIM A'.
           05  FILLER                        PIC X(40) VALUE
               'GAIN AS A NEW CLAIM.                    '.
           05  FILLER                        PIC X(40) VALUE
               'AN APPEAL RE-OPENS THE CLAIM FOR A FURTH'.
           05  FILLER                        PIC X(40) VALUE
               'ER REVIEW BY AN ADJUSTER, WHO WILL      '.
           05  FILLER                        PIC X(40) VALUE
               'APPROVE OR DENY IT AGAIN.  WE WILL WRITE'.
           05  FILLER                        PIC X(40) VALUE
               ' TO YOU WITH THE OUTCOME.               '.
           05  FILLER                        PIC X(40) VALUE
               'ONLY A CLAIM WHOSE DENIAL STANDS CAN BE '.
           05  FILLER                        PIC X(40) VALUE
               'APPEALED - ONE APPEAL IS TAKEN UP AT    '.
           05  FILLER                        PIC X(40) VALUE
               'A TIME, AND A FURTHER APPEAL ONLY AFTER '.
           05  FILLER                        PIC X(40) VALUE
               'THAT REVIEW HAS BEEN DECIDED.           '.
       01  WS-DEN-TEXT-TABLE REDEFINES WS-DEN-TEXT-LINES.
           05  WS-DEN-TEXT                   PIC X(80) OCCURS 12 TIMES.
       77 WS-DEN-TEXT-COUNT                  PIC 9(02) COMP VALUE 12.
       77 WS-TEXT-SUB                        PIC 9(02) COMP VALUE 0.

      * Control report heading lines
       01  WS-RPT-HEADING1.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'EOB AND DENIAL NOTICE CONTROL REPORT'.
           05  FILLER                        PIC X(13) VALUE
               'RUN DATE:'.
           05  RH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(70) VALUE SPACE.

       01  WS-RPT-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               'CLAIM NUMBER'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'PAYEE / CLAIMANT'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'DOCUMENT'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(46) VALUE
               'EXCEPTION'.
           05  FILLER                        PIC X(39) VALUE SPACE.

      * Exception line - a document printed with something missing
      * behind it, for the correspondence unit to follow up.
       01  WS-RPT-EXCEPTION.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  RX-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  RX-NAME                       PIC X(20).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  RX-DOCUMENT                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  RX-TEXT                       PIC X(46).
           05  FILLER                        PIC X(39) VALUE SPACE.

      * Tie-out line - a count and its dollars
       01  WS-RPT-TIE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  RT-DESCRIPTION                PIC X(34).
           05  RT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  RT-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(70) VALUE SPACE.

      * Message line for conditions a count line cannot carry
       01  WS-RPT-MESSAGE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  RM-TEXT                       PIC X(60).
           05  FILLER                        PIC X(71) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID
               IF NOT RUN-ABORTED
                   PERFORM 200-PRINT-PAY-STATEMENTS
                   PERFORM 220-PRINT-ADJ-STATEMENTS
                   PERFORM 400-PRINT-DENIAL-NOTICES
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
               PERFORM 070-LOAD-PAID-TO-DATE
               IF NOT RUN-ABORTED
                   PERFORM 075-LOAD-PULLED-EFTS
               END-IF
               IF NOT RUN-ABORTED
                   PERFORM 080-CHECK-ADJ-FILES
               END-IF
               PERFORM 100-OPEN-FILES
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.
           OPEN INPUT EOB-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ EOB-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMEOB - PARAMETER CARD EMPTY - '
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
                       DISPLAY 'CLAIMEOB - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       DISPLAY 'CLAIMEOB - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE EOB-PARM
           END-IF.

       015-SET-RUN-MONTH-MAX.
      * Resolves how many days the run date's month actually has,
      * leap years included - 20260231 reads as a date but is not
      * one, and no statement should ever carry it.
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
               DISPLAY 'CLAIMEOB - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMEOB - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMEOB - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIMEOB - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMEOB - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       070-LOAD-PAID-TO-DATE.
      * Loads CLAIM-PTD as the day's claim run and decision run
      * left it, so the coverage remaining on each statement takes
      * in everything paid today.  Status 35 is a site that has
      * never paid a claim - every policy has its whole limit left.
           OPEN INPUT CLAIM-PTD.
           EVALUATE WS-PTD-FILE-STATUS
               WHEN '00'
                   PERFORM 073-LOAD-ONE-PTD UNTIL WS-PTD-EOF = 'Y'
                   CLOSE CLAIM-PTD
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CLAIMEOB - CLAIM-PTD OPEN FAILED - '
                       'STATUS ' WS-PTD-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
           END-EVALUATE.

       073-LOAD-ONE-PTD.
           READ CLAIM-PTD
               AT END MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   IF WS-PTD-COUNT >= WS-PTD-MAX
                       DISPLAY 'CLAIMEOB PAID-TO-DATE TABLE FULL AT '
                           WS-PTD-MAX ' POLICIES - RUN ABORTED'
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

       075-LOAD-PULLED-EFTS.
      * CLAIMDSB writes its pulled file every run, empty on a day
      * nothing was pulled, and the ledger has shown it ended clean
      * - a missing file would mean telling payees the bank paid
      * them when it may not have, so the run stops.
           OPEN INPUT DSB-PULL.
           IF WS-PULL-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - DSBPULL FILE OPEN FAILED - '
                   'STATUS ' WS-PULL-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               PERFORM 077-LOAD-ONE-PULLED UNTIL WS-PULL-EOF = 'Y'
               CLOSE DSB-PULL
           END-IF.

       077-LOAD-ONE-PULLED.
           READ DSB-PULL
               AT END MOVE 'Y' TO WS-PULL-EOF
               NOT AT END
                   IF WS-PULL-COUNT >= WS-PULL-MAX
                       DISPLAY 'CLAIMEOB PULLED EFT TABLE FULL AT '
                           WS-PULL-MAX ' PAYMENTS - RUN ABORTED'
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 'Y' TO WS-PULL-EOF
                   ELSE
                       ADD 1 TO WS-PULL-COUNT
                       MOVE DP-CLAIM-NUMBER
                           TO WS-PULL-CLAIM-NUMBER(WS-PULL-COUNT)
                       MOVE DP-PAY-SEQ
                           TO WS-PULL-PAY-SEQ(WS-PULL-COUNT)
                       MOVE DP-SOURCE
                           TO WS-PULL-SOURCE(WS-PULL-COUNT)
                   END-IF
           END-READ.

       080-CHECK-ADJ-FILES.
      * CLAIMADJ runs every day ahead of the disbursement run and
      * writes ADJPAY and CLAIMDEN even when no decision deck came
      * in, so a missing file has been lost, not skipped - the run
      * stops before anything is printed rather than mail part of
      * a day.
           OPEN INPUT ADJ-PAYEXT.
           IF WS-ADJPAY-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - ADJPAY EXTRACT OPEN FAILED - '
                   'STATUS ' WS-ADJPAY-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               CLOSE ADJ-PAYEXT
           END-IF.
           OPEN INPUT CLAIM-DENIAL.
           IF WS-DEN-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - CLAIMDEN FILE OPEN FAILED - '
                   'STATUS ' WS-DEN-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               CLOSE CLAIM-DENIAL
           END-IF.

       100-OPEN-FILES.
      * The masters the documents are built from must all be there
      * - a statement with no address or no arithmetic is worse
      * than none.  The print files are only opened for a run that
      * is going to print.
           OPEN OUTPUT EOB-RPT.
           MOVE WS-PARM-RUN-DATE TO RH-RUN-DATE.
           WRITE EOB-RPT-REC FROM WS-RPT-HEADING1.
           WRITE EOB-RPT-REC FROM WS-RPT-HEADING2.
           OPEN INPUT PAYMAST.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - PAYEE MASTER OPEN FAILED - '
                   'STATUS ' WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT POLMAST.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - POLICY MASTER OPEN FAILED - '
                   'STATUS ' WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT CLAIM-HIST.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - CLAIM-HIST OPEN FAILED - '
                   'STATUS ' WS-HIST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT CLAIM-PAYHIST.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMEOB - CLAIMPHS OPEN FAILED - '
                   'STATUS ' WS-PHS-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT RUN-ABORTED
               OPEN OUTPUT EOB-PRINT
               OPEN OUTPUT DENIAL-PRINT
           END-IF.

       200-PRINT-PAY-STATEMENTS.
      * One statement per payment on the claim run's extract.
           MOVE 'PAY' TO WS-EXTRACT-SOURCE.
           OPEN INPUT CLAIM-PAYEXT.
           PERFORM 210-READ-PAY-EXTRACT UNTIL WS-PAY-EOF = 'Y'.
           CLOSE CLAIM-PAYEXT.

       210-READ-PAY-EXTRACT.
           READ CLAIM-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   ADD 1 TO WS-PAY-READ-COUNT
                   ADD PE-PAY-AMOUNT TO WS-PAY-READ-AMOUNT
                   PERFORM 300-PRINT-ONE-STATEMENT
           END-READ.

       220-PRINT-ADJ-STATEMENTS.
      * One statement per payment on CLAIMADJ's extract -
      * 080-CHECK-ADJ-EXTRACT has already seen it is there.  A day
      * with no decisions has it empty.
           MOVE 'ADJ' TO WS-EXTRACT-SOURCE.
           OPEN INPUT ADJ-PAYEXT.
           PERFORM 230-READ-ADJ-EXTRACT UNTIL WS-ADJPAY-EOF = 'Y'.
           CLOSE ADJ-PAYEXT.

       230-READ-ADJ-EXTRACT.
           READ ADJ-PAYEXT INTO CLAIM-PAYEXT-REC
               AT END MOVE 'Y' TO WS-ADJPAY-EOF
               NOT AT END
                   ADD 1 TO WS-ADJPAY-READ-COUNT
                   ADD PE-PAY-AMOUNT TO WS-ADJPAY-READ-AMOUNT
                   PERFORM 300-PRINT-ONE-STATEMENT
           END-READ.

       300-PRINT-ONE-STATEMENT.
      * Gathers the statement's figures from the extract and the
      * masters behind it, then prints it - unless the payment was
      * an EFT the disbursement run pulled, whose statement is held.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD PE-PAY-AMOUNT TO WS-EXTRACT-AMOUNT.
           IF PE-PAY-SEQ NUMERIC AND PE-PAY-SEQ > 0
               MOVE PE-PAY-SEQ TO WS-PAY-SEQ
           ELSE
               MOVE 1 TO WS-PAY-SEQ
           END-IF.
           PERFORM 305-CHECK-PULLED-EFT.
           IF PAYMENT-PULLED
               PERFORM 307-HOLD-STATEMENT
           ELSE
               PERFORM 302-BUILD-STATEMENT
           END-IF.

       302-BUILD-STATEMENT.
           MOVE PE-PAYEE-NAME TO WS-MAIL-NAME.
           PERFORM 310-LOOKUP-PAYEE.
           IF PAYEE-FOUND
               MOVE PM-ADDRESS-LINE1 TO WS-MAIL-ADDRESS-LINE1
               MOVE PM-ADDRESS-LINE2 TO WS-MAIL-ADDRESS-LINE2
           ELSE
               MOVE PE-ADDRESS-LINE1 TO WS-MAIL-ADDRESS-LINE1
               MOVE PE-ADDRESS-LINE2 TO WS-MAIL-ADDRESS-LINE2
               MOVE 'PAYEE NOT ON PAYMAST - EXTRACT ADDRESS USED'
                   TO WS-EXC-TEXT
               PERFORM 700-WRITE-STMT-EXCEPTION
           END-IF.
           COMPUTE WS-BENEFIT-AMOUNT =
               PE-PAY-AMOUNT - PE-INTEREST-AMOUNT.
           COMPUTE WS-APPROVED-AMOUNT =
               WS-BENEFIT-AMOUNT + PE-DEDUCTIBLE-AMOUNT.
           PERFORM 320-LOOKUP-PAY-HISTORY.
           IF PAYHIST-FOUND
               MOVE PH-CLAIMED-AMOUNT TO WS-CLAIMED-AMOUNT
               MOVE PH-CLAIM-TYPE TO WS-CLAIM-TYPE
           ELSE
               MOVE WS-APPROVED-AMOUNT TO WS-CLAIMED-AMOUNT
               MOVE 'NO PAYMENT HISTORY - CLAIMED SHOWN AS APPROVED'
                   TO WS-EXC-TEXT
               PERFORM 700-WRITE-STMT-EXCEPTION
               MOVE PE-CLAIM-NUMBER TO WS-HIST-CLAIM-NUMBER
               PERFORM 330-LOOKUP-CLAIM-HIST
               IF HIST-FOUND
                   MOVE CH-CLAIM-TYPE TO WS-CLAIM-TYPE
               ELSE
                   MOVE SPACE TO WS-CLAIM-TYPE
               END-IF
           END-IF.
           PERFORM 340-SET-CLAIM-TYPE-TEXT.
           MOVE PE-POLICY-NUMBER TO POL-POLICY-NUMBER.
           PERFORM 350-LOOKUP-POLICY.
           IF NOT POLICY-FOUND
               MOVE 'POLICY NOT ON POLMAST - NO COVERAGE SHOWN'
                   TO WS-EXC-TEXT
               PERFORM 700-WRITE-STMT-EXCEPTION
           END-IF.
           PERFORM 500-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           ADD PE-PAY-AMOUNT TO WS-STMT-AMOUNT.

       305-CHECK-PULLED-EFT.
      * Only an EFT can have been pulled from the ACH file; a check
      * goes out on positive pay whatever happens here.
           MOVE 'N' TO WS-PULLED-SW.
           IF PE-PAY-METHOD = 'E' AND WS-PULL-COUNT > 0
               SET WS-PULL-IDX TO 1
               SEARCH WS-PULL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PULL-CLAIM-NUMBER(WS-PULL-IDX)
                           = PE-CLAIM-NUMBER
                       AND WS-PULL-PAY-SEQ(WS-PULL-IDX) = WS-PAY-SEQ
                       AND WS-PULL-SOURCE(WS-PULL-IDX)
                           = WS-EXTRACT-SOURCE
                       MOVE 'Y' TO WS-PULLED-SW
               END-SEARCH
           END-IF.

       307-HOLD-STATEMENT.
      * Nothing is printed - the correspondence unit sends the
      * statement once the payment has actually gone out.
           MOVE 'EFT PULLED FROM ACH FILE - STATEMENT HELD'
               TO WS-EXC-TEXT.
           PERFORM 700-WRITE-STMT-EXCEPTION.
           ADD 1 TO WS-HELD-COUNT.
           ADD PE-PAY-AMOUNT TO WS-HELD-AMOUNT.

       310-LOOKUP-PAYEE.
      * Keyed read of the payee master by the name on the document.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           MOVE WS-MAIL-NAME TO PM-PAYEE-NAME.
           READ PAYMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYEE-FOUND-SW
           END-READ.

       320-LOOKUP-PAY-HISTORY.
      * Keyed read of the payment's own history record - claim
      * number and payment sequence.
           MOVE 'N' TO WS-PAYHIST-FOUND-SW.
           MOVE PE-CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE WS-PAY-SEQ TO PH-PAY-SEQ.
           READ CLAIM-PAYHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYHIST-FOUND-SW
           END-READ.
           IF PAYHIST-FOUND
               IF PH-CLAIMED-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-PAYHIST-FOUND-SW
               END-IF
           END-IF.

       330-LOOKUP-CLAIM-HIST.
      * Keyed read of the claim history master for the claim in
      * WS-HIST-CLAIM-NUMBER.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           MOVE WS-HIST-CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-FOUND-SW
           END-READ.

       340-SET-CLAIM-TYPE-TEXT.
           EVALUATE WS-CLAIM-TYPE
               WHEN 'A'
                   MOVE 'AUTO' TO WS-CLAIM-TYPE-TEXT
               WHEN 'P'
                   MOVE 'PROPERTY' TO WS-CLAIM-TYPE-TEXT
               WHEN 'M'
                   MOVE 'MEDICAL' TO WS-CLAIM-TYPE-TEXT
               WHEN OTHER
                   MOVE 'NOT RECORDED' TO WS-CLAIM-TYPE-TEXT
           END-EVALUATE.

       350-LOOKUP-POLICY.
      * Keyed read of the policy for its coverage limit, and the
      * policy's paid to date off the table.  Remaining coverage
      * never shows below zero.
           MOVE 'N' TO WS-POLICY-FOUND-SW.
           MOVE 0 TO WS-COVERAGE-LIMIT.
           MOVE 0 TO WS-PAID-TO-DATE.
           MOVE 0 TO WS-REMAINING-COVERAGE.
           READ POLMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POLICY-FOUND-SW
           END-READ.
           IF POLICY-FOUND
               IF POL-COVERAGE-LIMIT NUMERIC
                   MOVE POL-COVERAGE-LIMIT TO WS-COVERAGE-LIMIT
               END-IF
               IF WS-PTD-COUNT > 0
                   SET WS-PTD-IDX TO 1
                   SEARCH WS-PTD-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PTD-POLICY-NUMBER(WS-PTD-IDX)
                               = POL-POLICY-NUMBER
                           MOVE WS-PTD-AMOUNT(WS-PTD-IDX)
                               TO WS-PAID-TO-DATE
                   END-SEARCH
               END-IF
               IF WS-PAID-TO-DATE < WS-COVERAGE-LIMIT
                   COMPUTE WS-REMAINING-COVERAGE =
                       WS-COVERAGE-LIMIT - WS-PAID-TO-DATE
               END-IF
           END-IF.

       400-PRINT-DENIAL-NOTICES.
      * One notice per denial on CLAIMADJ's denial file -
      * 080-CHECK-ADJ-FILES has already seen it is there.  A day
      * with no denials has it empty.
           OPEN INPUT CLAIM-DENIAL.
           PERFORM 410-READ-DENIAL UNTIL WS-DEN-EOF = 'Y'.
           CLOSE CLAIM-DENIAL.

       410-READ-DENIAL.
           READ CLAIM-DENIAL
               AT END MOVE 'Y' TO WS-DEN-EOF
               NOT AT END
                   ADD 1 TO WS-DEN-READ-COUNT
                   IF DN-CLAIM-AMOUNT NUMERIC
                       ADD DN-CLAIM-AMOUNT TO WS-DEN-READ-AMOUNT
                   END-IF
                   PERFORM 420-PRINT-ONE-NOTICE
           END-READ.

       420-PRINT-ONE-NOTICE.
      * The claimant is the payee the claim would have paid, so the
      * notice goes to their payee master address.  A claimant not
      * on the master still gets a notice printed, listed for the
      * correspondence unit to address by hand.
           MOVE DN-CLAIMANT-NAME TO WS-MAIL-NAME.
           PERFORM 310-LOOKUP-PAYEE.
           IF PAYEE-FOUND
               MOVE PM-ADDRESS-LINE1 TO WS-MAIL-ADDRESS-LINE1
               MOVE PM-ADDRESS-LINE2 TO WS-MAIL-ADDRESS-LINE2
           ELSE
               MOVE SPACE TO WS-MAIL-ADDRESS-LINE1
               MOVE SPACE TO WS-MAIL-ADDRESS-LINE2
               MOVE 'CLAIMANT NOT ON PAYMAST - NO ADDRESS PRINTED'
                   TO WS-EXC-TEXT
               PERFORM 710-WRITE-NOTICE-EXCEPTION
           END-IF.
           MOVE DN-CLAIM-NUMBER TO WS-HIST-CLAIM-NUMBER.
           PERFORM 330-LOOKUP-CLAIM-HIST.
           IF HIST-FOUND
               MOVE CH-CLAIM-TYPE TO WS-CLAIM-TYPE
           ELSE
               MOVE SPACE TO WS-CLAIM-TYPE
           END-IF.
           PERFORM 340-SET-CLAIM-TYPE-TEXT.
           PERFORM 550-PRINT-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           IF DN-CLAIM-AMOUNT NUMERIC
               ADD DN-CLAIM-AMOUNT TO WS-NOTICE-AMOUNT
           END-IF.

       500-PRINT-STATEMENT.
      * The statement itself - address block, references, the
      * arithmetic from amount claimed down to net paid, how it was
      * paid, and the coverage left on the policy.
           MOVE 0 TO WS-DOC-PAGE.
           PERFORM 610-START-STATEMENT-PAGE.
           PERFORM 520-PRINT-STMT-ADDRESS.
           MOVE SPACE TO WS-LETTER-REFERENCE.
           MOVE 'CLAIM NUMBER:' TO LR-LABEL1.
           MOVE PE-CLAIM-NUMBER TO LR-VALUE1.
           MOVE 'POLICY NUMBER:' TO LR-LABEL2.
           MOVE PE-POLICY-NUMBER TO LR-VALUE2.
           MOVE WS-LETTER-REFERENCE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-LETTER-REFERENCE.
           MOVE 'CLAIM TYPE:' TO LR-LABEL1.
           MOVE WS-CLAIM-TYPE-TEXT TO LR-VALUE1.
           MOVE 'PAYMENT NUMBER:' TO LR-LABEL2.
           MOVE WS-PAY-SEQ TO LR-VALUE2.
           MOVE WS-LETTER-REFERENCE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-LETTER-REFERENCE.
           MOVE 'PAYMENT DATE:' TO LR-LABEL1.
           MOVE PE-PAY-DATE TO LR-VALUE1.
           MOVE WS-LETTER-REFERENCE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE 'AMOUNT CLAIMED' TO LA-DESCRIPTION.
           MOVE WS-CLAIMED-AMOUNT TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
      * An approval for other than the amount claimed shows the
      * difference - a reduction when the adjuster allowed less,
      * an increase when more.
           IF WS-APPROVED-AMOUNT NOT = WS-CLAIMED-AMOUNT
               IF WS-APPROVED-AMOUNT < WS-CLAIMED-AMOUNT
                   COMPUTE WS-ADJUST-AMOUNT =
                       WS-CLAIMED-AMOUNT - WS-APPROVED-AMOUNT
                   MOVE 'LESS REDUCTION ON ADJUSTER REVIEW'
                       TO LA-DESCRIPTION
               ELSE
                   COMPUTE WS-ADJUST-AMOUNT =
                       WS-APPROVED-AMOUNT - WS-CLAIMED-AMOUNT
                   MOVE 'PLUS INCREASE ON ADJUSTER REVIEW'
                       TO LA-DESCRIPTION
               END-IF
               MOVE WS-ADJUST-AMOUNT TO LA-AMOUNT
               MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
           END-IF.
           MOVE 'AMOUNT APPROVED' TO LA-DESCRIPTION.
           MOVE WS-APPROVED-AMOUNT TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE 'LESS POLICY DEDUCTIBLE APPLIED' TO LA-DESCRIPTION.
           MOVE PE-DEDUCTIBLE-AMOUNT TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE 'BENEFIT PAYABLE' TO LA-DESCRIPTION.
           MOVE WS-BENEFIT-AMOUNT TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE 'PLUS PROMPT-PAY INTEREST' TO LA-DESCRIPTION.
           MOVE PE-INTEREST-AMOUNT TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE 'NET AMOUNT PAID' TO LA-DESCRIPTION.
           MOVE PE-PAY-AMOUNT TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-LETTER-COUNT.
           MOVE 'DAYS FROM CLAIM TO PAYMENT' TO LC-DESCRIPTION.
           MOVE PE-DAYS-TO-PAY TO LC-COUNT.
           MOVE WS-LETTER-COUNT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-LETTER-TEXT.
           IF PE-PAY-METHOD = 'E'
               MOVE WS-EOB-NOTE(WS-NOTE-PAID-EFT) TO LT-TEXT
           ELSE
               MOVE WS-EOB-NOTE(WS-NOTE-PAID-CHECK) TO LT-TEXT
           END-IF.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           PERFORM 530-PRINT-STMT-NOTES.
           PERFORM 540-PRINT-STMT-COVERAGE.
           ADD WS-DOC-PAGE TO WS-STMT-PAGE-COUNT.

       520-PRINT-STMT-ADDRESS.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-LETTER-TEXT.
           MOVE WS-MAIL-NAME TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE WS-MAIL-ADDRESS-LINE1 TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE WS-MAIL-ADDRESS-LINE2 TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.

       530-PRINT-STMT-NOTES.
      * The explanations behind any line that took money off, or
      * added it, so the claimant does not have to call to ask.
           MOVE SPACE TO WS-LETTER-TEXT.
           IF WS-APPROVED-AMOUNT NOT = WS-CLAIMED-AMOUNT
               MOVE WS-EOB-NOTE(WS-NOTE-ADJUSTED-1) TO LT-TEXT
               MOVE WS-LETTER-TEXT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
               MOVE WS-EOB-NOTE(WS-NOTE-ADJUSTED-2) TO LT-TEXT
               MOVE WS-LETTER-TEXT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
           END-IF.
           IF PE-DEDUCTIBLE-AMOUNT > 0
               MOVE WS-EOB-NOTE(WS-NOTE-DEDUCTIBLE) TO LT-TEXT
               MOVE WS-LETTER-TEXT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
           END-IF.
           IF PE-INTEREST-AMOUNT > 0
               MOVE WS-EOB-NOTE(WS-NOTE-INTEREST) TO LT-TEXT
               MOVE WS-LETTER-TEXT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
           END-IF.

       540-PRINT-STMT-COVERAGE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 600-WRITE-EOB-LINE.
           IF POLICY-FOUND
               MOVE 'POLICY COVERAGE LIMIT' TO LA-DESCRIPTION
               MOVE WS-COVERAGE-LIMIT TO LA-AMOUNT
               MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
               MOVE 'PAID TO DATE ON THIS POLICY' TO LA-DESCRIPTION
               MOVE WS-PAID-TO-DATE TO LA-AMOUNT
               MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
               MOVE 'COVERAGE REMAINING' TO LA-DESCRIPTION
               MOVE WS-REMAINING-COVERAGE TO LA-AMOUNT
               MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
           ELSE
               MOVE SPACE TO WS-LETTER-TEXT
               MOVE WS-EOB-NOTE(WS-NOTE-NO-COVERAGE) TO LT-TEXT
               MOVE WS-LETTER-TEXT TO WS-PRINT-LINE
               PERFORM 600-WRITE-EOB-LINE
           END-IF.

       550-PRINT-NOTICE.
      * The denial notice - address block, references, the amount
      * claimed and the decision, then how to appeal.
           MOVE 0 TO WS-DOC-PAGE.
           PERFORM 630-START-NOTICE-PAGE.
           PERFORM 560-PRINT-NOTICE-ADDRESS.
           MOVE SPACE TO WS-LETTER-REFERENCE.
           MOVE 'CLAIM NUMBER:' TO LR-LABEL1.
           MOVE DN-CLAIM-NUMBER TO LR-VALUE1.
           MOVE 'POLICY NUMBER:' TO LR-LABEL2.
           MOVE DN-POLICY-NUMBER TO LR-VALUE2.
           MOVE WS-LETTER-REFERENCE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE SPACE TO WS-LETTER-REFERENCE.
           MOVE 'CLAIM TYPE:' TO LR-LABEL1.
           MOVE WS-CLAIM-TYPE-TEXT TO LR-VALUE1.
           MOVE 'DATE DENIED:' TO LR-LABEL2.
           MOVE DN-DENIAL-DATE TO LR-VALUE2.
           MOVE WS-LETTER-REFERENCE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE SPACE TO WS-LETTER-REFERENCE.
           MOVE 'REVIEWED BY:' TO LR-LABEL1.
           MOVE DN-ADJUSTER-ID TO LR-VALUE1.
           MOVE WS-LETTER-REFERENCE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE 'AMOUNT CLAIMED' TO LA-DESCRIPTION.
           IF DN-CLAIM-AMOUNT NUMERIC
               MOVE DN-CLAIM-AMOUNT TO LA-AMOUNT
           ELSE
               MOVE 0 TO LA-AMOUNT
           END-IF.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE 'AMOUNT PAID' TO LA-DESCRIPTION.
           MOVE 0 TO LA-AMOUNT.
           MOVE WS-LETTER-AMOUNT TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE 0 TO WS-TEXT-SUB.
           PERFORM 570-PRINT-NOTICE-TEXT
               UNTIL WS-TEXT-SUB >= WS-DEN-TEXT-COUNT.
           ADD WS-DOC-PAGE TO WS-NOTICE-PAGE-COUNT.

       560-PRINT-NOTICE-ADDRESS.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE SPACE TO WS-LETTER-TEXT.
           MOVE WS-MAIL-NAME TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE WS-MAIL-ADDRESS-LINE1 TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE WS-MAIL-ADDRESS-LINE2 TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.
           MOVE SPACE TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.

       570-PRINT-NOTICE-TEXT.
           ADD 1 TO WS-TEXT-SUB.
           MOVE SPACE TO WS-LETTER-TEXT.
           MOVE WS-DEN-TEXT(WS-TEXT-SUB) TO LT-TEXT.
           MOVE WS-LETTER-TEXT TO WS-PRINT-LINE.
           PERFORM 620-WRITE-DEN-LINE.

       600-WRITE-EOB-LINE.
      * Writes the line parked in WS-PRINT-LINE to the statement
      * file, starting a continuation page first when the page is
      * full.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-STMT-CONT-COUNT
               PERFORM 610-START-STATEMENT-PAGE
           END-IF.
           WRITE EOB-PRINT-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       610-START-STATEMENT-PAGE.
           ADD 1 TO WS-DOC-PAGE.
           MOVE WS-PARM-RUN-DATE TO EH-STATEMENT-DATE.
           MOVE PE-CLAIM-NUMBER TO EH-CLAIM-NUMBER.
           MOVE WS-DOC-PAGE TO EH-PAGE.
           WRITE EOB-PRINT-REC FROM WS-EOB-HEADING.
           MOVE 1 TO WS-LINE-COUNT.

       620-WRITE-DEN-LINE.
      * Writes the line parked in WS-PRINT-LINE to the notice file,
      * starting a continuation page first when the page is full.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               ADD 1 TO WS-NOTICE-CONT-COUNT
               PERFORM 630-START-NOTICE-PAGE
           END-IF.
           WRITE DENIAL-PRINT-REC FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       630-START-NOTICE-PAGE.
           ADD 1 TO WS-DOC-PAGE.
           MOVE WS-PARM-RUN-DATE TO DH-NOTICE-DATE.
           MOVE DN-CLAIM-NUMBER TO DH-CLAIM-NUMBER.
           MOVE WS-DOC-PAGE TO DH-PAGE.
           WRITE DENIAL-PRINT-REC FROM WS-DEN-HEADING.
           MOVE 1 TO WS-LINE-COUNT.

       700-WRITE-STMT-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SPACE TO WS-RPT-EXCEPTION.
           MOVE PE-CLAIM-NUMBER TO RX-CLAIM-NUMBER.
           MOVE PE-PAYEE-NAME TO RX-NAME.
           MOVE 'EOB' TO RX-DOCUMENT.
           MOVE WS-EXC-TEXT TO RX-TEXT.
           WRITE EOB-RPT-REC FROM WS-RPT-EXCEPTION.

       710-WRITE-NOTICE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SPACE TO WS-RPT-EXCEPTION.
           MOVE DN-CLAIM-NUMBER TO RX-CLAIM-NUMBER.
           MOVE DN-CLAIMANT-NAME TO RX-NAME.
           MOVE 'DENIAL' TO RX-DOCUMENT.
           MOVE WS-EXC-TEXT TO RX-TEXT.
           WRITE EOB-RPT-REC FROM WS-RPT-EXCEPTION.

       800-TERMINATION.
      * The balancing.  Every extract payment must have its
      * statement or have been held, and the statements' net paid
      * and the held dollars together the extract's dollars; every
      * denial its notice; and the pages printed
      * must come to one first page per document plus the
      * continuation pages.
           IF RUN-ABORTED
               MOVE SPACE TO WS-RPT-MESSAGE
               MOVE 'RUN ABORTED - NO STATEMENTS OR NOTICES PRINTED'
                   TO RM-TEXT
               WRITE EOB-RPT-REC FROM WS-RPT-MESSAGE
               DISPLAY 'CLAIMEOB RUN ABORTED - NO STATEMENTS OR '
                   'NOTICES PRINTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 810-PRINT-TIE-OUT
               CLOSE EOB-PRINT
               CLOSE DENIAL-PRINT
           END-IF.
           PERFORM 900-CLOSE-FILES.

       810-PRINT-TIE-OUT.
           MOVE SPACE TO WS-RPT-TIE.
           MOVE 'CLAIMPAY EXTRACT:' TO RT-DESCRIPTION.
           MOVE WS-PAY-READ-COUNT TO RT-COUNT.
           MOVE WS-PAY-READ-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'ADJPAY EXTRACT:' TO RT-DESCRIPTION.
           MOVE WS-ADJPAY-READ-COUNT TO RT-COUNT.
           MOVE WS-ADJPAY-READ-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'TOTAL EXTRACTED:' TO RT-DESCRIPTION.
           MOVE WS-EXTRACT-COUNT TO RT-COUNT.
           MOVE WS-EXTRACT-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'EOB STATEMENTS PRINTED:' TO RT-DESCRIPTION.
           MOVE WS-STMT-COUNT TO RT-COUNT.
           MOVE WS-STMT-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'EOB STATEMENTS HELD - EFT PULLED:' TO RT-DESCRIPTION.
           MOVE WS-HELD-COUNT TO RT-COUNT.
           MOVE WS-HELD-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE '  STATEMENT PAGES:' TO RT-DESCRIPTION.
           MOVE WS-STMT-PAGE-COUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE '  CONTINUATION PAGES:' TO RT-DESCRIPTION.
           MOVE WS-STMT-CONT-COUNT TO RT-COUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'CLAIMDEN DENIALS:' TO RT-DESCRIPTION.
           MOVE WS-DEN-READ-COUNT TO RT-COUNT.
           MOVE WS-DEN-READ-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'DENIAL NOTICES PRINTED:' TO RT-DESCRIPTION.
           MOVE WS-NOTICE-COUNT TO RT-COUNT.
           MOVE WS-NOTICE-AMOUNT TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE '  NOTICE PAGES:' TO RT-DESCRIPTION.
           MOVE WS-NOTICE-PAGE-COUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE '  CONTINUATION PAGES:' TO RT-DESCRIPTION.
           MOVE WS-NOTICE-CONT-COUNT TO RT-COUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE 'DOCUMENTS LISTED FOR FOLLOW-UP:' TO RT-DESCRIPTION.
           MOVE WS-EXC-COUNT TO RT-COUNT.
           WRITE EOB-RPT-REC FROM WS-RPT-TIE.
           MOVE SPACE TO WS-RPT-MESSAGE.
           COMPUTE WS-TIE-COUNT = WS-STMT-COUNT + WS-HELD-COUNT.
           COMPUTE WS-TIE-AMOUNT = WS-STMT-AMOUNT + WS-HELD-AMOUNT.
           IF WS-TIE-COUNT NOT = WS-EXTRACT-COUNT
               OR WS-TIE-AMOUNT NOT = WS-EXTRACT-AMOUNT
               OR WS-NOTICE-COUNT NOT = WS-DEN-READ-COUNT
               OR WS-NOTICE-AMOUNT NOT = WS-DEN-READ-AMOUNT
               MOVE 'Y' TO WS-OOB-SW
           END-IF.
           COMPUTE WS-TIE-COUNT = WS-STMT-COUNT + WS-STMT-CONT-COUNT.
           IF WS-TIE-COUNT NOT = WS-STMT-PAGE-COUNT
               MOVE 'Y' TO WS-OOB-SW
           END-IF.
           COMPUTE WS-TIE-COUNT =
               WS-NOTICE-COUNT + WS-NOTICE-CONT-COUNT.
           IF WS-TIE-COUNT NOT = WS-NOTICE-PAGE-COUNT
               MOVE 'Y' TO WS-OOB-SW
           END-IF.
           IF RUN-OUT-OF-BALANCE
               MOVE 'PRINT DOES NOT BALANCE TO EXTRACT - HOLD MAILING'
                   TO RM-TEXT
           ELSE
               MOVE 'STATEMENTS AND NOTICES BALANCE TO EXTRACT'
                   TO RM-TEXT
           END-IF.
           WRITE EOB-RPT-REC FROM WS-RPT-MESSAGE.
           DISPLAY 'CLAIMEOB RUN CONTROL - EXTRACTED: '
               WS-EXTRACT-COUNT
               ' STATEMENTS: ' WS-STMT-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' PAGES: ' WS-STMT-PAGE-COUNT
               ' DENIALS: ' WS-DEN-READ-COUNT
               ' NOTICES: ' WS-NOTICE-COUNT
               ' PAGES: ' WS-NOTICE-PAGE-COUNT.
           IF RUN-OUT-OF-BALANCE
               DISPLAY 'CLAIMEOB - PRINT DOES NOT BALANCE TO '
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
                   DISPLAY 'CLAIMEOB - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMEOB - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE EOB-RPT.
           CLOSE PAYMAST.
           CLOSE POLMAST.
           CLOSE CLAIM-HIST.
           CLOSE CLAIM-PAYHIST.
