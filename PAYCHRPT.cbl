       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PAYCHRPT.
       AUTHOR.          BEN THOMPSON.
      *
      * Payee change review report.  PAYMAINT appends every add,
      * change and delete it applies to the PAYMAST payee master to
      * the PAYCHGLG change log, with the payee's details before and
      * after.  This program prints one day's entries off the log
      * for a second person - not whoever keyed the transactions -
      * to check against the source paperwork and sign off.  A
      * change that moved the payee's address, pay method, routing
      * or account is flagged: those restart the cooling-off period
      * the claim run and CLAIMADJ hold payments for, and they are
      * the ones a redirected remittance hides in.  The report is
      * read only - it is not a stream step and is not logged on
      * the run ledger.
      *
      * Run parameter card (PCRPARM) - the change date to report,
      * CCYYMMDD in columns 1-8.
      *
      * Modification History:
      *   2026-09-24 BT  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCR-PARM ASSIGN TO PCRPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PAYEE-CHANGE-LOG ASSIGN TO PAYCHGLG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CHGLOG-FILE-STATUS.
           SELECT PCR-RPT ASSIGN TO PCRRPT
             ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PCR-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCR-PARM-REC.
       01  PCR-PARM-REC                      PIC X(80).

       FD  PAYEE-CHANGE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-CHANGE-REC.
           COPY PAYCHG.

       FD  PCR-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCR-RPT-REC.
       01  PCR-RPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
      * Run parameter card - the change date to report.  A missing
      * or malformed card stops the run before the report file is
      * touched.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE              PIC 9(08).
           05  WS-PARM-RUN-DATE-X REDEFINES WS-PARM-RUN-DATE.
               10  WS-PARM-RUN-CCYY          PIC 9(04).
               10  WS-PARM-RUN-MM            PIC 9(02).
               10  WS-PARM-RUN-DD            PIC 9(02).
           05  FILLER                        PIC X(72).

      * Run date day-of-month edit work fields -
      * 015-SET-RUN-MONTH-MAX
       77 WS-YEAR-QUOT                       PIC 9(04) COMP VALUE 0.
       77 WS-YEAR-REM4                       PIC 9(03) COMP VALUE 0.
       77 WS-YEAR-REM100                     PIC 9(03) COMP VALUE 0.
       77 WS-YEAR-REM400                     PIC 9(03) COMP VALUE 0.
       77 WS-MONTH-MAX-DD                    PIC 9(02) COMP VALUE 0.

      * Change log status.  A log that will not open means PAYMAINT
      * has never run against this dataset - or the wrong one is
      * allocated - and either way there is nothing to sign off.
       77 WS-CHGLOG-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-CHGLOG-EOF                      PIC X(01) VALUE 'N'.
       77 WS-CHGLOG-OPEN-SW                  PIC X(01) VALUE 'N'.
          88 CHANGE-LOG-MISSING              VALUE 'Y'.

      * Run totals
       77 WS-LOG-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-DAY-CHANGE-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-DAY-ADD-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-DAY-CHG-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-DAY-DELETE-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-DAY-REMIT-COUNT                 PIC 9(07) COMP VALUE 0.

      * Report heading lines
       01  WS-PCR-HEADING1.
           05  FILLER                        PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(34) VALUE
               'PAYEE CHANGE REVIEW'.
           05  FILLER                        PIC X(13) VALUE
               'CHANGE DATE: '.
           05  PH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(76) VALUE SPACE.

       01  WS-PCR-HEADING2.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(20) VALUE
               'PAYEE NAME'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'ACTION'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'TIME'.
           05  FILLER                        PIC X(89) VALUE SPACE.

       01  WS-PCR-HEADING3.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE SPACE.
           05  FILLER                        PIC X(31) VALUE
               'ADDRESS LINE 1'.
           05  FILLER                        PIC X(31) VALUE
               'ADDRESS LINE 2'.
           05  FILLER                        PIC X(02) VALUE 'M'.
           05  FILLER                        PIC X(10) VALUE
               'ROUTING'.
           05  FILLER                        PIC X(18) VALUE
               'ACCOUNT'.
           05  FILLER                        PIC X(10) VALUE
               'TAX ID'.
           05  FILLER                        PIC X(02) VALUE 'T'.
           05  FILLER                        PIC X(02) VALUE 'R'.
           05  FILLER                        PIC X(11) VALUE SPACE.

      * One line per change log entry, followed by its before and
      * after details.  Times print as HH:MM:SS.
       01  WS-PCR-ENTRY-LINE.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  PE-PAYEE-NAME                 PIC X(20).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  PE-ACTION                     PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  PE-TIME.
               10  PE-HH                     PIC X(02).
               10  FILLER                    PIC X(01) VALUE ':'.
               10  PE-MM                     PIC X(02).
               10  FILLER                    PIC X(01) VALUE ':'.
               10  PE-SS                     PIC X(02).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  PE-REMIT-FLAG                 PIC X(30).
           05  FILLER                        PIC X(56) VALUE SPACE.

       01  WS-PCR-IMAGE-LINE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-LABEL                      PIC X(14).
           05  PI-ADDRESS-LINE1              PIC X(30).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-ADDRESS-LINE2              PIC X(30).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-PAY-METHOD                 PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-EFT-ROUTING                PIC 9(09).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-EFT-ACCOUNT                PIC X(17).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-TAX-ID                     PIC X(09).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-TIN-TYPE                   PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PI-REPORT-FLAG                PIC X(01).
           05  FILLER                        PIC X(12) VALUE SPACE.

       01  WS-PCR-NO-CHANGES.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(50) VALUE
               'NO PAYEE CHANGES LOGGED FOR THIS DATE'.
           05  FILLER                        PIC X(81) VALUE SPACE.

      * Count lines - the description varies, the count does not.
       01  WS-PCR-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  PT-DESCRIPTION                PIC X(30).
           05  PT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Second-person sign-off block
       01  WS-PCR-SIGNOFF1.
           05  FILLER                        PIC X(01) VALUE '-'.
           05  FILLER                        PIC X(36) VALUE
               'SECOND REVIEW - CHECKED AGAINST THE '.
           05  FILLER                        PIC X(36) VALUE
               'SOURCE DOCUMENTS BY SOMEONE OTHER '.
           05  FILLER                        PIC X(36) VALUE
               'THAN THE PERSON WHO KEYED THEM'.
           05  FILLER                        PIC X(23) VALUE SPACE.

       01  WS-PCR-SIGNOFF2.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(50) VALUE
               'REVIEWED BY  ______________________________'.
           05  FILLER                        PIC X(30) VALUE
               'DATE  ______________'.
           05  FILLER                        PIC X(51) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID AND NOT CHANGE-LOG-MISSING
               PERFORM 300-PROCESS-CHANGE UNTIL WS-CHGLOG-EOF = 'Y'
               IF WS-DAY-CHANGE-COUNT = 0
                   WRITE PCR-RPT-REC FROM WS-PCR-NO-CHANGES
               END-IF
               PERFORM 800-TERMINATION
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           PERFORM 010-READ-RUN-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 100-OPEN-FILES
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT CHANGE-LOG-MISSING
               MOVE WS-PARM-RUN-DATE TO PH-RUN-DATE
               WRITE PCR-RPT-REC FROM WS-PCR-HEADING1
               WRITE PCR-RPT-REC FROM WS-PCR-HEADING2
               WRITE PCR-RPT-REC FROM WS-PCR-HEADING3
      * Priming read
               PERFORM 200-READ-CHANGE-LOG
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  A missing or
      * malformed card stops the run here with RC 16.
           OPEN INPUT PCR-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'PAYCHRPT - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ PCR-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'PAYCHRPT - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       DISPLAY 'PAYCHRPT - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       DISPLAY 'PAYCHRPT - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE PCR-PARM
           END-IF.

       015-SET-RUN-MONTH-MAX.
      * Resolves how many days the run date's month actually has,
      * leap years included.
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

       100-OPEN-FILES.
           OPEN INPUT PAYEE-CHANGE-LOG.
           IF WS-CHGLOG-FILE-STATUS NOT = '00'
               DISPLAY 'PAYCHRPT - PAYEE CHANGE LOG OPEN FAILED - '
                   'STATUS ' WS-CHGLOG-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-CHGLOG-OPEN-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PCR-RPT
           END-IF.

       200-READ-CHANGE-LOG.
           READ PAYEE-CHANGE-LOG
               AT END MOVE 'Y' TO WS-CHGLOG-EOF
               NOT AT END ADD 1 TO WS-LOG-READ-COUNT
           END-READ.

       300-PROCESS-CHANGE.
      * The log accumulates across runs - only the report date's
      * entries are printed.
           IF PC-CHANGE-DATE = WS-PARM-RUN-DATE
               PERFORM 310-PRINT-CHANGE
           END-IF.
           PERFORM 200-READ-CHANGE-LOG.

       310-PRINT-CHANGE.
      * One entry: what was done to which payee and when, then the
      * payee as it stood before and as the transaction left it.
      * An add has nothing before it and a delete nothing after.
           ADD 1 TO WS-DAY-CHANGE-COUNT.
           MOVE SPACE TO WS-PCR-ENTRY-LINE.
           MOVE '0' TO WS-PCR-ENTRY-LINE(1:1).
           MOVE ':' TO PE-TIME(3:1).
           MOVE ':' TO PE-TIME(6:1).
           MOVE PC-PAYEE-NAME TO PE-PAYEE-NAME.
           MOVE PC-CHANGE-TIME(1:2) TO PE-HH.
           MOVE PC-CHANGE-TIME(3:2) TO PE-MM.
           MOVE PC-CHANGE-TIME(5:2) TO PE-SS.
           EVALUATE TRUE
               WHEN PC-TRAN-ADD
                   MOVE 'ADDED' TO PE-ACTION
                   ADD 1 TO WS-DAY-ADD-COUNT
               WHEN PC-TRAN-CHANGE
                   MOVE 'CHANGED' TO PE-ACTION
                   ADD 1 TO WS-DAY-CHG-COUNT
               WHEN OTHER
                   MOVE 'DELETED' TO PE-ACTION
                   ADD 1 TO WS-DAY-DELETE-COUNT
           END-EVALUATE.
           IF PC-REMITTANCE-CHANGED
               MOVE '*** REMITTANCE CHANGED ***' TO PE-REMIT-FLAG
               ADD 1 TO WS-DAY-REMIT-COUNT
           END-IF.
           WRITE PCR-RPT-REC FROM WS-PCR-ENTRY-LINE.
           IF NOT PC-TRAN-ADD
               MOVE SPACE TO WS-PCR-IMAGE-LINE
               MOVE '      BEFORE:' TO PI-LABEL
               MOVE PC-BEF-ADDRESS-LINE1 TO PI-ADDRESS-LINE1
               MOVE PC-BEF-ADDRESS-LINE2 TO PI-ADDRESS-LINE2
               MOVE PC-BEF-PAY-METHOD TO PI-PAY-METHOD
               MOVE PC-BEF-EFT-ROUTING TO PI-EFT-ROUTING
               MOVE PC-BEF-EFT-ACCOUNT TO PI-EFT-ACCOUNT
               MOVE PC-BEF-TAX-ID TO PI-TAX-ID
               MOVE PC-BEF-TIN-TYPE TO PI-TIN-TYPE
               MOVE PC-BEF-REPORT-FLAG TO PI-REPORT-FLAG
               WRITE PCR-RPT-REC FROM WS-PCR-IMAGE-LINE
           END-IF.
           IF NOT PC-TRAN-DELETE
               MOVE SPACE TO WS-PCR-IMAGE-LINE
               MOVE '       AFTER:' TO PI-LABEL
               MOVE PC-AFT-ADDRESS-LINE1 TO PI-ADDRESS-LINE1
               MOVE PC-AFT-ADDRESS-LINE2 TO PI-ADDRESS-LINE2
               MOVE PC-AFT-PAY-METHOD TO PI-PAY-METHOD
               MOVE PC-AFT-EFT-ROUTING TO PI-EFT-ROUTING
               MOVE PC-AFT-EFT-ACCOUNT TO PI-EFT-ACCOUNT
               MOVE PC-AFT-TAX-ID TO PI-TAX-ID
               MOVE PC-AFT-TIN-TYPE TO PI-TIN-TYPE
               MOVE PC-AFT-REPORT-FLAG TO PI-REPORT-FLAG
               WRITE PCR-RPT-REC FROM WS-PCR-IMAGE-LINE
           END-IF.

       800-TERMINATION.
      * Counts for the day, then the sign-off block the reviewer
      * signs and dates.
           MOVE SPACE TO WS-PCR-TOTAL.
           MOVE '0' TO WS-PCR-TOTAL(1:1).
           MOVE 'CHANGE LOG ENTRIES FOR DATE:' TO PT-DESCRIPTION.
           MOVE WS-DAY-CHANGE-COUNT TO PT-COUNT.
           WRITE PCR-RPT-REC FROM WS-PCR-TOTAL.
           MOVE SPACE TO WS-PCR-TOTAL.
           MOVE '  PAYEES ADDED:' TO PT-DESCRIPTION.
           MOVE WS-DAY-ADD-COUNT TO PT-COUNT.
           WRITE PCR-RPT-REC FROM WS-PCR-TOTAL.
           MOVE '  PAYEES CHANGED:' TO PT-DESCRIPTION.
           MOVE WS-DAY-CHG-COUNT TO PT-COUNT.
           WRITE PCR-RPT-REC FROM WS-PCR-TOTAL.
           MOVE '  PAYEES DELETED:' TO PT-DESCRIPTION.
           MOVE WS-DAY-DELETE-COUNT TO PT-COUNT.
           WRITE PCR-RPT-REC FROM WS-PCR-TOTAL.
           MOVE 'REMITTANCE CHANGES:' TO PT-DESCRIPTION.
           MOVE WS-DAY-REMIT-COUNT TO PT-COUNT.
           WRITE PCR-RPT-REC FROM WS-PCR-TOTAL.
           WRITE PCR-RPT-REC FROM WS-PCR-SIGNOFF1.
           WRITE PCR-RPT-REC FROM WS-PCR-SIGNOFF2.
           DISPLAY 'PAYCHRPT RUN CONTROL - DATE: ' WS-PARM-RUN-DATE
               ' LOG READ: ' WS-LOG-READ-COUNT
               ' FOR DATE: ' WS-DAY-CHANGE-COUNT
               ' REMITTANCE: ' WS-DAY-REMIT-COUNT.
           PERFORM 900-CLOSE-FILES.

       900-CLOSE-FILES.
           CLOSE PAYEE-CHANGE-LOG.
           CLOSE PCR-RPT.
