       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMXOL.
       AUTHOR.          BEN THOMPSON.
      *
      * Month-end excess of loss cessions and bordereau.  Our
      * treaty cedes every loss above a per-claim retention to the
      * reinsurer, and until now the ceded amounts were worked out
      * on a spreadsheet off CLAIM-HIST at quarter end.  This
      * program does it every month off the masters themselves:
      *
      *   - each claim on the history master is matched to its
      *     treaty by claim type and the year of the loss, off the
      *     XOLTRTY treaty terms deck;
      *   - the claim's loss - net paid to date off the history
      *     master plus any case reserve still open on CLAIM-RESERVE
      *     - is ceded above the retention up to the limit, at the
      *     treaty's share, split into ceded paid and ceded
      *     outstanding;
      *   - the XOLCED ceded-to-date master carries each claim's
      *     ceded paid as of the last bordereau, so the month bills
      *     only the movement since;
      *   - each treaty's net movement is raised on the XOLDUE
      *     balances master, due from the reinsurer (or a credit
      *     owed to them when ceded paid went down), and the
      *     settlements on XOLSTL are posted against it until it
      *     is settled.
      *
      * The report is the bordereau - every ceded claim, paid and
      * outstanding ceded, with totals by claim type - followed by
      * the amounts raised, the settlements posted and every
      * balance still open with a reinsurer.
      *
      * Run parameter card (XOLPARM) - the bordereau month, CCYYMM
      * in columns 1-6, and the rerun override in columns 71-79.
      * A rerun of a month that already ended clean rebuilds the
      * bordereau and the amounts raised but does not post XOLSTL
      * again - the first run posted it.
      *
      * Modification History:
      *   2026-10-01 BT  Initial version.
      *   2026-10-15 BT  A rerun of a month that already ended clean
      *                  no longer posts the settlements a second
      *                  time.  A claim already billed on a later
      *                  month's bordereau is listed and left alone
      *                  rather than billed again for an earlier one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XOL-PARM ASSIGN TO XOLPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT XOL-TREATY ASSIGN TO XOLTRTY
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-TRT-FILE-STATUS.
           SELECT CLAIM-HIST ASSIGN TO CLAIMHST
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS CH-CLAIM-NUMBER
             FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CLAIM-RESERVE ASSIGN TO CLAIMRSV
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CR-CLAIM-NUMBER
             FILE STATUS IS WS-RSV-FILE-STATUS.
           SELECT XOL-CEDED ASSIGN TO XOLCED
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS XC-CLAIM-NUMBER
             FILE STATUS IS WS-CED-FILE-STATUS.
           SELECT XOL-DUE ASSIGN TO XOLDUE
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS XD-KEY
             FILE STATUS IS WS-DUE-FILE-STATUS.
           SELECT XOL-SETTLE ASSIGN TO XOLSTL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-STL-FILE-STATUS.
           SELECT XOL-RPT ASSIGN TO XOLRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XOL-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XOL-PARM-REC.
       01  XOL-PARM-REC                      PIC X(80).

       FD  XOL-TREATY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XOL-TREATY-REC.
           COPY XOLTRTY.

       FD  CLAIM-HIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-HIST-REC.
           COPY CLAIMHST.

       FD  CLAIM-RESERVE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-RESERVE-REC.
           COPY CLAIMRSV.

       FD  XOL-CEDED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XOL-CEDED-REC.
           COPY XOLCED.

       FD  XOL-DUE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XOL-DUE-REC.
           COPY XOLDUE.

       FD  XOL-SETTLE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XOL-SETTLE-REC.
           COPY XOLSTL.

       FD  XOL-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XOL-RPT-REC.
       01  XOL-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * Run parameter card - the bordereau month.  A missing or
      * malformed card stops the run before any master is touched.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-BDX-MONTH             PIC 9(06).
           05  WS-PARM-BDX-MONTH-X REDEFINES WS-PARM-BDX-MONTH.
               10  FILLER                    PIC X(04).
               10  WS-PARM-BDX-MM            PIC 9(02).
           05  FILLER                        PIC X(64).
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
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMXOL'.
       77 WS-LEDGER-PREDECESSOR              PIC X(08) VALUE SPACE.
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
      * Set when the month already ended clean and this run is the
      * authorized rerun - its settlements were posted then.
       77 WS-MONTH-RERUN-SW                  PIC X(01) VALUE 'N'.
          88 MONTH-ALREADY-CLOSED            VALUE 'Y'.

      * End of file and file status switches
       77 WS-TRT-EOF                         PIC X(01) VALUE 'N'.
       77 WS-TRT-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-HIST-EOF                        PIC X(01) VALUE 'N'.
       77 WS-HIST-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-RSV-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-CED-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-DUE-EOF                         PIC X(01) VALUE 'N'.
       77 WS-DUE-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-STL-EOF                         PIC X(01) VALUE 'N'.
       77 WS-STL-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Treaty terms - the XOLTRTY deck loaded once at start of run,
      * one entry per treaty year and claim type.
       77 WS-TRT-COUNT                       PIC 9(03) COMP VALUE 0.
       77 WS-TRT-MAX                         PIC 9(03) COMP VALUE 100.
       77 WS-TRT-READ-COUNT                  PIC 9(05) COMP VALUE 0.
       77 WS-TRT-CARD-VALID                  PIC X(01) VALUE 'Y'.
       77 WS-TRT-FOUND-SW                    PIC X(01) VALUE 'N'.
          88 TREATY-FOUND                    VALUE 'Y'.
       01  WS-TRT-TABLE.
           05  WS-TRT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TRT-COUNT
                   INDEXED BY WS-TRT-IDX.
               10  WS-TRT-YEAR               PIC 9(04).
               10  WS-TRT-CLAIM-TYPE         PIC X(01).
               10  WS-TRT-ID                 PIC X(10).
               10  WS-TRT-RETENTION          PIC 9(09)V99.
               10  WS-TRT-LIMIT              PIC 9(09)V99.
               10  WS-TRT-SHARE-PCT          PIC 9(03)V99.
               10  WS-TRT-REINSURER          PIC X(30).

      * Net ceded paid movement per treaty for the month - what
      * 500-RAISE-REINSURER-DUES puts on the balances master.
       77 WS-DUE-COUNT                       PIC 9(03) COMP VALUE 0.
       77 WS-DUE-SUB                         PIC 9(03) COMP VALUE 0.
       77 WS-DUE-FOUND-SW                    PIC X(01) VALUE 'N'.
          88 DUE-TREATY-FOUND                VALUE 'Y'.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DUE-COUNT
                   INDEXED BY WS-DUE-IDX.
               10  WS-DUE-TREATY-ID          PIC X(10).
               10  WS-DUE-REINSURER          PIC X(30).
               10  WS-DUE-BILLED             PIC 9(09)V99.
               10  WS-DUE-CREDITED           PIC 9(09)V99.

      * One claim's cession
       01  WS-LOSS-DATE                      PIC 9(08) VALUE 0.
       01  WS-LOSS-DATE-X REDEFINES WS-LOSS-DATE.
           05  WS-LOSS-CCYY                  PIC 9(04).
           05  FILLER                        PIC 9(04).
       77 WS-GROSS-PAID                      PIC 9(09)V99 VALUE 0.
       77 WS-GROSS-OS                        PIC 9(09)V99 VALUE 0.
       77 WS-GROSS-INCURRED                  PIC 9(09)V99 VALUE 0.
       77 WS-LAYER-AMOUNT                    PIC 9(09)V99 VALUE 0.
       77 WS-CEDED-INCURRED                  PIC 9(09)V99 VALUE 0.
       77 WS-CEDED-PAID                      PIC 9(09)V99 VALUE 0.
       77 WS-CEDED-OS                        PIC 9(09)V99 VALUE 0.
       77 WS-MOVEMENT                        PIC S9(09)V99 VALUE 0.
       77 WS-NET-MOVEMENT                    PIC S9(09)V99 VALUE 0.
       77 WS-CEDED-ON-FILE-SW                PIC X(01) VALUE 'N'.
          88 CEDED-ON-FILE                   VALUE 'Y'.

      * Per claim type bordereau totals - slot 1 auto, 2 property,
      * 3 medical, 4 other, same slotting as the claim run's type
      * summary.
       77 WS-TYPE-SUB                        PIC 9(01) COMP VALUE 4.
       01  WS-TYPE-TOTALS.
           05  WS-TY-ENTRY OCCURS 4 TIMES.
               10  WS-TY-CLAIM-COUNT         PIC 9(07) COMP.
               10  WS-TY-CEDED-PAID          PIC 9(11)V99.
               10  WS-TY-CEDED-OS            PIC 9(11)V99.
               10  WS-TY-BILLED              PIC 9(11)V99.
               10  WS-TY-CREDITED            PIC 9(11)V99.
       01  WS-TYPE-NAME-TABLE.
           05  FILLER                        PIC X(10) VALUE 'AUTO'.
           05  FILLER                        PIC X(10) VALUE
               'PROPERTY'.
           05  FILLER                        PIC X(10) VALUE
               'MEDICAL'.
           05  FILLER                        PIC X(10) VALUE 'OTHER'.
       01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-TABLE.
           05  WS-TYPE-NAME OCCURS 4 TIMES   PIC X(10).

      * Settlement edit and balances work fields
       77 WS-STL-VALID                       PIC X(01) VALUE 'Y'.
       77 WS-RESULT-TEXT                     PIC X(30) VALUE SPACE.
       77 WS-OPEN-BALANCE                    PIC S9(09)V99 VALUE 0.
       77 WS-RAISED-DATE                     PIC 9(08) VALUE 0.

      * Control totals
       77 WS-HIST-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-NO-TREATY-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-CEDED-COUNT                     PIC 9(07) COMP VALUE 0.
       77 WS-NEW-CEDED-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-LATER-BILLED-COUNT              PIC 9(07) COMP VALUE 0.
       77 WS-TOT-CEDED-PAID                  PIC 9(11)V99 VALUE 0.
       77 WS-TOT-CEDED-OS                    PIC 9(11)V99 VALUE 0.
       77 WS-TOT-BILLED                      PIC 9(11)V99 VALUE 0.
       77 WS-TOT-CREDITED                    PIC 9(11)V99 VALUE 0.
       77 WS-DUE-RAISED-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-STL-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-STL-APPLIED-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-STL-APPLIED-AMOUNT              PIC 9(11)V99 VALUE 0.
       77 WS-STL-REJECT-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-OPEN-ITEM-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-OPEN-DUE-AMOUNT                 PIC 9(11)V99 VALUE 0.
       77 WS-OPEN-CREDIT-AMOUNT              PIC 9(11)V99 VALUE 0.

      * Bordereau heading lines
       01  WS-BDX-HEADING1.
           05  FILLER                        PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(40) VALUE
               'EXCESS OF LOSS BORDEREAU'.
           05  FILLER                        PIC X(07) VALUE
               'MONTH: '.
           05  BH-BDX-MONTH                  PIC 9(06).
           05  FILLER                        PIC X(78) VALUE SPACE.

       01  WS-BDX-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'CLAIM NBR'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(01) VALUE 'T'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'LOSS DT'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'TREATY'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '    GROSS PAID'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '     GROSS O/S'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               ' CEDED PAID TD'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '     CEDED O/S'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '  BILLED MONTH'.
           05  FILLER                        PIC X(16) VALUE SPACE.

      * Bordereau detail line - one per ceded claim.  CR after the
      * month's movement marks ceded paid gone down - a credit back
      * to the reinsurer.
       01  WS-BDX-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BD-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-CLAIM-TYPE                 PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-LOSS-DATE                  PIC 9(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-TREATY-ID                  PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-GROSS-PAID                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-GROSS-OS                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-CEDED-PAID                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-CEDED-OS                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BD-MOVEMENT                   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BD-CREDIT-FLAG                PIC X(02).
           05  FILLER                        PIC X(13) VALUE SPACE.

      * A claim the ceded master shows billed on a later month's
      * bordereau than this one - left as it stands.
       01  WS-BDX-LATER.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BL-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BL-CLAIM-TYPE                 PIC X(01).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BL-LOSS-DATE                  PIC 9(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  BL-TREATY-ID                  PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(25) VALUE
               'ALREADY BILLED FOR MONTH '.
           05  BL-LAST-BILLED-MONTH          PIC 9(06).
           05  FILLER                        PIC X(23) VALUE
               ' - NOT BILLED THIS RUN'.
           05  FILLER                        PIC X(40) VALUE SPACE.

      * Claim type totals heading and line
       01  WS-TYP-HEADING1.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(40) VALUE
               'TOTALS BY CLAIM TYPE'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-TYP-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE 'TYPE'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(09) VALUE
               '   CLAIMS'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(17) VALUE
               '    CEDED PAID TD'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(17) VALUE
               '        CEDED O/S'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(17) VALUE
               '           BILLED'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(17) VALUE
               '         CREDITED'.
           05  FILLER                        PIC X(24) VALUE SPACE.

       01  WS-TYP-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  TY-TYPE-NAME                  PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TY-CLAIM-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TY-CEDED-PAID                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TY-CEDED-OS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TY-BILLED                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TY-CREDITED                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(24) VALUE SPACE.

      * Amounts raised with reinsurers, one line per treaty
       01  WS-DUE-HEADING.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(40) VALUE
               'AMOUNTS RAISED WITH REINSURERS'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-DUE-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  DD-TREATY-ID                  PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DD-REINSURER                  PIC X(30).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DD-DIRECTION                  PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DD-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  DD-RESULT                     PIC X(30).
           05  FILLER                        PIC X(11) VALUE SPACE.

      * Settlements posted, one line per settlement read
       01  WS-STL-HEADING.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(40) VALUE
               'SETTLEMENTS POSTED'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-STL-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  SD-TREATY-ID                  PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  SD-BDX-MONTH                  PIC X(06).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  SD-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  SD-BALANCE                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  SD-RESULT                     PIC X(30).
           05  FILLER                        PIC X(41) VALUE SPACE.

       01  WS-STL-RERUN-LINE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(50) VALUE
               'NOT POSTED - RERUN OF A MONTH ALREADY ENDED CLEAN,'.
           05  FILLER                        PIC X(40) VALUE
               ' SETTLEMENTS POSTED BY THE FIRST RUN'.
           05  FILLER                        PIC X(41) VALUE SPACE.

      * Balances still open with reinsurers
       01  WS-OPN-HEADING1.
           05  FILLER                        PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(40) VALUE
               'REINSURANCE BALANCES STILL OPEN'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-OPN-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'TREATY'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(06) VALUE
               'MONTH'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'OWED'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '        AMOUNT'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '       SETTLED'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(14) VALUE
               '          OPEN'.
           05  FILLER                        PIC X(33) VALUE SPACE.

       01  WS-OPN-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  OD-TREATY-ID                  PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  OD-BDX-MONTH                  PIC 9(06).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  OD-DIRECTION                  PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  OD-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  OD-SETTLED                    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  OD-OPEN                       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(33) VALUE SPACE.

      * Control total line - the description varies, the count does
      * not.
       01  WS-XOL-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  XL-DESCRIPTION                PIC X(30).
           05  XL-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Dollar total line for the amounts the counts cannot carry
       01  WS-XOL-AMT-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  XA-DESCRIPTION                PIC X(30).
           05  XA-AMOUNT                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 300-PROCESS-CLAIM UNTIL WS-HIST-EOF = 'Y'
               PERFORM 400-PRINT-TYPE-TOTALS
               PERFORM 500-RAISE-REINSURER-DUES
               PERFORM 600-POST-SETTLEMENTS
               PERFORM 700-REPORT-OPEN-ITEMS
               PERFORM 800-TERMINATION
           END-IF.
           IF LEDGER-ATTEMPT-LOGGED
               PERFORM 890-POST-RUN-LEDGER
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           INITIALIZE WS-TYPE-TOTALS.
           PERFORM 010-READ-RUN-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 030-CHECK-RUN-LEDGER
           END-IF.
           IF NOT RUN-PARMS-INVALID
               PERFORM 050-LOAD-TREATIES
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 100-OPEN-FILES
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
      * Priming read
               PERFORM 200-READ-HIST
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  The bordereau is
      * meaningless without its month, so a missing or malformed
      * card stops the run here with RC 16.
           OPEN INPUT XOL-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMXOL - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ XOL-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMXOL - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-BDX-MONTH NOT NUMERIC
                       OR WS-PARM-BDX-MM < 1 OR WS-PARM-BDX-MM > 12
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMXOL - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE XOL-PARM
           END-IF.

       030-CHECK-RUN-LEDGER.
      * Refuses the run when this step already ended clean for the
      * business date - unless the card carries the rerun override
      * - or when the step ahead of it in the stream has not ended
      * clean for the date.  A run let through is logged on the
      * ledger as started, with who authorized it if it is a rerun.
      * Status 35 is the very first run, before the ledger has ever
      * been created: create it empty and reopen.
           COMPUTE WS-LEDGER-RUN-DATE = WS-PARM-BDX-MONTH * 100.
           OPEN I-O RUN-LEDGER.
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER
               CLOSE RUN-LEDGER
               OPEN I-O RUN-LEDGER
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMXOL - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMXOL - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMXOL - ALREADY ENDED CLEAN FOR '
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
               MOVE 'Y' TO WS-MONTH-RERUN-SW
               MOVE 'R' TO RL-RERUN-IND
               MOVE WS-PARM-RERUN-AUTH TO RL-RERUN-AUTH
               DISPLAY 'CLAIMXOL - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMXOL - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       050-LOAD-TREATIES.
      * Loads the treaty terms deck.  A missing or empty deck, or a
      * bad card, stops the run RC 16 before any master is touched
      * - a month ceded on the wrong terms is worse than a month
      * late.
           OPEN INPUT XOL-TREATY.
           IF WS-TRT-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMXOL - TREATY TERMS FILE MISSING '
                   '(STATUS ' WS-TRT-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 055-LOAD-ONE-TREATY UNTIL WS-TRT-EOF = 'Y'
               CLOSE XOL-TREATY
               IF NOT RUN-ABORTED AND WS-TRT-COUNT = 0
                   DISPLAY 'CLAIMXOL - TREATY TERMS FILE EMPTY - '
                       'RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       055-LOAD-ONE-TREATY.
           READ XOL-TREATY
               AT END MOVE 'Y' TO WS-TRT-EOF
               NOT AT END
                   ADD 1 TO WS-TRT-READ-COUNT
                   IF XOL-TREATY-REC NOT = SPACE
                       PERFORM 057-EDIT-TREATY-CARD
                       IF RUN-ABORTED
                           MOVE 'Y' TO WS-TRT-EOF
                       END-IF
                   END-IF
           END-READ.

       057-EDIT-TREATY-CARD.
      * A card must carry a year, a known claim type, a treaty ID,
      * numeric terms with a limit above zero and a share no more
      * than 100 per cent, and must not repeat a year and type
      * already on the deck.
           MOVE 'Y' TO WS-TRT-CARD-VALID.
           IF XT-TREATY-YEAR NOT NUMERIC
               OR XT-RETENTION NOT NUMERIC
               OR XT-LIMIT NOT NUMERIC
               OR XT-SHARE-PCT NOT NUMERIC
               MOVE 'N' TO WS-TRT-CARD-VALID
           ELSE
               IF XT-TREATY-YEAR = 0
                   OR XT-LIMIT = 0
                   OR XT-SHARE-PCT = 0
                   OR XT-SHARE-PCT > 100
                   MOVE 'N' TO WS-TRT-CARD-VALID
               END-IF
           END-IF.
           IF XT-CLAIM-TYPE NOT = 'A' AND XT-CLAIM-TYPE NOT = 'P'
               AND XT-CLAIM-TYPE NOT = 'M'
               MOVE 'N' TO WS-TRT-CARD-VALID
           END-IF.
           IF XT-TREATY-ID = SPACE
               MOVE 'N' TO WS-TRT-CARD-VALID
           END-IF.
           IF WS-TRT-CARD-VALID = 'Y' AND WS-TRT-COUNT > 0
               SET WS-TRT-IDX TO 1
               SEARCH WS-TRT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRT-YEAR(WS-TRT-IDX) = XT-TREATY-YEAR
                       AND WS-TRT-CLAIM-TYPE(WS-TRT-IDX)
                           = XT-CLAIM-TYPE
                       MOVE 'N' TO WS-TRT-CARD-VALID
               END-SEARCH
           END-IF.
           IF WS-TRT-CARD-VALID NOT = 'Y'
               DISPLAY 'CLAIMXOL - TREATY TERMS CARD INVALID: '
                   XOL-TREATY-REC(1:15) ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-TRT-COUNT >= WS-TRT-MAX
                   DISPLAY 'CLAIMXOL - TREATY TABLE FULL AT '
                       WS-TRT-MAX ' CARDS - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-TRT-COUNT
                   MOVE XT-TREATY-YEAR TO WS-TRT-YEAR(WS-TRT-COUNT)
                   MOVE XT-CLAIM-TYPE
                       TO WS-TRT-CLAIM-TYPE(WS-TRT-COUNT)
                   MOVE XT-TREATY-ID TO WS-TRT-ID(WS-TRT-COUNT)
                   MOVE XT-RETENTION
                       TO WS-TRT-RETENTION(WS-TRT-COUNT)
                   MOVE XT-LIMIT TO WS-TRT-LIMIT(WS-TRT-COUNT)
                   MOVE XT-SHARE-PCT
                       TO WS-TRT-SHARE-PCT(WS-TRT-COUNT)
                   MOVE XT-REINSURER-NAME
                       TO WS-TRT-REINSURER(WS-TRT-COUNT)
               END-IF
           END-IF.

       100-OPEN-FILES.
      * The history and reserve masters have to be there for the
      * cessions to mean anything - a missing one stops the run RC
      * 16.  The ceded-to-date and balances masters are created
      * empty the first month (status 35) and reopened.
           OPEN INPUT CLAIM-HIST.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMXOL - HISTORY MASTER OPEN FAILED '
                   '(STATUS ' WS-HIST-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT CLAIM-RESERVE
               IF WS-RSV-FILE-STATUS NOT = '00'
                   DISPLAY 'CLAIMXOL - RESERVE MASTER OPEN FAILED '
                       '(STATUS ' WS-RSV-FILE-STATUS ') - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
                   CLOSE CLAIM-HIST
               ELSE
                   PERFORM 110-OPEN-XOL-MASTERS
                   IF RUN-ABORTED
                       CLOSE CLAIM-HIST
                       CLOSE CLAIM-RESERVE
                   ELSE
                       OPEN OUTPUT XOL-RPT
                       MOVE WS-PARM-BDX-MONTH TO BH-BDX-MONTH
                       WRITE XOL-RPT-REC FROM WS-BDX-HEADING1
                       WRITE XOL-RPT-REC FROM WS-BDX-HEADING2
                   END-IF
               END-IF
           END-IF.

       110-OPEN-XOL-MASTERS.
           OPEN I-O XOL-CEDED.
           IF WS-CED-FILE-STATUS = '35'
               OPEN OUTPUT XOL-CEDED
               CLOSE XOL-CEDED
               OPEN I-O XOL-CEDED
           END-IF.
           IF WS-CED-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMXOL - CEDED MASTER OPEN FAILED '
                   '(STATUS ' WS-CED-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O XOL-DUE
               IF WS-DUE-FILE-STATUS = '35'
                   OPEN OUTPUT XOL-DUE
                   CLOSE XOL-DUE
                   OPEN I-O XOL-DUE
               END-IF
               IF WS-DUE-FILE-STATUS NOT = '00'
                   DISPLAY 'CLAIMXOL - BALANCES MASTER OPEN FAILED '
                       '(STATUS ' WS-DUE-FILE-STATUS ') - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
                   CLOSE XOL-CEDED
               END-IF
           END-IF.

       200-READ-HIST.
           READ CLAIM-HIST NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END ADD 1 TO WS-HIST-READ-COUNT
           END-READ.

       300-PROCESS-CLAIM.
      * One claim on the history master.  A claim with no treaty
      * for its type and loss year is not ceded.  One inside the
      * retention that was never ceded is left off the bordereau;
      * one ceded before stays on it, so a claim whose ceded paid
      * comes back down is credited back to the reinsurer.
           IF CH-CLAIM-DATE NUMERIC
               MOVE CH-CLAIM-DATE TO WS-LOSS-DATE
           ELSE
               MOVE 0 TO WS-LOSS-DATE
           END-IF.
           MOVE 'N' TO WS-TRT-FOUND-SW.
           SET WS-TRT-IDX TO 1.
           SEARCH WS-TRT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TRT-YEAR(WS-TRT-IDX) = WS-LOSS-CCYY
                   AND WS-TRT-CLAIM-TYPE(WS-TRT-IDX) = CH-CLAIM-TYPE
                   MOVE 'Y' TO WS-TRT-FOUND-SW
           END-SEARCH.
           IF NOT TREATY-FOUND
               ADD 1 TO WS-NO-TREATY-COUNT
           ELSE
               PERFORM 310-LOAD-GROSS-LOSS
               PERFORM 320-COMPUTE-CESSION
               PERFORM 330-READ-CEDED-MASTER
               IF WS-CEDED-INCURRED > 0 OR CEDED-ON-FILE
                   IF CEDED-ON-FILE
                       AND XC-LAST-BILLED-MONTH > WS-PARM-BDX-MONTH
                       PERFORM 345-LIST-LATER-BILLED
                   ELSE
                       PERFORM 340-UPDATE-CEDED-MASTER
                       PERFORM 350-PRINT-BDX-DETAIL
                       PERFORM 360-ACCUMULATE-CESSION
                   END-IF
               END-IF
           END-IF.
           PERFORM 200-READ-HIST.

       310-LOAD-GROSS-LOSS.
      * Net paid to date off the history record - a record written
      * before the master carried the total holds spaces there: it
      * was paid once, for its amount, if its disposition says it
      * went to payable.  Outstanding is the case reserve, while
      * it is still open.
           IF CH-PAY-COUNT NUMERIC AND CH-TOTAL-PAID NUMERIC
               MOVE CH-TOTAL-PAID TO WS-GROSS-PAID
           ELSE
               EVALUATE CH-DISPOSITION
                   WHEN 'ACCEPTED'
                   WHEN 'ADJAPPRVD'
                   WHEN 'REISSUED'
                       MOVE CH-CLAIM-AMOUNT TO WS-GROSS-PAID
                   WHEN OTHER
                       MOVE 0 TO WS-GROSS-PAID
               END-EVALUATE
           END-IF.
           MOVE 0 TO WS-GROSS-OS.
           MOVE CH-CLAIM-NUMBER TO CR-CLAIM-NUMBER.
           READ CLAIM-RESERVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CR-STATUS-OPEN AND CR-RESERVE-AMOUNT NUMERIC
                       MOVE CR-RESERVE-AMOUNT TO WS-GROSS-OS
                   END-IF
           END-READ.
           ADD WS-GROSS-PAID WS-GROSS-OS GIVING WS-GROSS-INCURRED.

       320-COMPUTE-CESSION.
      * The layer is what the loss runs above the retention, no
      * more than the limit; the treaty takes its share of it.
      * Ceded paid is worked the same way off paid alone, and the
      * ceded outstanding is the rest of the ceded loss.
           IF WS-GROSS-INCURRED > WS-TRT-RETENTION(WS-TRT-IDX)
               COMPUTE WS-LAYER-AMOUNT =
                   WS-GROSS-INCURRED - WS-TRT-RETENTION(WS-TRT-IDX)
           ELSE
               MOVE 0 TO WS-LAYER-AMOUNT
           END-IF.
           IF WS-LAYER-AMOUNT > WS-TRT-LIMIT(WS-TRT-IDX)
               MOVE WS-TRT-LIMIT(WS-TRT-IDX) TO WS-LAYER-AMOUNT
           END-IF.
           COMPUTE WS-CEDED-INCURRED ROUNDED =
               WS-LAYER-AMOUNT * WS-TRT-SHARE-PCT(WS-TRT-IDX) / 100.
           IF WS-GROSS-PAID > WS-TRT-RETENTION(WS-TRT-IDX)
               COMPUTE WS-LAYER-AMOUNT =
                   WS-GROSS-PAID - WS-TRT-RETENTION(WS-TRT-IDX)
           ELSE
               MOVE 0 TO WS-LAYER-AMOUNT
           END-IF.
           IF WS-LAYER-AMOUNT > WS-TRT-LIMIT(WS-TRT-IDX)
               MOVE WS-TRT-LIMIT(WS-TRT-IDX) TO WS-LAYER-AMOUNT
           END-IF.
           COMPUTE WS-CEDED-PAID ROUNDED =
               WS-LAYER-AMOUNT * WS-TRT-SHARE-PCT(WS-TRT-IDX) / 100.
           COMPUTE WS-CEDED-OS = WS-CEDED-INCURRED - WS-CEDED-PAID.

       330-READ-CEDED-MASTER.
           MOVE CH-CLAIM-NUMBER TO XC-CLAIM-NUMBER.
           READ XOL-CEDED
               INVALID KEY
                   MOVE 'N' TO WS-CEDED-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CEDED-ON-FILE-SW
           END-READ.

       340-UPDATE-CEDED-MASTER.
      * The month's movement is ceded paid now against ceded paid
      * as of the bordereau before.  The first run of a month moves
      * the standing figure into XC-PRIOR-PAID-TD; a rerun of the
      * same month finds it already there and bills the same
      * movement again.  A claim already billed for a later month
      * never gets here - 345-LIST-LATER-BILLED.
           IF NOT CEDED-ON-FILE
               MOVE SPACE TO XOL-CEDED-REC
               MOVE CH-CLAIM-NUMBER TO XC-CLAIM-NUMBER
               MOVE 0 TO XC-CEDED-PAID-TD
               MOVE 0 TO XC-CEDED-OS
               MOVE 0 TO XC-PRIOR-PAID-TD
               MOVE 0 TO XC-LAST-BILLED-MONTH
               MOVE WS-PARM-BDX-MONTH TO XC-FIRST-CEDED-MONTH
               ADD 1 TO WS-NEW-CEDED-COUNT
           END-IF.
           IF XC-LAST-BILLED-MONTH NOT = WS-PARM-BDX-MONTH
               MOVE XC-CEDED-PAID-TD TO XC-PRIOR-PAID-TD
           END-IF.
           COMPUTE WS-MOVEMENT = WS-CEDED-PAID - XC-PRIOR-PAID-TD.
           MOVE WS-TRT-ID(WS-TRT-IDX) TO XC-TREATY-ID.
           MOVE WS-TRT-YEAR(WS-TRT-IDX) TO XC-TREATY-YEAR.
           MOVE CH-CLAIM-TYPE TO XC-CLAIM-TYPE.
           MOVE WS-CEDED-PAID TO XC-CEDED-PAID-TD.
           MOVE WS-CEDED-OS TO XC-CEDED-OS.
           MOVE WS-PARM-BDX-MONTH TO XC-LAST-BILLED-MONTH.
           IF CEDED-ON-FILE
               REWRITE XOL-CEDED-REC
           ELSE
               WRITE XOL-CEDED-REC
           END-IF.

       345-LIST-LATER-BILLED.
      * An earlier month run after a later one has been billed.
      * The ceded master's prior paid is the later month's, so the
      * movement worked here would bill that month's cession a
      * second time - or lose it - and the record would be put back
      * a month.  The claim is listed for reinsurance accounting
      * to settle by hand and the master is not touched.
           ADD 1 TO WS-LATER-BILLED-COUNT.
           MOVE CH-CLAIM-NUMBER TO BL-CLAIM-NUMBER.
           MOVE CH-CLAIM-TYPE TO BL-CLAIM-TYPE.
           MOVE WS-LOSS-DATE TO BL-LOSS-DATE.
           MOVE WS-TRT-ID(WS-TRT-IDX) TO BL-TREATY-ID.
           MOVE XC-LAST-BILLED-MONTH TO BL-LAST-BILLED-MONTH.
           WRITE XOL-RPT-REC FROM WS-BDX-LATER.

       350-PRINT-BDX-DETAIL.
           MOVE SPACE TO WS-BDX-DETAIL.
           MOVE CH-CLAIM-NUMBER TO BD-CLAIM-NUMBER.
           MOVE CH-CLAIM-TYPE TO BD-CLAIM-TYPE.
           MOVE WS-LOSS-DATE TO BD-LOSS-DATE.
           MOVE WS-TRT-ID(WS-TRT-IDX) TO BD-TREATY-ID.
           MOVE WS-GROSS-PAID TO BD-GROSS-PAID.
           MOVE WS-GROSS-OS TO BD-GROSS-OS.
           MOVE WS-CEDED-PAID TO BD-CEDED-PAID.
           MOVE WS-CEDED-OS TO BD-CEDED-OS.
           IF WS-MOVEMENT < 0
               COMPUTE BD-MOVEMENT = 0 - WS-MOVEMENT
               MOVE 'CR' TO BD-CREDIT-FLAG
           ELSE
               MOVE WS-MOVEMENT TO BD-MOVEMENT
           END-IF.
           WRITE XOL-RPT-REC FROM WS-BDX-DETAIL.

       360-ACCUMULATE-CESSION.
      * Claim type totals, run totals and the treaty's net movement
      * for the month.
           EVALUATE CH-CLAIM-TYPE
               WHEN 'A'
                   MOVE 1 TO WS-TYPE-SUB
               WHEN 'P'
                   MOVE 2 TO WS-TYPE-SUB
               WHEN 'M'
                   MOVE 3 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-SUB
           END-EVALUATE.
           ADD 1 TO WS-CEDED-COUNT.
           ADD 1 TO WS-TY-CLAIM-COUNT(WS-TYPE-SUB).
           ADD WS-CEDED-PAID TO WS-TY-CEDED-PAID(WS-TYPE-SUB).
           ADD WS-CEDED-OS TO WS-TY-CEDED-OS(WS-TYPE-SUB).
           ADD WS-CEDED-PAID TO WS-TOT-CEDED-PAID.
           ADD WS-CEDED-OS TO WS-TOT-CEDED-OS.
           MOVE 'N' TO WS-DUE-FOUND-SW.
           IF WS-DUE-COUNT > 0
               SET WS-DUE-IDX TO 1
               SEARCH WS-DUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DUE-TREATY-ID(WS-DUE-IDX)
                       = WS-TRT-ID(WS-TRT-IDX)
                       MOVE 'Y' TO WS-DUE-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT DUE-TREATY-FOUND
               ADD 1 TO WS-DUE-COUNT
               SET WS-DUE-IDX TO WS-DUE-COUNT
               MOVE WS-TRT-ID(WS-TRT-IDX)
                   TO WS-DUE-TREATY-ID(WS-DUE-IDX)
               MOVE WS-TRT-REINSURER(WS-TRT-IDX)
                   TO WS-DUE-REINSURER(WS-DUE-IDX)
               MOVE 0 TO WS-DUE-BILLED(WS-DUE-IDX)
               MOVE 0 TO WS-DUE-CREDITED(WS-DUE-IDX)
           END-IF.
           IF WS-MOVEMENT < 0
               COMPUTE WS-DUE-CREDITED(WS-DUE-IDX) =
                   WS-DUE-CREDITED(WS-DUE-IDX) - WS-MOVEMENT
               COMPUTE WS-TY-CREDITED(WS-TYPE-SUB) =
                   WS-TY-CREDITED(WS-TYPE-SUB) - WS-MOVEMENT
               COMPUTE WS-TOT-CREDITED = WS-TOT-CREDITED - WS-MOVEMENT
           ELSE
               ADD WS-MOVEMENT TO WS-DUE-BILLED(WS-DUE-IDX)
               ADD WS-MOVEMENT TO WS-TY-BILLED(WS-TYPE-SUB)
               ADD WS-MOVEMENT TO WS-TOT-BILLED
           END-IF.

       400-PRINT-TYPE-TOTALS.
      * One line per type slot, then the total line in the same
      * columns so the reinsurer can foot the bordereau.  The
      * OTHER line only prints when something landed in it.
           WRITE XOL-RPT-REC FROM WS-TYP-HEADING1.
           WRITE XOL-RPT-REC FROM WS-TYP-HEADING2.
           MOVE 0 TO WS-TYPE-SUB.
           PERFORM 410-PRINT-ONE-TYPE UNTIL WS-TYPE-SUB >= 4.
           MOVE SPACE TO WS-TYP-DETAIL.
           MOVE 'TOTAL' TO TY-TYPE-NAME.
           MOVE WS-CEDED-COUNT TO TY-CLAIM-COUNT.
           MOVE WS-TOT-CEDED-PAID TO TY-CEDED-PAID.
           MOVE WS-TOT-CEDED-OS TO TY-CEDED-OS.
           MOVE WS-TOT-BILLED TO TY-BILLED.
           MOVE WS-TOT-CREDITED TO TY-CREDITED.
           WRITE XOL-RPT-REC FROM WS-TYP-DETAIL.

       410-PRINT-ONE-TYPE.
           ADD 1 TO WS-TYPE-SUB.
           IF WS-TYPE-SUB < 4
               OR WS-TY-CLAIM-COUNT(WS-TYPE-SUB) > 0
               MOVE SPACE TO WS-TYP-DETAIL
               MOVE WS-TYPE-NAME(WS-TYPE-SUB) TO TY-TYPE-NAME
               MOVE WS-TY-CLAIM-COUNT(WS-TYPE-SUB) TO TY-CLAIM-COUNT
               MOVE WS-TY-CEDED-PAID(WS-TYPE-SUB) TO TY-CEDED-PAID
               MOVE WS-TY-CEDED-OS(WS-TYPE-SUB) TO TY-CEDED-OS
               MOVE WS-TY-BILLED(WS-TYPE-SUB) TO TY-BILLED
               MOVE WS-TY-CREDITED(WS-TYPE-SUB) TO TY-CREDITED
               WRITE XOL-RPT-REC FROM WS-TYP-DETAIL
           END-IF.

       500-RAISE-REINSURER-DUES.
      * Each treaty's net movement for the month goes on the
      * balances master - due from the reinsurer, or a credit owed
      * to them.  A treaty whose claims netted to nothing raises
      * nothing.
           WRITE XOL-RPT-REC FROM WS-DUE-HEADING.
           ACCEPT WS-RAISED-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-DUE-SUB.
           PERFORM 510-RAISE-ONE-TREATY
               UNTIL WS-DUE-SUB >= WS-DUE-COUNT.

       510-RAISE-ONE-TREATY.
      * A rerun of the month finds its record already on file and
      * replaces the amount, keeping whatever has been settled
      * against it since.
           ADD 1 TO WS-DUE-SUB.
           COMPUTE WS-NET-MOVEMENT = WS-DUE-BILLED(WS-DUE-SUB)
               - WS-DUE-CREDITED(WS-DUE-SUB).
           MOVE WS-DUE-TREATY-ID(WS-DUE-SUB) TO XD-TREATY-ID.
           MOVE WS-PARM-BDX-MONTH TO XD-BDX-MONTH.
           READ XOL-DUE
               INVALID KEY
                   IF WS-NET-MOVEMENT NOT = 0
                       MOVE SPACE TO XOL-DUE-REC
                       MOVE WS-DUE-TREATY-ID(WS-DUE-SUB)
                           TO XD-TREATY-ID
                       MOVE WS-PARM-BDX-MONTH TO XD-BDX-MONTH
                       MOVE 0 TO XD-SETTLED-AMOUNT
                       MOVE WS-RAISED-DATE TO XD-RAISED-DATE
                       PERFORM 520-SET-DUE-AMOUNT
                       WRITE XOL-DUE-REC
                       ADD 1 TO WS-DUE-RAISED-COUNT
                       MOVE 'RAISED' TO WS-RESULT-TEXT
                       PERFORM 530-PRINT-DUE-DETAIL
                   END-IF
               NOT INVALID KEY
                   PERFORM 520-SET-DUE-AMOUNT
                   REWRITE XOL-DUE-REC
                   ADD 1 TO WS-DUE-RAISED-COUNT
                   MOVE 'REPLACED ON RERUN' TO WS-RESULT-TEXT
                   PERFORM 530-PRINT-DUE-DETAIL
           END-READ.

       520-SET-DUE-AMOUNT.
           IF WS-NET-MOVEMENT < 0
               MOVE 'C' TO XD-DIRECTION
               COMPUTE XD-AMOUNT = 0 - WS-NET-MOVEMENT
           ELSE
               MOVE 'D' TO XD-DIRECTION
               MOVE WS-NET-MOVEMENT TO XD-AMOUNT
           END-IF.
           IF XD-SETTLED-AMOUNT < XD-AMOUNT
               MOVE 'O' TO XD-STATUS
               MOVE 0 TO XD-CLOSED-DATE
           ELSE
               MOVE 'C' TO XD-STATUS
               MOVE WS-RAISED-DATE TO XD-CLOSED-DATE
           END-IF.

       530-PRINT-DUE-DETAIL.
           MOVE SPACE TO WS-DUE-DETAIL.
           MOVE XD-TREATY-ID TO DD-TREATY-ID.
           MOVE WS-DUE-REINSURER(WS-DUE-SUB) TO DD-REINSURER.
           IF XD-CREDIT-TO-REINSURER
               MOVE 'CREDIT TO REINSURER' TO DD-DIRECTION
           ELSE
               MOVE 'DUE FROM REINSURER' TO DD-DIRECTION
           END-IF.
           MOVE XD-AMOUNT TO DD-AMOUNT.
           MOVE WS-RESULT-TEXT TO DD-RESULT.
           WRITE XOL-RPT-REC FROM WS-DUE-DETAIL.

       600-POST-SETTLEMENTS.
      * Settlements only come in some months - a missing file posts
      * nothing.  The month's first clean run posted the file; a
      * rerun of the month posts nothing, since every settlement on
      * it would be added to the balances a second time.  One that
      * came in after that run goes on next month's file.
           WRITE XOL-RPT-REC FROM WS-STL-HEADING.
           IF MONTH-ALREADY-CLOSED
               WRITE XOL-RPT-REC FROM WS-STL-RERUN-LINE
           ELSE
               OPEN INPUT XOL-SETTLE
               IF WS-STL-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-STL-EOF
               ELSE
                   PERFORM 610-POST-ONE-SETTLEMENT
                       UNTIL WS-STL-EOF = 'Y'
                   CLOSE XOL-SETTLE
               END-IF
           END-IF.

       610-POST-ONE-SETTLEMENT.
           READ XOL-SETTLE
               AT END MOVE 'Y' TO WS-STL-EOF
               NOT AT END
                   ADD 1 TO WS-STL-READ-COUNT
                   PERFORM 620-APPLY-SETTLEMENT
           END-READ.

       620-APPLY-SETTLEMENT.
      * A settlement must name an open balance.  One above what is
      * open still posts in full and closes the balance - the
      * report line puts it in front of a human.
           MOVE 'Y' TO WS-STL-VALID.
           MOVE 0 TO WS-OPEN-BALANCE.
           IF XS-AMOUNT NOT NUMERIC OR XS-AMOUNT = 0
               MOVE 'N' TO WS-STL-VALID
               MOVE 'INVALID SETTLEMENT AMOUNT' TO WS-RESULT-TEXT
           ELSE
               MOVE XS-TREATY-ID TO XD-TREATY-ID
               MOVE XS-BDX-MONTH TO XD-BDX-MONTH
               READ XOL-DUE
                   INVALID KEY
                       MOVE 'N' TO WS-STL-VALID
                       MOVE 'NO BALANCE ON FILE' TO WS-RESULT-TEXT
                   NOT INVALID KEY
                       IF XD-STATUS-CLOSED
                           MOVE 'N' TO WS-STL-VALID
                           MOVE 'BALANCE ALREADY SETTLED'
                               TO WS-RESULT-TEXT
                       END-IF
               END-READ
           END-IF.
           IF WS-STL-VALID = 'Y'
               ADD XS-AMOUNT TO XD-SETTLED-AMOUNT
               COMPUTE WS-OPEN-BALANCE =
                   XD-AMOUNT - XD-SETTLED-AMOUNT
               IF WS-OPEN-BALANCE > 0
                   MOVE 'SETTLEMENT APPLIED' TO WS-RESULT-TEXT
               ELSE
                   MOVE 'C' TO XD-STATUS
                   ACCEPT XD-CLOSED-DATE FROM DATE YYYYMMDD
                   IF WS-OPEN-BALANCE < 0
                       MOVE 'SETTLED - OVER AMOUNT OPEN'
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE 'SETTLED IN FULL' TO WS-RESULT-TEXT
                   END-IF
               END-IF
               REWRITE XOL-DUE-REC
               ADD 1 TO WS-STL-APPLIED-COUNT
               ADD XS-AMOUNT TO WS-STL-APPLIED-AMOUNT
           ELSE
               ADD 1 TO WS-STL-REJECT-COUNT
           END-IF.
           MOVE SPACE TO WS-STL-DETAIL.
           MOVE XS-TREATY-ID TO SD-TREATY-ID.
           MOVE XS-BDX-MONTH TO SD-BDX-MONTH.
           IF XS-AMOUNT NUMERIC
               MOVE XS-AMOUNT TO SD-AMOUNT
           END-IF.
           IF WS-OPEN-BALANCE > 0
               MOVE WS-OPEN-BALANCE TO SD-BALANCE
           ELSE
               MOVE 0 TO SD-BALANCE
           END-IF.
           MOVE WS-RESULT-TEXT TO SD-RESULT.
           WRITE XOL-RPT-REC FROM WS-STL-DETAIL.

       700-REPORT-OPEN-ITEMS.
      * Every balance still open with a reinsurer, whichever month
      * raised it - the list that used to be the quarter-end
      * spreadsheet's last tab.
           WRITE XOL-RPT-REC FROM WS-OPN-HEADING1.
           WRITE XOL-RPT-REC FROM WS-OPN-HEADING2.
           MOVE LOW-VALUE TO XD-KEY.
           START XOL-DUE KEY NOT < XD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DUE-EOF
           END-START.
           PERFORM 710-REPORT-ONE-BALANCE UNTIL WS-DUE-EOF = 'Y'.

       710-REPORT-ONE-BALANCE.
           READ XOL-DUE NEXT RECORD
               AT END MOVE 'Y' TO WS-DUE-EOF
               NOT AT END
                   IF XD-STATUS-OPEN
                       PERFORM 720-PRINT-ONE-OPEN-ITEM
                   END-IF
           END-READ.

       720-PRINT-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-ITEM-COUNT.
           COMPUTE WS-OPEN-BALANCE = XD-AMOUNT - XD-SETTLED-AMOUNT.
           MOVE SPACE TO WS-OPN-DETAIL.
           MOVE XD-TREATY-ID TO OD-TREATY-ID.
           MOVE XD-BDX-MONTH TO OD-BDX-MONTH.
           IF XD-CREDIT-TO-REINSURER
               MOVE 'CREDIT TO REINSURER' TO OD-DIRECTION
               ADD WS-OPEN-BALANCE TO WS-OPEN-CREDIT-AMOUNT
           ELSE
               MOVE 'DUE FROM REINSURER' TO OD-DIRECTION
               ADD WS-OPEN-BALANCE TO WS-OPEN-DUE-AMOUNT
           END-IF.
           MOVE XD-AMOUNT TO OD-AMOUNT.
           MOVE XD-SETTLED-AMOUNT TO OD-SETTLED.
           MOVE WS-OPEN-BALANCE TO OD-OPEN.
           WRITE XOL-RPT-REC FROM WS-OPN-DETAIL.

       800-TERMINATION.
      * Control totals and close.
           MOVE SPACE TO WS-XOL-TOTAL.
           MOVE 'TREATY TERMS CARDS:' TO XL-DESCRIPTION.
           MOVE WS-TRT-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'HISTORY RECORDS READ:' TO XL-DESCRIPTION.
           MOVE WS-HIST-READ-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'CLAIMS WITH NO TREATY:' TO XL-DESCRIPTION.
           MOVE WS-NO-TREATY-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'CLAIMS CEDED:' TO XL-DESCRIPTION.
           MOVE WS-CEDED-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'FIRST CEDED THIS MONTH:' TO XL-DESCRIPTION.
           MOVE WS-NEW-CEDED-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'BILLED FOR A LATER MONTH:' TO XL-DESCRIPTION.
           MOVE WS-LATER-BILLED-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'BALANCES RAISED:' TO XL-DESCRIPTION.
           MOVE WS-DUE-RAISED-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'SETTLEMENTS READ:' TO XL-DESCRIPTION.
           MOVE WS-STL-READ-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'SETTLEMENTS APPLIED:' TO XL-DESCRIPTION.
           MOVE WS-STL-APPLIED-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'SETTLEMENTS REJECTED:' TO XL-DESCRIPTION.
           MOVE WS-STL-REJECT-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE 'BALANCES STILL OPEN:' TO XL-DESCRIPTION.
           MOVE WS-OPEN-ITEM-COUNT TO XL-COUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-TOTAL.
           MOVE SPACE TO WS-XOL-AMT-TOTAL.
           MOVE 'CEDED PAID BILLED THIS MONTH:' TO XA-DESCRIPTION.
           MOVE WS-TOT-BILLED TO XA-AMOUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-AMT-TOTAL.
           MOVE 'CEDED PAID CREDITED BACK:' TO XA-DESCRIPTION.
           MOVE WS-TOT-CREDITED TO XA-AMOUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-AMT-TOTAL.
           MOVE 'SETTLEMENTS POSTED:' TO XA-DESCRIPTION.
           MOVE WS-STL-APPLIED-AMOUNT TO XA-AMOUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-AMT-TOTAL.
           MOVE 'OPEN DUE FROM REINSURERS:' TO XA-DESCRIPTION.
           MOVE WS-OPEN-DUE-AMOUNT TO XA-AMOUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-AMT-TOTAL.
           MOVE 'OPEN CREDITS TO REINSURERS:' TO XA-DESCRIPTION.
           MOVE WS-OPEN-CREDIT-AMOUNT TO XA-AMOUNT.
           WRITE XOL-RPT-REC FROM WS-XOL-AMT-TOTAL.
           DISPLAY 'CLAIMXOL RUN CONTROL - MONTH ' WS-PARM-BDX-MONTH
               ' CEDED: ' WS-CEDED-COUNT
               ' BILLED: ' WS-TOT-BILLED
               ' CREDITED: ' WS-TOT-CREDITED
               ' OPEN: ' WS-OPEN-ITEM-COUNT.
           PERFORM 900-CLOSE-FILES.

       890-POST-RUN-LEDGER.
      * Closes out this run's attempt on the ledger - ended clean,
      * or abended when the run is ending with a return code.
           OPEN I-O RUN-LEDGER.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           READ RUN-LEDGER
               INVALID KEY
                   DISPLAY 'CLAIMXOL - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMXOL - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE CLAIM-HIST.
           CLOSE CLAIM-RESERVE.
           CLOSE XOL-CEDED.
           CLOSE XOL-DUE.
           CLOSE XOL-RPT.
