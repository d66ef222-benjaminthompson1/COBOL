       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMTAX.
       AUTHOR.          BEN THOMPSON.
      *
      * Year-end 1099 information returns for claim payees.  AP used
      * to rebuild what each payee was paid from the check registers
      * every January.  This program totals the tax year's payments
      * per payee straight off the payment extracts - the claim
      * run's CLAIM-PAYEXT, the CLAIMADJ approvals appended to it and
      * the CLAIMVOD reissues, concatenated for the year on PAYYEAR -
      * and nets out the payments stopped during the year (the
      * VOIDED entries on the CLAIM-AUDIT trail) and the overpayment
      * balances left on CLAIM-RECOVERY.  Medical claim payments
      * report as medical and health care payments (amount code 6),
      * everything else as other income (amount code 3).
      *
      * Payees flagged reportable on PAYMAST whose year total reaches
      * the reporting threshold go out on the IRS1099 file in the
      * IRS electronic filing layout - transmitter (T), payer (A),
      * one payee (B) record each, end of payer (C) and end of
      * transmission (F).  The control report lists every payee that
      * should have gone out and could not - reportable with no TIN
      * on file, no city, state and ZIP that can be read off the
      * second address line, never classified reportable or exempt,
      * or not on the payee master at all - and every void or
      * recovery that
      * could not be netted against a payment made this year, so AP
      * can settle them by hand before the file is sent.
      *
      * The payer, transmitter control code and threshold come off
      * the TAXPARM cards, one per card type in column 1:
      *   1  tax year, payer TIN, TCC, test file indicator (T),
      *      reporting threshold (zero means 600.00), payer phone,
      *      and in columns 71-79 the run ledger's rerun override
      *   2  payer name
      *   3  payer street address
      *   4  payer city, state and ZIP
      *   5  contact name
      * A missing or malformed card stops the run RC 16 before any
      * output file is touched.
      *
      * Modification History:
      *   2026-09-14 BT  Initial version.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against the tax year (CCYY0000).  A year
      *                  already ended clean is refused unless header
      *                  card 1 carries the rerun override (R and the
      *                  authorizer) in columns 71-79.
      *   2026-09-24 BT  PAYMAST grew to 130 bytes to carry the payee's
      *                  remittance change date.
      *   2026-10-05 BT  PAYMAST is a keyed file read at random by
      *                  payee name in 565-LOOKUP-PAYEE, no longer
      *                  loaded into a 5000-entry table.
      *   2026-10-15 BT  The payee's second address line is split into
      *                  city, state and ZIP for the B record -
      *                  575-SPLIT-CITY-LINE.  A reportable payee
      *                  whose line will not split into a two letter
      *                  state and a five or nine digit ZIP is listed
      *                  on TAXRPT and not written to the file.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM ASSIGN TO TAXPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PAY-YEAR ASSIGN TO PAYYEAR
             ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-YEAR ASSIGN TO AUDYEAR
             ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-RECOVERY ASSIGN TO CLAIMRCV
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS RV-CLAIM-NUMBER
             FILE STATUS IS WS-RCV-FILE-STATUS.
           SELECT CLAIM-HIST ASSIGN TO CLAIMHST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CH-CLAIM-NUMBER
             FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PAYMAST ASSIGN TO PAYMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PM-PAYEE-NAME
             FILE STATUS IS WS-PAYMAST-FILE-STATUS.
           SELECT CLAIM-SORT ASSIGN TO SORTWK01.
           SELECT PAYEE-SORT ASSIGN TO SORTWK02.
           SELECT TAX-WORK ASSIGN TO TAXWORK
             ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-WORK ASSIGN TO TAXRWRK
             ORGANIZATION IS SEQUENTIAL.
           SELECT IRS-FILE ASSIGN TO IRS1099
             ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-RPT ASSIGN TO TAXRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-PARM-REC.
       01  TAX-PARM-REC                      PIC X(80).

       FD  PAY-YEAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-PAYEXT-REC.
           COPY CLAIMPAY.

       FD  AUDIT-YEAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-AUDIT-REC.
           COPY CLAIMAUD.

       FD  CLAIM-RECOVERY
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-RECOVERY-REC.
           COPY CLAIMRCV.

       FD  CLAIM-HIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-HIST-REC.
           COPY CLAIMHST.

       FD  PAYMAST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYEE-REC.
           COPY PAYMAST.

      * Payment activity sorted into claim order - the payments
      * first, then the claim's recovery, then its voids, each kind
      * in the order it was read.
       SD  CLAIM-SORT
           DATA RECORD IS CLAIM-SORT-REC.
       01  CLAIM-SORT-REC.
           05  SC-CLAIM-NUMBER                PIC X(10).
           05  SC-KIND                        PIC X(01).
               88  SC-PAYMENT                 VALUE 'P'.
               88  SC-RECOVERY                VALUE 'R'.
               88  SC-VOID                    VALUE 'V'.
           05  SC-ARRIVAL-SEQ                 PIC 9(07).
           05  SC-PAYEE-NAME                  PIC X(20).
           05  SC-PAY-AMOUNT                  PIC 9(07)V99.
           05  SC-NET-AMOUNT                  PIC 9(07)V99.
           05  SC-PAY-SEQ                     PIC 9(02).
           05  SC-EVENT-DATE                  PIC 9(08).
           05  FILLER                         PIC X(14).

      * Netted dollars per payee and claim type, written by the
      * claim pass and sorted by payee for the payee pass.
       FD  TAX-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-WORK-REC.
       01  TAX-WORK-REC.
           05  TW-PAYEE-NAME                  PIC X(20).
           05  TW-CLAIM-TYPE                  PIC X(01).
           05  TW-AMOUNT                      PIC S9(09)V99
                                              SIGN LEADING SEPARATE.
           05  TW-CLAIM-NUMBER                PIC X(10).
           05  FILLER                         PIC X(37).

       SD  PAYEE-SORT
           DATA RECORD IS PAYEE-SORT-REC.
       01  PAYEE-SORT-REC.
           05  SP-PAYEE-NAME                  PIC X(20).
           05  SP-CLAIM-TYPE                  PIC X(01).
           05  SP-AMOUNT                      PIC S9(09)V99
                                              SIGN LEADING SEPARATE.
           05  SP-CLAIM-NUMBER                PIC X(10).
           05  FILLER                         PIC X(37).

      * One record per payee going out on the 1099 file, held until
      * the payee count the transmitter record leads with is known.
       FD  RETURN-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURN-WORK-REC.
       01  RETURN-WORK-REC.
           05  RW-PAYEE-NAME                  PIC X(20).
           05  RW-TAX-ID                      PIC 9(09).
           05  RW-TIN-TYPE                    PIC X(01).
           05  RW-ADDRESS-LINE1               PIC X(30).
           05  RW-PAYEE-CITY                  PIC X(30).
           05  RW-PAYEE-STATE                 PIC X(02).
           05  RW-PAYEE-ZIP                   PIC X(09).
           05  RW-MEDICAL-AMOUNT              PIC 9(09)V99.
           05  RW-OTHER-AMOUNT                PIC 9(09)V99.
           05  FILLER                         PIC X(07).

       FD  IRS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 750 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IRS-1099-REC.
           COPY IRS1099.

       FD  TAX-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-RPT-REC.
       01  TAX-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * TAXPARM cards - read into one area and picked apart by the
      * card type in column 1.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-EOF                        PIC X(01) VALUE 'N'.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-CARD-TYPE             PIC X(01).
           05  FILLER                        PIC X(79).
       01  WS-PARM-CARD-1 REDEFINES WS-PARM-CARD.
           05  FILLER                        PIC X(01).
           05  WS-P1-TAX-YEAR                PIC 9(04).
           05  WS-P1-PAYER-TIN               PIC 9(09).
           05  WS-P1-TCC                     PIC X(05).
           05  WS-P1-TEST-IND                PIC X(01).
           05  WS-P1-THRESHOLD               PIC 9(05)V99.
           05  WS-P1-THRESHOLD-X REDEFINES WS-P1-THRESHOLD
                                             PIC X(07).
           05  WS-P1-PAYER-PHONE             PIC X(15).
           05  FILLER                        PIC X(28).
           05  WS-P1-RERUN-FLAG              PIC X(01).
           05  WS-P1-RERUN-AUTH              PIC X(08).
           05  FILLER                        PIC X(01).
       01  WS-PARM-CARD-NAME REDEFINES WS-PARM-CARD.
           05  FILLER                        PIC X(01).
           05  WS-PN-TEXT                    PIC X(40).
           05  FILLER                        PIC X(39).
       01  WS-PARM-CARD-4 REDEFINES WS-PARM-CARD.
           05  FILLER                        PIC X(01).
           05  WS-P4-CITY                    PIC X(40).
           05  WS-P4-STATE                   PIC X(02).
           05  WS-P4-ZIP                     PIC X(09).
           05  FILLER                        PIC X(28).

      * Run ledger - every attempt at this step is logged against
      * its business date.  A date this step already ended clean
      * is not run again without the rerun override on the card,
      * and the step ahead of it in the stream must have ended
      * clean for the same date - 030-CHECK-RUN-LEDGER.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMTAX'.
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

      * The payer as the cards describe it
       77 WS-TAX-YEAR                        PIC 9(04) VALUE 0.
       77 WS-PAYER-TIN                       PIC 9(09) VALUE 0.
       77 WS-PAYER-TCC                       PIC X(05) VALUE SPACE.
       77 WS-TEST-FILE-IND                   PIC X(01) VALUE SPACE.
       77 WS-REPORT-THRESHOLD                PIC 9(05)V99 VALUE 600.00.
       77 WS-PAYER-PHONE                     PIC X(15) VALUE SPACE.
       77 WS-RERUN-FLAG                      PIC X(01) VALUE SPACE.
          88 RERUN-AUTHORIZED                VALUE 'R'.
       77 WS-RERUN-AUTH                      PIC X(08) VALUE SPACE.
       77 WS-PAYER-NAME                      PIC X(40) VALUE SPACE.
       77 WS-PAYER-ADDRESS                   PIC X(40) VALUE SPACE.
       77 WS-PAYER-CITY                      PIC X(40) VALUE SPACE.
       77 WS-PAYER-STATE                     PIC X(02) VALUE SPACE.
       77 WS-PAYER-ZIP                       PIC X(09) VALUE SPACE.
       77 WS-CONTACT-NAME                    PIC X(40) VALUE SPACE.

      * Date work area - the year of a payment, void or recovery
      * date is tested against the tax year.
       01  WS-DATE-WORK                      PIC 9(08) VALUE 0.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DATE-CCYY                  PIC 9(04).
           05  WS-DATE-MMDD                  PIC 9(04).

      * End of file switches and file status fields
       77 WS-PAYYEAR-EOF                     PIC X(01) VALUE 'N'.
       77 WS-AUDYEAR-EOF                     PIC X(01) VALUE 'N'.
       77 WS-RCV-EOF                         PIC X(01) VALUE 'N'.
       77 WS-SORT-EOF                        PIC X(01) VALUE 'N'.
       77 WS-RETURN-EOF                      PIC X(01) VALUE 'N'.
       77 WS-RCV-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-HIST-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PAYMAST-FILE-STATUS             PIC X(02) VALUE SPACE.

      * Set when a master will not open or a working storage table
      * fills up - no 1099 file is written from a partial year.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Payee master, read at random by payee name the way
      * CLAIMVOD reads it - the payee now being totalled, as read.
       01  WS-PAYEE-CURRENT.
           05  WS-PAYEE-NAME                  PIC X(20).
           05  WS-PAYEE-ADDRESS-LINE1         PIC X(30).
           05  WS-PAYEE-ADDRESS-LINE2         PIC X(30).
           05  WS-PAYEE-TAX-ID                PIC X(09).
           05  WS-PAYEE-TIN-TYPE              PIC X(01).
           05  WS-PAYEE-REPORT-FLAG           PIC X(01).
       77 WS-PAYEE-FOUND-SW                  PIC X(01) VALUE 'N'.
          88 PAYEE-FOUND                     VALUE 'Y'.

      * Second address line split into city, state and ZIP for the
      * B record - 575-SPLIT-CITY-LINE.  The line is read as words:
      * the last is the ZIP, the one before it the state and the
      * rest, less a trailing comma, the city.  The positions are
      * where the last word starts, where the state starts and
      * ends, and where the city ends.
       77 WS-CITY-LINE                       PIC X(30) VALUE SPACE.
       77 WS-CITY-SUB                        PIC 9(02) COMP VALUE 0.
       77 WS-CITY-LINE-LENGTH                PIC 9(02) COMP VALUE 30.
       77 WS-CITY-LAST-CHAR                  PIC 9(02) COMP VALUE 0.
       77 WS-ZIP-START                       PIC 9(02) COMP VALUE 0.
       77 WS-STATE-START                     PIC 9(02) COMP VALUE 0.
       77 WS-STATE-END                       PIC 9(02) COMP VALUE 0.
       77 WS-CITY-END                        PIC 9(02) COMP VALUE 0.
       77 WS-ZIP-LENGTH                      PIC 9(02) COMP VALUE 0.
       77 WS-PAYEE-CITY                      PIC X(30) VALUE SPACE.
       77 WS-PAYEE-STATE                     PIC X(02) VALUE SPACE.
       77 WS-PAYEE-ZIP                       PIC X(09) VALUE SPACE.
       77 WS-PAYEE-ZIP-10                    PIC X(10) VALUE SPACE.
       77 WS-CITY-LINE-SW                    PIC X(01) VALUE 'N'.
          88 CITY-LINE-SPLIT                 VALUE 'Y'.

      * Sort release sequence - keeps each kind of activity in the
      * order it was read within its claim.
       77 WS-ARRIVAL-SEQ                     PIC 9(07) COMP VALUE 0.

      * Claim pass - the claim being netted, its payments this year,
      * the balance its recovery record leaves with the payee and
      * its claim type off the history master.
       77 WS-BREAK-CLAIM                     PIC X(10) VALUE SPACE.
       77 WS-CLM-PAY-COUNT                   PIC 9(03) COMP VALUE 0.
       01  WS-CLM-PAY-TABLE.
           05  WS-CLM-PAY-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CLM-PAY-COUNT
                   INDEXED BY WS-CLM-IDX.
               10  WS-CLM-PAYEE-NAME          PIC X(20).
               10  WS-CLM-PAY-AMOUNT          PIC 9(07)V99.
               10  WS-CLM-NET-AMOUNT          PIC 9(07)V99.
               10  WS-CLM-VOIDED-SW           PIC X(01).
       77 WS-CLM-SUB                         PIC 9(03) COMP VALUE 0.
       77 WS-VOID-MATCHED-SW                 PIC X(01) VALUE 'N'.
          88 VOID-MATCHED                    VALUE 'Y'.
       77 WS-CLM-RCV-SW                      PIC X(01) VALUE 'N'.
          88 CLAIM-HAS-RECOVERY              VALUE 'Y'.
       77 WS-CLM-RCV-AMOUNT                  PIC S9(09)V99 VALUE 0.
       77 WS-CLM-TYPE                        PIC X(01) VALUE SPACE.

      * Payee pass - the payee being totalled and its two boxes
       77 WS-BREAK-PAYEE                     PIC X(20) VALUE SPACE.
       77 WS-PAYEE-MEDICAL                   PIC S9(11)V99 VALUE 0.
       77 WS-PAYEE-OTHER                     PIC S9(11)V99 VALUE 0.
       77 WS-PAYEE-TOTAL                     PIC S9(11)V99 VALUE 0.

      * Exception line work fields
       77 WS-EXC-PAYEE-NAME                  PIC X(20) VALUE SPACE.
       77 WS-EXC-CLAIM-NUMBER                PIC X(10) VALUE SPACE.
       77 WS-EXC-AMOUNT                      PIC S9(11)V99 VALUE 0.
       77 WS-EXC-TEXT                        PIC X(40) VALUE SPACE.

      * 1099 file record sequence - T is record 1
       77 WS-IRS-SEQUENCE                    PIC 9(08) VALUE 0.

      * Control totals
       77 WS-PAY-READ-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-PAY-YEAR-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-PAY-OTHER-YEAR-COUNT            PIC 9(07) COMP VALUE 0.
       77 WS-VOID-YEAR-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-VOID-NETTED-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-VOID-UNMATCHED-COUNT            PIC 9(07) COMP VALUE 0.
       77 WS-RCV-YEAR-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-RCV-NETTED-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-RCV-UNMATCHED-COUNT             PIC 9(07) COMP VALUE 0.
       77 WS-NO-HIST-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-PAYEE-TOTALLED-COUNT            PIC 9(07) COMP VALUE 0.
       77 WS-RETURN-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-BELOW-THRESHOLD-COUNT           PIC 9(07) COMP VALUE 0.
       77 WS-EXEMPT-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-MISSING-TIN-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-UNCLASSIFIED-COUNT              PIC 9(07) COMP VALUE 0.
       77 WS-NOT-ON-MASTER-COUNT             PIC 9(07) COMP VALUE 0.
       77 WS-NO-CITY-LINE-COUNT              PIC 9(07) COMP VALUE 0.
       77 WS-PAID-YEAR-TOTAL                 PIC 9(11)V99 VALUE 0.
       77 WS-VOID-NETTED-TOTAL               PIC 9(11)V99 VALUE 0.
       77 WS-RCV-NETTED-TOTAL                PIC S9(11)V99 VALUE 0.
       77 WS-MEDICAL-REPORTED-TOTAL          PIC 9(16)V99 VALUE 0.
       77 WS-OTHER-REPORTED-TOTAL            PIC 9(16)V99 VALUE 0.

      * Control report heading lines
       01  WS-TAX-HEADING1.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'YEAR-END 1099 CONTROL REPORT'.
           05  FILLER                        PIC X(10) VALUE
               'TAX YEAR:'.
           05  TH-TAX-YEAR                   PIC 9(04).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TH-TEST-FILE                  PIC X(09).
           05  FILLER                        PIC X(64) VALUE SPACE.

       01  WS-TAX-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'PAYEE'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               'CLAIM NUMBER'.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  FILLER                        PIC X(15) VALUE
               '         AMOUNT'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'EXCEPTION'.
           05  FILLER                        PIC X(34) VALUE SPACE.

      * Exception line - one per payee, void or recovery that could
      * not be carried onto the 1099 file as it stands.
       01  WS-TAX-EXCEPTION.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  TX-PAYEE-NAME                 PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TX-CLAIM-NUMBER               PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TX-AMOUNT                     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  TX-TEXT                       PIC X(40).
           05  FILLER                        PIC X(34) VALUE SPACE.

      * Control total line - the description varies, the count does
      * not.
       01  WS-TAX-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  TO-DESCRIPTION                PIC X(30).
           05  TO-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Dollar total line for the amounts the counts cannot carry
       01  WS-TAX-AMT-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  TA-DESCRIPTION                PIC X(30).
           05  TA-AMOUNT                     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                        PIC X(82) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               SORT CLAIM-SORT
                   ON ASCENDING KEY SC-CLAIM-NUMBER
                                    SC-KIND
                                    SC-ARRIVAL-SEQ
                   INPUT PROCEDURE 200-RELEASE-ACTIVITY
                   OUTPUT PROCEDURE 300-NET-BY-CLAIM
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               SORT PAYEE-SORT
                   ON ASCENDING KEY SP-PAYEE-NAME
                   USING TAX-WORK
                   OUTPUT PROCEDURE 500-TOTAL-BY-PAYEE
           END-IF.
           IF NOT RUN-PARMS-INVALID
               PERFORM 800-TERMINATION
           END-IF.
           IF LEDGER-ATTEMPT-LOGGED
               PERFORM 890-POST-RUN-LEDGER
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           PERFORM 010-READ-TAX-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 030-CHECK-RUN-LEDGER
           END-IF.
           IF NOT RUN-PARMS-INVALID
               PERFORM 096-OPEN-PAYEE-MASTER
               IF NOT RUN-ABORTED
                   PERFORM 100-OPEN-FILES
               END-IF
           END-IF.

       010-READ-TAX-PARMS.
      * Reads the TAXPARM cards into the payer fields, then edits
      * them as a set.  A missing deck, an unknown card type or a
      * field the 1099 file cannot do without stops the run RC 16.
           OPEN INPUT TAX-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMTAX - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 012-READ-ONE-PARM-CARD
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE TAX-PARM
               IF NOT RUN-PARMS-INVALID
                   PERFORM 018-EDIT-TAX-PARMS
               END-IF
           END-IF.

       012-READ-ONE-PARM-CARD.
           READ TAX-PARM INTO WS-PARM-CARD
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   EVALUATE WS-PARM-CARD-TYPE
                       WHEN '1'
                           PERFORM 014-TAKE-PAYER-CARD
                       WHEN '2'
                           MOVE WS-PN-TEXT TO WS-PAYER-NAME
                       WHEN '3'
                           MOVE WS-PN-TEXT TO WS-PAYER-ADDRESS
                       WHEN '4'
                           MOVE WS-P4-CITY TO WS-PAYER-CITY
                           MOVE WS-P4-STATE TO WS-PAYER-STATE
                           MOVE WS-P4-ZIP TO WS-PAYER-ZIP
                       WHEN '5'
                           MOVE WS-PN-TEXT TO WS-CONTACT-NAME
                       WHEN OTHER
                           DISPLAY 'CLAIMTAX - UNKNOWN PARAMETER '
                               'CARD: ' WS-PARM-CARD(1:20)
                               ' - RUN ABORTED'
                           MOVE 'Y' TO WS-PARM-INVALID-SW
                           MOVE 16 TO RETURN-CODE
                   END-EVALUATE
           END-READ.

       014-TAKE-PAYER-CARD.
      * A field that is not numeric is left at zero so the set edit
      * catches it; a blank or zero threshold keeps the 600.00 the
      * 1099-MISC boxes report from.
           IF WS-P1-TAX-YEAR NUMERIC
               MOVE WS-P1-TAX-YEAR TO WS-TAX-YEAR
           END-IF.
           IF WS-P1-PAYER-TIN NUMERIC
               MOVE WS-P1-PAYER-TIN TO WS-PAYER-TIN
           END-IF.
           MOVE WS-P1-TCC TO WS-PAYER-TCC.
           MOVE WS-P1-TEST-IND TO WS-TEST-FILE-IND.
           IF WS-P1-THRESHOLD-X NOT = SPACE
               IF WS-P1-THRESHOLD NUMERIC
                   IF WS-P1-THRESHOLD > 0
                       MOVE WS-P1-THRESHOLD TO WS-REPORT-THRESHOLD
                   END-IF
               ELSE
                   DISPLAY 'CLAIMTAX - PARAMETER CARD MALFORMED: '
                       WS-PARM-CARD(1:30) ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-P1-PAYER-PHONE TO WS-PAYER-PHONE.
           MOVE WS-P1-RERUN-FLAG TO WS-RERUN-FLAG.
           MOVE WS-P1-RERUN-AUTH TO WS-RERUN-AUTH.

       018-EDIT-TAX-PARMS.
           IF WS-TAX-YEAR < 2000
               DISPLAY 'CLAIMTAX - TAX YEAR MISSING OR INVALID '
                   '- RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF WS-PAYER-TIN = 0
               DISPLAY 'CLAIMTAX - PAYER TIN MISSING OR INVALID '
                   '- RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF WS-PAYER-TCC = SPACE
               DISPLAY 'CLAIMTAX - TRANSMITTER CONTROL CODE MISSING '
                   '- RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF WS-TEST-FILE-IND NOT = SPACE AND NOT = 'T'
               DISPLAY 'CLAIMTAX - TEST FILE INDICATOR MUST BE T OR '
                   'BLANK - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF WS-PAYER-NAME = SPACE
               DISPLAY 'CLAIMTAX - PAYER NAME CARD MISSING '
                   '- RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF WS-PAYER-ADDRESS = SPACE
               OR WS-PAYER-CITY = SPACE
               OR WS-PAYER-STATE = SPACE
               OR WS-PAYER-ZIP = SPACE
               DISPLAY 'CLAIMTAX - PAYER ADDRESS CARDS MISSING OR '
                   'INCOMPLETE - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF WS-CONTACT-NAME = SPACE
               DISPLAY 'CLAIMTAX - CONTACT NAME CARD MISSING '
                   '- RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           ELSE
           IF (WS-RERUN-FLAG NOT = SPACE AND NOT RERUN-AUTHORIZED)
               OR (RERUN-AUTHORIZED AND WS-RERUN-AUTH = SPACE)
               DISPLAY 'CLAIMTAX - RERUN OVERRIDE MUST BE R AND NAME '
                   'WHO AUTHORIZED IT - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
           IF RUN-PARMS-INVALID
               MOVE 16 TO RETURN-CODE
           END-IF.

       030-CHECK-RUN-LEDGER.
      * Refuses the run when this step already ended clean for the
      * business date - unless the card carries the rerun override
      * - or when the step ahead of it in the stream has not ended
      * clean for the date.  A run let through is logged on the
      * ledger as started, with who authorized it if it is a rerun.
      * Status 35 is the very first run, before the ledger has ever
      * been created: create it empty and reopen.
           COMPUTE WS-LEDGER-RUN-DATE = WS-TAX-YEAR * 10000.
           OPEN I-O RUN-LEDGER.
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER
               CLOSE RUN-LEDGER
               OPEN I-O RUN-LEDGER
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMTAX - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMTAX - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMTAX - ALREADY ENDED CLEAN FOR '
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
               MOVE WS-RERUN-AUTH TO RL-RERUN-AUTH
               DISPLAY 'CLAIMTAX - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMTAX - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       096-OPEN-PAYEE-MASTER.
      * Opens the payee master for the TIN, its type, the reportable
      * flag and the mailing address each return goes out with.  It
      * stays open for the run, read at random by 565-LOOKUP-PAYEE.
           OPEN INPUT PAYMAST.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMTAX - PAYMAST OPEN FAILED - STATUS '
                   WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

       100-OPEN-FILES.
      * The claim history master supplies each claim's type; a
      * history master that will not open stops the run, since
      * every medical payment would report as other income.
           OPEN INPUT CLAIM-HIST.
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMTAX - CLAIM HISTORY OPEN FAILED - '
                   'STATUS ' WS-HIST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TAX-RPT
               MOVE WS-TAX-YEAR TO TH-TAX-YEAR
               IF WS-TEST-FILE-IND = 'T'
                   MOVE 'TEST FILE' TO TH-TEST-FILE
               ELSE
                   MOVE SPACE TO TH-TEST-FILE
               END-IF
               WRITE TAX-RPT-REC FROM WS-TAX-HEADING1
               WRITE TAX-RPT-REC FROM WS-TAX-HEADING2
           END-IF.

       200-RELEASE-ACTIVITY.
      * Input procedure - releases the tax year's payments off the
      * concatenated extracts, its voids off the audit trail and
      * the recoveries raised during it off the recovery master.
           OPEN INPUT PAY-YEAR.
           PERFORM 210-RELEASE-ONE-PAYMENT UNTIL WS-PAYYEAR-EOF = 'Y'.
           CLOSE PAY-YEAR.
           OPEN INPUT AUDIT-YEAR.
           PERFORM 220-RELEASE-ONE-VOID UNTIL WS-AUDYEAR-EOF = 'Y'.
           CLOSE AUDIT-YEAR.
           PERFORM 230-RELEASE-RECOVERIES.

       210-RELEASE-ONE-PAYMENT.
           READ PAY-YEAR
               AT END MOVE 'Y' TO WS-PAYYEAR-EOF
               NOT AT END
                   ADD 1 TO WS-PAY-READ-COUNT
                   MOVE 0 TO WS-DATE-WORK
                   IF PE-PAY-DATE NUMERIC
                       MOVE PE-PAY-DATE TO WS-DATE-WORK
                   END-IF
                   IF WS-DATE-CCYY = WS-TAX-YEAR
                       AND PE-PAY-AMOUNT NUMERIC
                       PERFORM 215-RELEASE-PAYMENT
                   ELSE
                       ADD 1 TO WS-PAY-OTHER-YEAR-COUNT
                   END-IF
           END-READ.

       215-RELEASE-PAYMENT.
      * The net is the check less its interest - the dollars a void
      * of this payment logs to the audit trail.
           MOVE SPACE TO CLAIM-SORT-REC.
           ADD 1 TO WS-ARRIVAL-SEQ.
           ADD 1 TO WS-PAY-YEAR-COUNT.
           ADD PE-PAY-AMOUNT TO WS-PAID-YEAR-TOTAL.
           MOVE PE-CLAIM-NUMBER TO SC-CLAIM-NUMBER.
           MOVE 'P' TO SC-KIND.
           MOVE WS-ARRIVAL-SEQ TO SC-ARRIVAL-SEQ.
           MOVE PE-PAYEE-NAME TO SC-PAYEE-NAME.
           MOVE PE-PAY-AMOUNT TO SC-PAY-AMOUNT.
           IF PE-INTEREST-AMOUNT NUMERIC
               AND PE-INTEREST-AMOUNT NOT > PE-PAY-AMOUNT
               COMPUTE SC-NET-AMOUNT =
                   PE-PAY-AMOUNT - PE-INTEREST-AMOUNT
           ELSE
               MOVE PE-PAY-AMOUNT TO SC-NET-AMOUNT
           END-IF.
           IF PE-PAY-SEQ NUMERIC
               MOVE PE-PAY-SEQ TO SC-PAY-SEQ
           ELSE
               MOVE 0 TO SC-PAY-SEQ
           END-IF.
           MOVE PE-PAY-DATE TO SC-EVENT-DATE.
           RELEASE CLAIM-SORT-REC.

       220-RELEASE-ONE-VOID.
      * A reissue logs VOIDED for the stopped check and then
      * REISSUED; the reissue itself is on the extracts as a fresh
      * payment, so only the VOIDED entries come off.
           READ AUDIT-YEAR
               AT END MOVE 'Y' TO WS-AUDYEAR-EOF
               NOT AT END
                   MOVE 0 TO WS-DATE-WORK
                   IF CA-AUDIT-DATE NUMERIC
                       MOVE CA-AUDIT-DATE TO WS-DATE-WORK
                   END-IF
                   IF CA-DISPOSITION = 'VOIDED'
                       AND WS-DATE-CCYY = WS-TAX-YEAR
                       AND CA-CLAIM-AMOUNT NUMERIC
                       MOVE SPACE TO CLAIM-SORT-REC
                       ADD 1 TO WS-ARRIVAL-SEQ
                       ADD 1 TO WS-VOID-YEAR-COUNT
                       MOVE CA-CLAIM-NUMBER TO SC-CLAIM-NUMBER
                       MOVE 'V' TO SC-KIND
                       MOVE WS-ARRIVAL-SEQ TO SC-ARRIVAL-SEQ
                       MOVE 0 TO SC-PAY-AMOUNT
                       MOVE CA-CLAIM-AMOUNT TO SC-NET-AMOUNT
                       MOVE 0 TO SC-PAY-SEQ
                       MOVE CA-AUDIT-DATE TO SC-EVENT-DATE
                       RELEASE CLAIM-SORT-REC
                   END-IF
           END-READ.

       230-RELEASE-RECOVERIES.
      * Status 35 means no overpayment has ever been raised - there
      * is nothing to net.  Any other failure stops the run rather
      * than report overpaid payees short.
           OPEN INPUT CLAIM-RECOVERY.
           EVALUATE WS-RCV-FILE-STATUS
               WHEN '00'
                   PERFORM 235-RELEASE-ONE-RECOVERY
                       UNTIL WS-RCV-EOF = 'Y'
                   CLOSE CLAIM-RECOVERY
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CLAIMTAX - RECOVERY MASTER OPEN FAILED - '
                       'STATUS ' WS-RCV-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       235-RELEASE-ONE-RECOVERY.
      * An overpayment raised during the year went to the payee on
      * top of the extract, and what came back went out of their
      * pocket again - the payee keeps the difference.  It counts
      * in the year the overpayment was raised.
           READ CLAIM-RECOVERY
               AT END MOVE 'Y' TO WS-RCV-EOF
               NOT AT END
                   MOVE 0 TO WS-DATE-WORK
                   IF RV-RAISED-DATE NUMERIC
                       MOVE RV-RAISED-DATE TO WS-DATE-WORK
                   END-IF
                   IF WS-DATE-CCYY = WS-TAX-YEAR
                       AND RV-OVERPAID-AMOUNT NUMERIC
                       AND RV-RECOVERED-AMOUNT NUMERIC
                       MOVE SPACE TO CLAIM-SORT-REC
                       ADD 1 TO WS-ARRIVAL-SEQ
                       ADD 1 TO WS-RCV-YEAR-COUNT
                       MOVE RV-CLAIM-NUMBER TO SC-CLAIM-NUMBER
                       MOVE 'R' TO SC-KIND
                       MOVE WS-ARRIVAL-SEQ TO SC-ARRIVAL-SEQ
                       MOVE RV-OVERPAID-AMOUNT TO SC-PAY-AMOUNT
                       MOVE RV-RECOVERED-AMOUNT TO SC-NET-AMOUNT
                       MOVE 0 TO SC-PAY-SEQ
                       MOVE RV-RAISED-DATE TO SC-EVENT-DATE
                       RELEASE CLAIM-SORT-REC
                   END-IF
           END-READ.

       300-NET-BY-CLAIM.
      * Output procedure - takes the activity back one claim at a
      * time, nets the voids and the recovery against the claim's
      * payments, and writes what is left per payee to TAX-WORK.
           OPEN OUTPUT TAX-WORK.
           PERFORM 310-RETURN-ONE-ACTIVITY.
           PERFORM 320-PROCESS-ONE-ACTIVITY UNTIL WS-SORT-EOF = 'Y'.
           IF WS-BREAK-CLAIM NOT = SPACE AND NOT RUN-ABORTED
               PERFORM 360-FINISH-CLAIM
           END-IF.
           CLOSE TAX-WORK.

       310-RETURN-ONE-ACTIVITY.
           RETURN CLAIM-SORT
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       320-PROCESS-ONE-ACTIVITY.
           IF SC-CLAIM-NUMBER NOT = WS-BREAK-CLAIM
               IF WS-BREAK-CLAIM NOT = SPACE
                   PERFORM 360-FINISH-CLAIM
               END-IF
               MOVE SC-CLAIM-NUMBER TO WS-BREAK-CLAIM
               MOVE 0 TO WS-CLM-PAY-COUNT
               MOVE 'N' TO WS-CLM-RCV-SW
               MOVE 0 TO WS-CLM-RCV-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN SC-PAYMENT
                   PERFORM 330-ADD-CLAIM-PAYMENT
               WHEN SC-RECOVERY
                   MOVE 'Y' TO WS-CLM-RCV-SW
                   COMPUTE WS-CLM-RCV-AMOUNT =
                       SC-PAY-AMOUNT - SC-NET-AMOUNT
               WHEN SC-VOID
                   PERFORM 350-APPLY-VOID
           END-EVALUATE.
           IF RUN-ABORTED
               MOVE 'Y' TO WS-SORT-EOF
           ELSE
               PERFORM 310-RETURN-ONE-ACTIVITY
           END-IF.

       330-ADD-CLAIM-PAYMENT.
           IF WS-CLM-PAY-COUNT >= 200
               DISPLAY 'CLAIMTAX - CLAIM ' SC-CLAIM-NUMBER
                   ' EXCEEDS 200 PAYMENTS IN THE YEAR - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CLM-PAY-COUNT
               MOVE SC-PAYEE-NAME
                   TO WS-CLM-PAYEE-NAME(WS-CLM-PAY-COUNT)
               MOVE SC-PAY-AMOUNT
                   TO WS-CLM-PAY-AMOUNT(WS-CLM-PAY-COUNT)
               MOVE SC-NET-AMOUNT
                   TO WS-CLM-NET-AMOUNT(WS-CLM-PAY-COUNT)
               MOVE 'N' TO WS-CLM-VOIDED-SW(WS-CLM-PAY-COUNT)
           END-IF.

       350-APPLY-VOID.
      * A void logs the net it backed out of paid-to-date, so it
      * comes off the first payment still standing for that net -
      * the whole check, interest and all.  A void with no such
      * payment this year stopped a check paid in an earlier year;
      * it is listed for AP to settle against that year's return.
           MOVE 'N' TO WS-VOID-MATCHED-SW.
           SET WS-CLM-IDX TO 1.
           IF WS-CLM-PAY-COUNT > 0
               SEARCH WS-CLM-PAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLM-NET-AMOUNT(WS-CLM-IDX) = SC-NET-AMOUNT
                       AND WS-CLM-VOIDED-SW(WS-CLM-IDX) = 'N'
                       MOVE 'Y' TO WS-CLM-VOIDED-SW(WS-CLM-IDX)
                       MOVE 'Y' TO WS-VOID-MATCHED-SW
                       ADD 1 TO WS-VOID-NETTED-COUNT
                       ADD WS-CLM-PAY-AMOUNT(WS-CLM-IDX)
                           TO WS-VOID-NETTED-TOTAL
               END-SEARCH
           END-IF.
           IF NOT VOID-MATCHED
               ADD 1 TO WS-VOID-UNMATCHED-COUNT
               MOVE SPACE TO WS-EXC-PAYEE-NAME
               MOVE SC-CLAIM-NUMBER TO WS-EXC-CLAIM-NUMBER
               MOVE SC-NET-AMOUNT TO WS-EXC-AMOUNT
               MOVE 'VOID - NO PAYMENT THIS TAX YEAR' TO WS-EXC-TEXT
               PERFORM 450-PRINT-EXCEPTION
           END-IF.

       360-FINISH-CLAIM.
      * Writes each payment still standing, and the recovery
      * balance against the claim's last payee.  A recovery on a
      * claim with no payment this year is listed instead.
           PERFORM 365-LOOKUP-CLAIM-TYPE.
           MOVE 0 TO WS-CLM-SUB.
           PERFORM 370-WRITE-ONE-PAYMENT
               UNTIL WS-CLM-SUB >= WS-CLM-PAY-COUNT.
           IF CLAIM-HAS-RECOVERY
               IF WS-CLM-PAY-COUNT > 0
                   MOVE SPACE TO TAX-WORK-REC
                   MOVE WS-CLM-PAYEE-NAME(WS-CLM-PAY-COUNT)
                       TO TW-PAYEE-NAME
                   MOVE WS-CLM-TYPE TO TW-CLAIM-TYPE
                   MOVE WS-CLM-RCV-AMOUNT TO TW-AMOUNT
                   MOVE WS-BREAK-CLAIM TO TW-CLAIM-NUMBER
                   WRITE TAX-WORK-REC
                   ADD 1 TO WS-RCV-NETTED-COUNT
                   ADD WS-CLM-RCV-AMOUNT TO WS-RCV-NETTED-TOTAL
               ELSE
                   ADD 1 TO WS-RCV-UNMATCHED-COUNT
                   MOVE SPACE TO WS-EXC-PAYEE-NAME
                   MOVE WS-BREAK-CLAIM TO WS-EXC-CLAIM-NUMBER
                   MOVE WS-CLM-RCV-AMOUNT TO WS-EXC-AMOUNT
                   MOVE 'RECOVERY - NO PAYMENT THIS TAX YEAR'
                       TO WS-EXC-TEXT
                   PERFORM 450-PRINT-EXCEPTION
               END-IF
           END-IF.

       365-LOOKUP-CLAIM-TYPE.
      * A claim archived off the history master reports as other
      * income - it is counted so AP can see how much did.
           MOVE WS-BREAK-CLAIM TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   MOVE SPACE TO WS-CLM-TYPE
                   ADD 1 TO WS-NO-HIST-COUNT
               NOT INVALID KEY
                   MOVE CH-CLAIM-TYPE TO WS-CLM-TYPE
           END-READ.

       370-WRITE-ONE-PAYMENT.
           ADD 1 TO WS-CLM-SUB.
           IF WS-CLM-VOIDED-SW(WS-CLM-SUB) = 'N'
               MOVE SPACE TO TAX-WORK-REC
               MOVE WS-CLM-PAYEE-NAME(WS-CLM-SUB) TO TW-PAYEE-NAME
               MOVE WS-CLM-TYPE TO TW-CLAIM-TYPE
               MOVE WS-CLM-PAY-AMOUNT(WS-CLM-SUB) TO TW-AMOUNT
               MOVE WS-BREAK-CLAIM TO TW-CLAIM-NUMBER
               WRITE TAX-WORK-REC
           END-IF.

       450-PRINT-EXCEPTION.
           MOVE SPACE TO WS-TAX-EXCEPTION.
           MOVE WS-EXC-PAYEE-NAME TO TX-PAYEE-NAME.
           MOVE WS-EXC-CLAIM-NUMBER TO TX-CLAIM-NUMBER.
           MOVE WS-EXC-AMOUNT TO TX-AMOUNT.
           MOVE WS-EXC-TEXT TO TX-TEXT.
           WRITE TAX-RPT-REC FROM WS-TAX-EXCEPTION.

       500-TOTAL-BY-PAYEE.
      * Output procedure - totals the netted dollars per payee into
      * the medical and other boxes and decides each payee's
      * return off the payee master.
           OPEN OUTPUT RETURN-WORK.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM 510-RETURN-ONE-AMOUNT.
           PERFORM 520-PROCESS-ONE-AMOUNT UNTIL WS-SORT-EOF = 'Y'.
           IF WS-BREAK-PAYEE NOT = SPACE
               PERFORM 560-FINISH-PAYEE
           END-IF.
           CLOSE RETURN-WORK.

       510-RETURN-ONE-AMOUNT.
           RETURN PAYEE-SORT
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       520-PROCESS-ONE-AMOUNT.
           IF SP-PAYEE-NAME NOT = WS-BREAK-PAYEE
               IF WS-BREAK-PAYEE NOT = SPACE
                   PERFORM 560-FINISH-PAYEE
               END-IF
               MOVE SP-PAYEE-NAME TO WS-BREAK-PAYEE
               MOVE 0 TO WS-PAYEE-MEDICAL
               MOVE 0 TO WS-PAYEE-OTHER
           END-IF.
           IF SP-CLAIM-TYPE = 'M'
               ADD SP-AMOUNT TO WS-PAYEE-MEDICAL
           ELSE
               ADD SP-AMOUNT TO WS-PAYEE-OTHER
           END-IF.
           PERFORM 510-RETURN-ONE-AMOUNT.

       560-FINISH-PAYEE.
      * A box the netting took below zero reports nothing.  The
      * threshold is tested on the payee's total for the year.
           ADD 1 TO WS-PAYEE-TOTALLED-COUNT.
           IF WS-PAYEE-MEDICAL < 0
               MOVE 0 TO WS-PAYEE-MEDICAL
           END-IF.
           IF WS-PAYEE-OTHER < 0
               MOVE 0 TO WS-PAYEE-OTHER
           END-IF.
           COMPUTE WS-PAYEE-TOTAL = WS-PAYEE-MEDICAL + WS-PAYEE-OTHER.
           PERFORM 565-LOOKUP-PAYEE.
           IF PAYEE-FOUND
               PERFORM 575-SPLIT-CITY-LINE
           END-IF.
           MOVE WS-BREAK-PAYEE TO WS-EXC-PAYEE-NAME.
           MOVE SPACE TO WS-EXC-CLAIM-NUMBER.
           MOVE WS-PAYEE-TOTAL TO WS-EXC-AMOUNT.
           IF WS-PAYEE-TOTAL < WS-REPORT-THRESHOLD
               ADD 1 TO WS-BELOW-THRESHOLD-COUNT
           ELSE
           IF NOT PAYEE-FOUND
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE 'PAYEE NOT ON PAYEE MASTER' TO WS-EXC-TEXT
               PERFORM 450-PRINT-EXCEPTION
           ELSE
           IF WS-PAYEE-REPORT-FLAG = 'X'
               ADD 1 TO WS-EXEMPT-COUNT
           ELSE
           IF WS-PAYEE-REPORT-FLAG NOT = 'R'
               ADD 1 TO WS-UNCLASSIFIED-COUNT
               MOVE 'NOT CLASSIFIED REPORTABLE OR EXEMPT'
                   TO WS-EXC-TEXT
               PERFORM 450-PRINT-EXCEPTION
           ELSE
           IF WS-PAYEE-TAX-ID NOT NUMERIC
               OR WS-PAYEE-TAX-ID = ZERO
               OR (WS-PAYEE-TIN-TYPE NOT = 'S'
                   AND WS-PAYEE-TIN-TYPE NOT = 'E')
               ADD 1 TO WS-MISSING-TIN-COUNT
               MOVE 'REPORTABLE PAYEE - NO TIN ON FILE'
                   TO WS-EXC-TEXT
               PERFORM 450-PRINT-EXCEPTION
           ELSE
           IF NOT CITY-LINE-SPLIT
               ADD 1 TO WS-NO-CITY-LINE-COUNT
               MOVE 'REPORTABLE PAYEE - NO CITY, STATE, ZIP'
                   TO WS-EXC-TEXT
               PERFORM 450-PRINT-EXCEPTION
           ELSE
               PERFORM 570-WRITE-RETURN-WORK
           END-IF END-IF END-IF END-IF END-IF END-IF.

       565-LOOKUP-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           MOVE WS-BREAK-PAYEE TO PM-PAYEE-NAME.
           READ PAYMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYEE-FOUND-SW
                   MOVE PM-PAYEE-NAME TO WS-PAYEE-NAME
                   MOVE PM-ADDRESS-LINE1 TO WS-PAYEE-ADDRESS-LINE1
                   MOVE PM-ADDRESS-LINE2 TO WS-PAYEE-ADDRESS-LINE2
                   MOVE PM-TAX-ID-X TO WS-PAYEE-TAX-ID
                   MOVE PM-TIN-TYPE TO WS-PAYEE-TIN-TYPE
                   MOVE PM-REPORT-FLAG TO WS-PAYEE-REPORT-FLAG
           END-READ.

       570-WRITE-RETURN-WORK.
           MOVE SPACE TO RETURN-WORK-REC.
           MOVE WS-BREAK-PAYEE TO RW-PAYEE-NAME.
           MOVE WS-PAYEE-TAX-ID TO RW-TAX-ID.
           MOVE WS-PAYEE-TIN-TYPE TO RW-TIN-TYPE.
           MOVE WS-PAYEE-ADDRESS-LINE1
               TO RW-ADDRESS-LINE1.
           MOVE WS-PAYEE-CITY TO RW-PAYEE-CITY.
           MOVE WS-PAYEE-STATE TO RW-PAYEE-STATE.
           MOVE WS-PAYEE-ZIP TO RW-PAYEE-ZIP.
           MOVE WS-PAYEE-MEDICAL TO RW-MEDICAL-AMOUNT.
           MOVE WS-PAYEE-OTHER TO RW-OTHER-AMOUNT.
           WRITE RETURN-WORK-REC.
           ADD 1 TO WS-RETURN-COUNT.
           ADD WS-PAYEE-MEDICAL TO WS-MEDICAL-REPORTED-TOTAL.
           ADD WS-PAYEE-OTHER TO WS-OTHER-REPORTED-TOTAL.

       575-SPLIT-CITY-LINE.
      * PAYMAST carries the second address line free-form, keyed by
      * AP as CITY, ST 99999 (or 99999-9999).  The IRS wants the
      * three apart, so a line that does not read that way - fewer
      * than three words, a state that is not two letters, a ZIP
      * that is not five or nine digits - leaves the payee off the
      * file for AP to correct on PAYMAST.
           MOVE 'N' TO WS-CITY-LINE-SW.
           MOVE WS-PAYEE-ADDRESS-LINE2 TO WS-CITY-LINE.
           MOVE SPACE TO WS-PAYEE-CITY.
           MOVE SPACE TO WS-PAYEE-STATE.
           MOVE SPACE TO WS-PAYEE-ZIP.
           MOVE 0 TO WS-CITY-LAST-CHAR.
           MOVE 0 TO WS-ZIP-START.
           MOVE 0 TO WS-STATE-START.
           MOVE 0 TO WS-STATE-END.
           MOVE 0 TO WS-CITY-END.
           MOVE 0 TO WS-CITY-SUB.
           PERFORM 576-SCAN-CITY-LINE
               UNTIL WS-CITY-SUB >= WS-CITY-LINE-LENGTH.
           IF WS-CITY-END > 0
               IF WS-CITY-LINE(WS-CITY-END:1) = ','
                   SUBTRACT 1 FROM WS-CITY-END
               END-IF
           END-IF.
           IF WS-CITY-END > 0
               AND WS-STATE-END - WS-STATE-START = 1
               PERFORM 577-TAKE-CITY-LINE
           END-IF.

       576-SCAN-CITY-LINE.
      * A word starts on a non-blank after a blank.  Each new word
      * moves the one before it down a place: the last word is the
      * ZIP, the word before it the state, and the city ends where
      * the word before the state ended.
           ADD 1 TO WS-CITY-SUB.
           IF WS-CITY-LINE(WS-CITY-SUB:1) NOT = SPACE
               IF WS-CITY-SUB = 1
                   MOVE WS-CITY-SUB TO WS-ZIP-START
               ELSE
               IF WS-CITY-LINE(WS-CITY-SUB - 1:1) = SPACE
                   MOVE WS-STATE-END TO WS-CITY-END
                   MOVE WS-CITY-LAST-CHAR TO WS-STATE-END
                   MOVE WS-ZIP-START TO WS-STATE-START
                   MOVE WS-CITY-SUB TO WS-ZIP-START
               END-IF END-IF
               MOVE WS-CITY-SUB TO WS-CITY-LAST-CHAR
           END-IF.

       577-TAKE-CITY-LINE.
           MOVE WS-CITY-LINE(1:WS-CITY-END) TO WS-PAYEE-CITY.
           MOVE WS-CITY-LINE(WS-STATE-START:2) TO WS-PAYEE-STATE.
           COMPUTE WS-ZIP-LENGTH =
               WS-CITY-LAST-CHAR - WS-ZIP-START + 1.
           MOVE SPACE TO WS-PAYEE-ZIP-10.
           IF WS-ZIP-LENGTH <= 10
               MOVE WS-CITY-LINE(WS-ZIP-START:WS-ZIP-LENGTH)
                   TO WS-PAYEE-ZIP-10
           END-IF.
           IF WS-PAYEE-STATE ALPHABETIC
               IF WS-ZIP-LENGTH = 5
                   AND WS-PAYEE-ZIP-10(1:5) NUMERIC
                   MOVE WS-PAYEE-ZIP-10(1:5) TO WS-PAYEE-ZIP
                   MOVE 'Y' TO WS-CITY-LINE-SW
               ELSE
               IF WS-ZIP-LENGTH = 9
                   AND WS-PAYEE-ZIP-10(1:9) NUMERIC
                   MOVE WS-PAYEE-ZIP-10(1:9) TO WS-PAYEE-ZIP
                   MOVE 'Y' TO WS-CITY-LINE-SW
               ELSE
               IF WS-ZIP-LENGTH = 10
                   AND WS-PAYEE-ZIP-10(1:5) NUMERIC
                   AND WS-PAYEE-ZIP-10(6:1) = '-'
                   AND WS-PAYEE-ZIP-10(7:4) NUMERIC
                   MOVE WS-PAYEE-ZIP-10(1:5) TO WS-PAYEE-ZIP(1:5)
                   MOVE WS-PAYEE-ZIP-10(7:4) TO WS-PAYEE-ZIP(6:4)
                   MOVE 'Y' TO WS-CITY-LINE-SW
               END-IF END-IF END-IF
           END-IF.

       700-WRITE-IRS-FILE.
      * Transmitter and payer first, a payee record per return held
      * on RETURN-WORK, then the payer and file trailers.
           OPEN OUTPUT IRS-FILE.
           MOVE 0 TO WS-IRS-SEQUENCE.
           PERFORM 710-WRITE-T-RECORD.
           PERFORM 720-WRITE-A-RECORD.
           OPEN INPUT RETURN-WORK.
           PERFORM 730-WRITE-ONE-B-RECORD UNTIL WS-RETURN-EOF = 'Y'.
           CLOSE RETURN-WORK.
           PERFORM 740-WRITE-C-RECORD.
           PERFORM 750-WRITE-F-RECORD.
           CLOSE IRS-FILE.

       710-WRITE-T-RECORD.
           MOVE SPACE TO IRS-1099-T-REC.
           INITIALIZE IRS-1099-T-REC.
           ADD 1 TO WS-IRS-SEQUENCE.
           MOVE 'T' TO IT-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO IT-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN TO IT-TRANSMITTER-TIN.
           MOVE WS-PAYER-TCC TO IT-TCC.
           MOVE WS-TEST-FILE-IND TO IT-TEST-FILE-IND.
           MOVE WS-PAYER-NAME TO IT-TRANSMITTER-NAME.
           MOVE WS-PAYER-NAME TO IT-COMPANY-NAME.
           MOVE WS-PAYER-ADDRESS TO IT-COMPANY-ADDRESS.
           MOVE WS-PAYER-CITY TO IT-COMPANY-CITY.
           MOVE WS-PAYER-STATE TO IT-COMPANY-STATE.
           MOVE WS-PAYER-ZIP TO IT-COMPANY-ZIP.
           MOVE WS-RETURN-COUNT TO IT-TOTAL-PAYEES.
           MOVE WS-CONTACT-NAME TO IT-CONTACT-NAME.
           MOVE WS-PAYER-PHONE TO IT-CONTACT-PHONE.
           MOVE WS-IRS-SEQUENCE TO IT-SEQUENCE-NUMBER.
           MOVE 'I' TO IT-VENDOR-IND.
           WRITE IRS-1099-T-REC.

       720-WRITE-A-RECORD.
      * Type of return A is the 1099-MISC; amount codes 3 (other
      * income) and 6 (medical and health care payments).
           MOVE SPACE TO IRS-1099-A-REC.
           INITIALIZE IRS-1099-A-REC.
           ADD 1 TO WS-IRS-SEQUENCE.
           MOVE 'A' TO IA-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO IA-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN TO IA-PAYER-TIN.
           MOVE 'A ' TO IA-TYPE-OF-RETURN.
           MOVE '36' TO IA-AMOUNT-CODES.
           MOVE WS-PAYER-NAME TO IA-PAYER-NAME.
           MOVE '0' TO IA-TRANSFER-AGENT-IND.
           MOVE WS-PAYER-ADDRESS TO IA-PAYER-ADDRESS.
           MOVE WS-PAYER-CITY TO IA-PAYER-CITY.
           MOVE WS-PAYER-STATE TO IA-PAYER-STATE.
           MOVE WS-PAYER-ZIP TO IA-PAYER-ZIP.
           MOVE WS-PAYER-PHONE TO IA-PAYER-PHONE.
           MOVE WS-IRS-SEQUENCE TO IA-SEQUENCE-NUMBER.
           WRITE IRS-1099-A-REC.

       730-WRITE-ONE-B-RECORD.
      * The first PAYMAST address line goes out as the street
      * address; the city, state and ZIP are the second line as
      * 575-SPLIT-CITY-LINE split it.  The payee name is the
      * account number the return is filed under, since it is the
      * payee's key here.
           READ RETURN-WORK
               AT END MOVE 'Y' TO WS-RETURN-EOF
               NOT AT END
                   MOVE SPACE TO IRS-1099-B-REC
                   INITIALIZE IRS-1099-B-REC
                   ADD 1 TO WS-IRS-SEQUENCE
                   MOVE 'B' TO IB-RECORD-TYPE
                   MOVE WS-TAX-YEAR TO IB-PAYMENT-YEAR
                   IF RW-TIN-TYPE = 'E'
                       MOVE '1' TO IB-TIN-TYPE
                   ELSE
                       MOVE '2' TO IB-TIN-TYPE
                   END-IF
                   MOVE RW-TAX-ID TO IB-PAYEE-TIN
                   MOVE RW-PAYEE-NAME TO IB-PAYER-ACCOUNT
                   MOVE RW-OTHER-AMOUNT TO IB-AMOUNT(3)
                   MOVE RW-MEDICAL-AMOUNT TO IB-AMOUNT(6)
                   MOVE RW-PAYEE-NAME TO IB-PAYEE-NAME
                   MOVE RW-ADDRESS-LINE1 TO IB-PAYEE-ADDRESS
                   MOVE RW-PAYEE-CITY TO IB-PAYEE-CITY
                   MOVE RW-PAYEE-STATE TO IB-PAYEE-STATE
                   MOVE RW-PAYEE-ZIP TO IB-PAYEE-ZIP
                   MOVE WS-IRS-SEQUENCE TO IB-SEQUENCE-NUMBER
                   WRITE IRS-1099-B-REC
           END-READ.

       740-WRITE-C-RECORD.
           MOVE SPACE TO IRS-1099-C-REC.
           INITIALIZE IRS-1099-C-REC.
           ADD 1 TO WS-IRS-SEQUENCE.
           MOVE 'C' TO IC-RECORD-TYPE.
           MOVE WS-RETURN-COUNT TO IC-NUMBER-OF-PAYEES.
           MOVE WS-OTHER-REPORTED-TOTAL TO IC-CONTROL-TOTAL(3).
           MOVE WS-MEDICAL-REPORTED-TOTAL TO IC-CONTROL-TOTAL(6).
           MOVE WS-IRS-SEQUENCE TO IC-SEQUENCE-NUMBER.
           WRITE IRS-1099-C-REC.

       750-WRITE-F-RECORD.
           MOVE SPACE TO IRS-1099-F-REC.
           INITIALIZE IRS-1099-F-REC.
           ADD 1 TO WS-IRS-SEQUENCE.
           MOVE 'F' TO IF-RECORD-TYPE.
           MOVE 1 TO IF-NUMBER-OF-A-RECS.
           MOVE WS-RETURN-COUNT TO IF-TOTAL-PAYEES.
           MOVE WS-IRS-SEQUENCE TO IF-SEQUENCE-NUMBER.
           WRITE IRS-1099-F-REC.

       800-TERMINATION.
      * An aborted run writes no 1099 file - a return built from
      * part of the year is worse than none.  The control report
      * still carries whatever totals were reached.
           IF NOT RUN-ABORTED
               PERFORM 700-WRITE-IRS-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS = '00'
               PERFORM 810-PRINT-TOTALS
               CLOSE TAX-RPT
               CLOSE CLAIM-HIST
           END-IF.
           CLOSE PAYMAST.
           DISPLAY 'CLAIMTAX RUN CONTROL - PAYMENTS: '
               WS-PAY-YEAR-COUNT
               ' VOIDS: ' WS-VOID-NETTED-COUNT
               ' PAYEES: ' WS-PAYEE-TOTALLED-COUNT
               ' RETURNS: ' WS-RETURN-COUNT
               ' MISSING TIN: ' WS-MISSING-TIN-COUNT.
           IF RUN-ABORTED
               DISPLAY 'CLAIMTAX RUN ABORTED - NO 1099 FILE WRITTEN'
               MOVE 16 TO RETURN-CODE
           END-IF.

       810-PRINT-TOTALS.
           MOVE SPACE TO WS-TAX-TOTAL.
           MOVE 'PAYMENT RECORDS READ:' TO TO-DESCRIPTION.
           MOVE WS-PAY-READ-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYMENTS IN TAX YEAR:' TO TO-DESCRIPTION.
           MOVE WS-PAY-YEAR-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYMENTS OUTSIDE TAX YEAR:' TO TO-DESCRIPTION.
           MOVE WS-PAY-OTHER-YEAR-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'VOIDS IN TAX YEAR:' TO TO-DESCRIPTION.
           MOVE WS-VOID-YEAR-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'VOIDS NETTED:' TO TO-DESCRIPTION.
           MOVE WS-VOID-NETTED-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'VOIDS NOT NETTED:' TO TO-DESCRIPTION.
           MOVE WS-VOID-UNMATCHED-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'RECOVERIES IN TAX YEAR:' TO TO-DESCRIPTION.
           MOVE WS-RCV-YEAR-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'RECOVERIES NETTED:' TO TO-DESCRIPTION.
           MOVE WS-RCV-NETTED-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'RECOVERIES NOT NETTED:' TO TO-DESCRIPTION.
           MOVE WS-RCV-UNMATCHED-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'CLAIMS NOT ON HISTORY:' TO TO-DESCRIPTION.
           MOVE WS-NO-HIST-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYEES TOTALLED:' TO TO-DESCRIPTION.
           MOVE WS-PAYEE-TOTALLED-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'RETURNS WRITTEN:' TO TO-DESCRIPTION.
           MOVE WS-RETURN-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYEES BELOW THRESHOLD:' TO TO-DESCRIPTION.
           MOVE WS-BELOW-THRESHOLD-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYEES EXEMPT:' TO TO-DESCRIPTION.
           MOVE WS-EXEMPT-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'REPORTABLE - NO TIN ON FILE:' TO TO-DESCRIPTION.
           MOVE WS-MISSING-TIN-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'REPORTABLE - NO CITY/ST/ZIP:' TO TO-DESCRIPTION.
           MOVE WS-NO-CITY-LINE-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYEES NOT CLASSIFIED:' TO TO-DESCRIPTION.
           MOVE WS-UNCLASSIFIED-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE 'PAYEES NOT ON MASTER:' TO TO-DESCRIPTION.
           MOVE WS-NOT-ON-MASTER-COUNT TO TO-COUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-TOTAL.
           MOVE SPACE TO WS-TAX-AMT-TOTAL.
           MOVE 'DOLLARS PAID IN TAX YEAR:' TO TA-DESCRIPTION.
           MOVE WS-PAID-YEAR-TOTAL TO TA-AMOUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-AMT-TOTAL.
           MOVE 'DOLLARS VOIDED:' TO TA-DESCRIPTION.
           MOVE WS-VOID-NETTED-TOTAL TO TA-AMOUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-AMT-TOTAL.
           MOVE 'RECOVERY BALANCES NETTED:' TO TA-DESCRIPTION.
           MOVE WS-RCV-NETTED-TOTAL TO TA-AMOUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-AMT-TOTAL.
           MOVE 'MEDICAL REPORTED (CODE 6):' TO TA-DESCRIPTION.
           MOVE WS-MEDICAL-REPORTED-TOTAL TO TA-AMOUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-AMT-TOTAL.
           MOVE 'OTHER REPORTED (CODE 3):' TO TA-DESCRIPTION.
           MOVE WS-OTHER-REPORTED-TOTAL TO TA-AMOUNT.
           WRITE TAX-RPT-REC FROM WS-TAX-AMT-TOTAL.

       890-POST-RUN-LEDGER.
      * Closes out this run's attempt on the ledger - ended clean,
      * or abended when the run is ending with a return code.
           OPEN I-O RUN-LEDGER.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           READ RUN-LEDGER
               INVALID KEY
                   DISPLAY 'CLAIMTAX - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMTAX - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.
