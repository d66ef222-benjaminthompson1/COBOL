       AUTHOR.          BEN THOMPSON.
      *
      * Payee master maintenance.  Applies a file of add / change /
      * delete transactions to the keyed PAYMAST in place, the same
      * way POLMAINT maintains the policy master.  Bad
      * transactions go to a reject file with a reason; every
      * transaction shows on the maintenance report, followed by
      * control totals.  An EFT payee has to carry a routing number
      * and account - a check payee needs neither.
      *
      * Every add, change and delete applied is also appended to the
      * PAYCHGLG payee change log with the payee's details before
      * and after, for PAYCHRPT's daily second-person review.  An
      * add, or a change that moves the address, pay method, routing
      * or account, stamps the payee's remittance change date, which
      * the claim run and CLAIMADJ hold payments against.
      *
      * Every payee the run adds, rewrites or deletes is also
      * appended to the PAYBIMG before-image log, whole record
      * before and after, under the run's date and time.  The stamp
      * is printed with the control totals; PAYBKOUT takes it to
      * back a bad run out.
      *
      * Modification History:
      *   2026-09-01 BT  Initial version.  AP keys every address
      *                  from paper today and misdirected checks
      *                  claim run validates claimants against this
      *                  master and carries its remittance details
      *                  on the payment extract.
      *   2026-09-14 BT  The payee now carries a taxpayer ID, TIN
      *                  type and reportable/exempt flag for the
      *                  year-end 1099 run.  Adds and changes edit
      *                  them like everything else - reasons 09
      *                  invalid tax ID, 10 invalid TIN type (or a
      *                  TIN without its type, or a type without
      *                  its TIN), 11 invalid reportable flag.
      *   2026-09-24 BT  Redirected remittances are the classic
      *                  account-takeover fraud, and a change here
      *                  used to reach the very next claim run with
      *                  no second look.  A change to the address,
      *                  pay method, routing or account now stamps
      *                  PM-REMIT-CHANGE-DATE on the payee (PAYMAST
      *                  grows to 130 bytes to carry it), and every
      *                  applied transaction is appended to the new
      *                  PAYCHGLG change log with the before and
      *                  after details - 420-LOG-BEFORE-IMAGE,
      *                  430-WRITE-CHANGE-LOG.
      *   2026-10-05 BT  PAYMAST is a keyed file maintained in place -
      *                  each transaction's payee is read at random
      *                  and written, rewritten or deleted straight
      *                  back, no old and new master.  Every record
      *                  touched goes to the new PAYBIMG before-image
      *                  log under the run stamp so PAYBKOUT can back
      *                  the run out - 305-READ-MASTER, 400-UPDATE-
      *                  MASTER.  A master that will not open, or a
      *                  failed write, stops the run RC 16.
      *   2026-10-13 BT  An add now stamps PM-REMIT-CHANGE-DATE and is
      *                  flagged as a remittance change on PAYCHGLG -
      *                  deleting a payee and adding it back with new
      *                  bank details used to skip the payment hold.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMAST ASSIGN TO PAYMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PM-PAYEE-NAME
             FILE STATUS IS WS-PAYMAST-FILE-STATUS.
           SELECT PAYEE-TRAN ASSIGN TO PAYTRAN
             ORGANIZATION IS SEQUENTIAL.
           SELECT PAYEE-TRAN-REJECT ASSIGN TO PAYTREJ
             ORGANIZATION IS SEQUENTIAL.
           SELECT PAYMAINT-RPT ASSIGN TO PAYMRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT PAYEE-CHANGE-LOG ASSIGN TO PAYCHGLG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CHGLOG-FILE-STATUS.
           SELECT PAYEE-BEFORE-LOG ASSIGN TO PAYBIMG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BIMG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMAST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYEE-REC.
           COPY PAYMAST.

       FD  PAYEE-TRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PAYMAINT-RPT-REC.
       01  PAYMAINT-RPT-REC                  PIC X(132).

       FD  PAYEE-CHANGE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-CHANGE-REC.
           COPY PAYCHG.

       FD  PAYEE-BEFORE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-BEFORE-IMAGE-REC.
           COPY PAYBIMG.

       WORKING-STORAGE SECTION.
      * End of file switch and file status fields
       77 WS-TRAN-EOF                        PIC X(01) VALUE 'N'.
       77 WS-PAYMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-BIMG-FILE-STATUS                PIC X(02) VALUE SPACE.

      * Set when the master or the before-image log will not open,
      * or the master will not take a write - the run stops where it
      * is.  Everything it applied before that is on the log.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Transaction keys.  An exhausted transaction file parks
      * HIGH-VALUE in its key to end the run.  Transactions still
      * have to arrive in payee name order, so each payee is read,
      * updated and logged once per run.
       77 WS-TRAN-KEY                        PIC X(20) VALUE LOW-VALUE.
       77 WS-ACTIVE-KEY                      PIC X(20) VALUE SPACE.
       77 WS-LAST-TRAN-KEY                   PIC X(20) VALUE LOW-VALUE.
       77 WS-TRAN-GOOD                       PIC X(01) VALUE 'N'.

      * The payee as it stood on the master when the run read it,
      * whether it was there at all, and whether any transaction
      * was applied to it - only an applied payee is put back.
       77 WS-MASTER-EXISTS                   PIC X(01) VALUE 'N'.
       77 WS-KEY-APPLIED-SW                  PIC X(01) VALUE 'N'.
          88 KEY-APPLIED                     VALUE 'Y'.
       01  WS-BEFORE-PAYEE                   PIC X(130) VALUE SPACE.

      * The payee being built for the master.  Laid out to the
      * same 130 bytes as PAYMAST so it can be written as is.
       77 WS-HOLD-EXISTS                     PIC X(01) VALUE 'N'.
       01  WS-HOLD-PAYEE.
           05  WS-HOLD-PAYEE-NAME            PIC X(20).
           05  WS-HOLD-PAY-METHOD            PIC X(01).
           05  WS-HOLD-EFT-ROUTING           PIC 9(09).
           05  WS-HOLD-EFT-ACCOUNT           PIC X(17).
           05  WS-HOLD-TAX-ID                PIC X(09).
           05  WS-HOLD-TIN-TYPE              PIC X(01).
           05  WS-HOLD-REPORT-FLAG           PIC X(01).
           05  WS-HOLD-REMIT-CHANGE-DATE     PIC 9(08).
           05  FILLER                        PIC X(04).

      * Payee change log controls.  The log accumulates across runs,
      * so it is opened for extend; status 35 is the very first run,
      * before it has ever been written.  The change date is taken
      * once per run so every change applied in one run carries the
      * same stamp.  The run time is taken once too - with the
      * change date it is the run stamp every before image this run
      * logs carries for PAYBKOUT to select on.
       77 WS-CHGLOG-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-CHANGE-DATE                     PIC 9(08) VALUE 0.
       77 WS-CHANGE-TIME                     PIC 9(08) VALUE 0.
       77 WS-RUN-TIME                        PIC 9(08) VALUE 0.

      * Action text the apply paragraphs hand to 410-PRINT-
      * APPLIED-DETAIL.
       77 WS-NEW-PAY-METHOD                  PIC X(01) VALUE SPACE.
       77 WS-NEW-EFT-ROUTING                 PIC 9(09) VALUE 0.
       77 WS-NEW-EFT-ACCOUNT                 PIC X(17) VALUE SPACE.
       77 WS-NEW-TAX-ID                      PIC X(09) VALUE SPACE.
       77 WS-NEW-TIN-TYPE                    PIC X(01) VALUE SPACE.

      * Transaction reject reason held between the edit and
      * 260-WRITE-TRAN-REJECT.
       77 WS-REJECT-REASON-TEXT              PIC X(30) VALUE SPACE.

      * Control totals
       77 WS-MASTER-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-TRAN-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-ADD-COUNT                       PIC 9(07) COMP VALUE 0.
       77 WS-CHANGE-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-DELETE-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-TRAN-REJECT-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-MASTER-ADD-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-MASTER-REWRITE-COUNT            PIC 9(07) COMP VALUE 0.
       77 WS-MASTER-DELETE-COUNT             PIC 9(07) COMP VALUE 0.
       77 WS-BIMG-WRITE-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-LOG-WRITE-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-REMIT-CHANGE-COUNT              PIC 9(07) COMP VALUE 0.

      * Maintenance report heading lines
       01  WS-MNT-HEADING1.
           05  MT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Run stamp line - the date and time PAYBKOUT needs on its
      * parameter card to back this run out.
       01  WS-MNT-STAMP.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'RUN STAMP FOR BACKOUT:'.
           05  MS-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  MS-RUN-TIME                   PIC 9(08).
           05  FILLER                        PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 300-PROCESS-ONE-KEY
               UNTIL WS-TRAN-KEY = HIGH-VALUE
                  OR RUN-ABORTED.
           PERFORM 800-TERMINATION.
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 100-OPEN-FILES.
      * Priming read
           IF NOT RUN-ABORTED
               PERFORM 210-READ-TRAN
           END-IF.

       100-OPEN-FILES.
      * The master is updated in place.  Status 35 is a site with
      * no payees yet - the master is created empty and the adds
      * build it.  The before-image log accumulates across runs, so
      * it is opened for extend, status 35 being the very first run.
      * Neither may be missing once the run starts: a run that
      * cannot log what it changes cannot be backed out.
           OPEN I-O PAYMAST.
           IF WS-PAYMAST-FILE-STATUS = '35'
               OPEN OUTPUT PAYMAST
               CLOSE PAYMAST
               OPEN I-O PAYMAST
           END-IF.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PAYMAINT - PAYEE MASTER OPEN FAILED - '
                   'STATUS ' WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN EXTEND PAYEE-BEFORE-LOG.
           IF WS-BIMG-FILE-STATUS = '35'
               OPEN OUTPUT PAYEE-BEFORE-LOG
           END-IF.
           IF WS-BIMG-FILE-STATUS NOT = '00'
               DISPLAY 'PAYMAINT - BEFORE-IMAGE LOG OPEN FAILED - '
                   'STATUS ' WS-BIMG-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT PAYEE-TRAN.
           OPEN OUTPUT PAYEE-TRAN-REJECT.
           OPEN OUTPUT PAYMAINT-RPT.
           OPEN EXTEND PAYEE-CHANGE-LOG.
           IF WS-CHGLOG-FILE-STATUS = '35'
               OPEN OUTPUT PAYEE-CHANGE-LOG
           END-IF.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-HEADING1.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-HEADING2.

       210-READ-TRAN.
      * Reads transactions until one passes the sequence and key
      * presence checks (rejecting the ones that do not) or the
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-DETAIL.

       300-PROCESS-ONE-KEY.
      * One payee per pass: read it off the master (or hold an
      * empty slot if it is not there), apply every transaction
      * carrying the same key, then put back whatever the
      * transactions left standing.
           MOVE WS-TRAN-KEY TO WS-ACTIVE-KEY.
           MOVE 'N' TO WS-KEY-APPLIED-SW.
           PERFORM 305-READ-MASTER.
           PERFORM 310-APPLY-ONE-TRAN
               UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY
                  OR RUN-ABORTED.
           IF KEY-APPLIED AND NOT RUN-ABORTED
               PERFORM 400-UPDATE-MASTER
           END-IF.

       305-READ-MASTER.
      * Keyed read of the payee.  The record as read is kept whole
      * for the before-image log.  Anything but found or not found
      * is a damaged master and stops the run.
           MOVE SPACE TO WS-BEFORE-PAYEE.
           MOVE SPACE TO WS-HOLD-PAYEE.
           MOVE WS-ACTIVE-KEY TO PM-PAYEE-NAME.
           READ PAYMAST
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-EXISTS
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE 'Y' TO WS-HOLD-EXISTS
                   MOVE PAYEE-REC TO WS-BEFORE-PAYEE
                   MOVE PM-PAYEE-NAME TO WS-HOLD-PAYEE-NAME
                   MOVE PM-ADDRESS-LINE1 TO WS-HOLD-ADDRESS-LINE1
                   MOVE PM-ADDRESS-LINE2 TO WS-HOLD-ADDRESS-LINE2
                   MOVE PM-PAY-METHOD TO WS-HOLD-PAY-METHOD
                   MOVE PM-EFT-ROUTING TO WS-HOLD-EFT-ROUTING
                   MOVE PM-EFT-ACCOUNT TO WS-HOLD-EFT-ACCOUNT
                   MOVE PM-TAX-ID-X TO WS-HOLD-TAX-ID
                   MOVE PM-TIN-TYPE TO WS-HOLD-TIN-TYPE
                   MOVE PM-REPORT-FLAG TO WS-HOLD-REPORT-FLAG
      * A payee carried over from before the stamp existed holds
      * spaces there - never changed since set up.
                   IF PM-REMIT-CHANGE-DATE NUMERIC
                       MOVE PM-REMIT-CHANGE-DATE
                           TO WS-HOLD-REMIT-CHANGE-DATE
                   ELSE
                       MOVE 0 TO WS-HOLD-REMIT-CHANGE-DATE
                   END-IF
           END-READ.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               AND WS-PAYMAST-FILE-STATUS NOT = '23'
               DISPLAY 'PAYMAINT - PAYEE MASTER READ FAILED AT '
                   WS-ACTIVE-KEY ' - STATUS ' WS-PAYMAST-FILE-STATUS
                   ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           MOVE WS-HOLD-EXISTS TO WS-MASTER-EXISTS.

       310-APPLY-ONE-TRAN.
           EVALUATE TRUE
               WHEN PY-TRAN-ADD
       320-APPLY-ADD.
      * An add needs the first address line, and an EFT payee needs
      * live routing and account details - a blank method defaults
      * to check, which needs neither.  A taxpayer ID has to be nine
      * digits and come with its type; a payee added with no TIN
      * and no reportable flag is left for the 1099 run to list.
           IF WS-HOLD-EXISTS = 'Y'
               MOVE '04' TO WS-REJECT-REASON-CODE
               MOVE 'DUPLICATE ADD' TO WS-REJECT-REASON-TEXT
                   MOVE 'INVALID EFT DETAILS' TO
                       WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
               IF PY-TAX-ID-X NOT = SPACE
                   AND (PY-TAX-ID NOT NUMERIC OR PY-TAX-ID = 0)
                   MOVE '09' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID TAX ID' TO WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
               IF (PY-TIN-TYPE NOT = SPACE AND PY-TIN-TYPE NOT = 'S'
                   AND PY-TIN-TYPE NOT = 'E')
                 OR (PY-TAX-ID-X NOT = SPACE AND PY-TIN-TYPE = SPACE)
                 OR (PY-TAX-ID-X = SPACE AND PY-TIN-TYPE NOT = SPACE)
                   MOVE '10' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID TIN TYPE' TO WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
               IF PY-REPORT-FLAG NOT = SPACE
                   AND PY-REPORT-FLAG NOT = 'R'
                   AND PY-REPORT-FLAG NOT = 'X'
                   MOVE '11' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID REPORTABLE FLAG' TO
                       WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
                   MOVE SPACE TO WS-HOLD-PAYEE
                   MOVE PY-PAYEE-NAME TO WS-HOLD-PAYEE-NAME
                       MOVE 0 TO WS-HOLD-EFT-ROUTING
                       MOVE SPACE TO WS-HOLD-EFT-ACCOUNT
                   END-IF
                   MOVE PY-TAX-ID-X TO WS-HOLD-TAX-ID
                   MOVE PY-TIN-TYPE TO WS-HOLD-TIN-TYPE
                   MOVE PY-REPORT-FLAG TO WS-HOLD-REPORT-FLAG
      * A new payee's remittance details are all new, and a payee
      * deleted and added back looks no different from one never
      * seen before - every add starts the cooling-off period.
                   MOVE WS-CHANGE-DATE TO WS-HOLD-REMIT-CHANGE-DATE
                   MOVE 'Y' TO WS-HOLD-EXISTS
                   MOVE 'Y' TO WS-KEY-APPLIED-SW
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-REMIT-CHANGE-COUNT
                   MOVE 'ADDED' TO WS-ACTION-TEXT
                   PERFORM 410-PRINT-APPLIED-DETAIL
                   MOVE SPACE TO PAYEE-CHANGE-REC
                   MOVE 0 TO PC-BEF-EFT-ROUTING
                   MOVE 'Y' TO PC-REMIT-CHANGE-SW
                   PERFORM 430-WRITE-CHANGE-LOG
               END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF.

       330-APPLY-CHANGE.
      * blank address, method and EFT fields mean leave that field
      * as it stands.  A change that switches the payee to EFT has
      * to land it with live routing and account details, whether
      * they come on this card or already stand on the master.  The
      * tax fields follow the same leave-alone rule; a change that
      * would leave a TIN without its type (or a type without its
      * TIN) is rejected.
           IF WS-HOLD-EXISTS = 'N'
               MOVE '08' TO WS-REJECT-REASON-CODE
               MOVE 'PAYEE NOT ON FILE' TO WS-REJECT-REASON-TEXT
                       WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
               IF PY-TAX-ID-X NOT = SPACE
                   AND (PY-TAX-ID NOT NUMERIC OR PY-TAX-ID = 0)
                   MOVE '09' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID TAX ID' TO WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
               IF PY-TIN-TYPE NOT = SPACE AND PY-TIN-TYPE NOT = 'S'
                   AND PY-TIN-TYPE NOT = 'E'
                   MOVE '10' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID TIN TYPE' TO WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
               IF PY-REPORT-FLAG NOT = SPACE
                   AND PY-REPORT-FLAG NOT = 'R'
                   AND PY-REPORT-FLAG NOT = 'X'
                   MOVE '11' TO WS-REJECT-REASON-CODE
                   MOVE 'INVALID REPORTABLE FLAG' TO
                       WS-REJECT-REASON-TEXT
                   PERFORM 260-WRITE-TRAN-REJECT
               ELSE
      * The combined state the change would leave is staged and
      * checked first - only a change that lands clean touches the
      * hold, so a rejected card cannot leave an EFT payee on the
      * master with a zero routing number.
                   MOVE WS-HOLD-PAY-METHOD TO WS-NEW-PAY-METHOD
                   MOVE WS-HOLD-EFT-ROUTING TO WS-NEW-EFT-ROUTING
                   MOVE WS-HOLD-EFT-ACCOUNT TO WS-NEW-EFT-ACCOUNT
                   IF PY-EFT-ACCOUNT NOT = SPACE
                       MOVE PY-EFT-ACCOUNT TO WS-NEW-EFT-ACCOUNT
                   END-IF
                   MOVE WS-HOLD-TAX-ID TO WS-NEW-TAX-ID
                   MOVE WS-HOLD-TIN-TYPE TO WS-NEW-TIN-TYPE
                   IF PY-TAX-ID-X NOT = SPACE
                       MOVE PY-TAX-ID-X TO WS-NEW-TAX-ID
                   END-IF
                   IF PY-TIN-TYPE NOT = SPACE
                       MOVE PY-TIN-TYPE TO WS-NEW-TIN-TYPE
                   END-IF
                   IF WS-NEW-PAY-METHOD = 'E'
                       AND (WS-NEW-EFT-ROUTING NOT NUMERIC
                         OR WS-NEW-EFT-ROUTING = 0
                           WS-REJECT-REASON-TEXT
                       PERFORM 260-WRITE-TRAN-REJECT
                   ELSE
                   IF (WS-NEW-TAX-ID NOT = SPACE
                       AND WS-NEW-TIN-TYPE = SPACE)
                     OR (WS-NEW-TAX-ID = SPACE
                       AND WS-NEW-TIN-TYPE NOT = SPACE)
                       MOVE '10' TO WS-REJECT-REASON-CODE
                       MOVE 'INVALID TIN TYPE' TO
                           WS-REJECT-REASON-TEXT
                       PERFORM 260-WRITE-TRAN-REJECT
                   ELSE
                       PERFORM 420-LOG-BEFORE-IMAGE
                       IF PY-ADDRESS-LINE1 NOT = SPACE
                           MOVE PY-ADDRESS-LINE1
                               TO WS-HOLD-ADDRESS-LINE1
                           TO WS-HOLD-EFT-ROUTING
                       MOVE WS-NEW-EFT-ACCOUNT
                           TO WS-HOLD-EFT-ACCOUNT
                       MOVE WS-NEW-TAX-ID TO WS-HOLD-TAX-ID
                       MOVE WS-NEW-TIN-TYPE TO WS-HOLD-TIN-TYPE
                       IF PY-REPORT-FLAG NOT = SPACE
                           MOVE PY-REPORT-FLAG
                               TO WS-HOLD-REPORT-FLAG
                       END-IF
                       MOVE 'Y' TO WS-KEY-APPLIED-SW
                       ADD 1 TO WS-CHANGE-COUNT
      * Anything that moves where the money goes restarts the
      * payee's cooling-off period.
                       IF WS-HOLD-ADDRESS-LINE1
                               NOT = PC-BEF-ADDRESS-LINE1
                           OR WS-HOLD-ADDRESS-LINE2
                               NOT = PC-BEF-ADDRESS-LINE2
                           OR WS-HOLD-PAY-METHOD
                               NOT = PC-BEF-PAY-METHOD
                           OR WS-HOLD-EFT-ROUTING
                               NOT = PC-BEF-EFT-ROUTING
                           OR WS-HOLD-EFT-ACCOUNT
                               NOT = PC-BEF-EFT-ACCOUNT
                           MOVE WS-CHANGE-DATE
                               TO WS-HOLD-REMIT-CHANGE-DATE
                           MOVE 'Y' TO PC-REMIT-CHANGE-SW
                           ADD 1 TO WS-REMIT-CHANGE-COUNT
                           MOVE 'CHANGED - REMITTANCE' TO
                               WS-ACTION-TEXT
                       ELSE
                           MOVE 'CHANGED' TO WS-ACTION-TEXT
                       END-IF
                       PERFORM 410-PRINT-APPLIED-DETAIL
                       PERFORM 430-WRITE-CHANGE-LOG
                   END-IF END-IF
               END-IF END-IF END-IF END-IF END-IF
           END-IF.

       340-APPLY-DELETE.
               PERFORM 260-WRITE-TRAN-REJECT
           ELSE
               MOVE 'N' TO WS-HOLD-EXISTS
               MOVE 'Y' TO WS-KEY-APPLIED-SW
               ADD 1 TO WS-DELETE-COUNT
               MOVE 'DELETED' TO WS-ACTION-TEXT
               PERFORM 410-PRINT-APPLIED-DETAIL
               PERFORM 420-LOG-BEFORE-IMAGE
               PERFORM 430-WRITE-CHANGE-LOG
           END-IF.

       400-UPDATE-MASTER.
      * Puts the payee back - written if the run added it,
      * rewritten if it was there and still is, deleted if the run
      * took it off - and logs the whole record before and after
      * under the run stamp.  A payee added and deleted in the same
      * run never reached the master and is not logged.  The log
      * record is only written once the master has taken the
      * update, so the log never shows a change that did not
      * happen.
           MOVE SPACE TO PAYEE-BEFORE-IMAGE-REC.
           MOVE WS-CHANGE-DATE TO PB-RUN-DATE.
           MOVE WS-RUN-TIME TO PB-RUN-TIME.
           MOVE WS-ACTIVE-KEY TO PB-PAYEE-NAME.
           MOVE WS-BEFORE-PAYEE TO PB-BEFORE-IMAGE.
           IF WS-HOLD-EXISTS = 'Y'
               MOVE WS-HOLD-PAYEE TO PB-AFTER-IMAGE
           END-IF.
           IF WS-MASTER-EXISTS = 'Y'
               IF WS-HOLD-EXISTS = 'Y'
                   MOVE 'C' TO PB-ACTION
                   REWRITE PAYEE-REC FROM WS-HOLD-PAYEE
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-MASTER-REWRITE-COUNT
                   END-REWRITE
               ELSE
                   MOVE 'D' TO PB-ACTION
                   DELETE PAYMAST
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-MASTER-DELETE-COUNT
                   END-DELETE
               END-IF
           ELSE
               IF WS-HOLD-EXISTS = 'Y'
                   MOVE 'A' TO PB-ACTION
                   WRITE PAYEE-REC FROM WS-HOLD-PAYEE
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-MASTER-ADD-COUNT
                   END-WRITE
               END-IF
           END-IF.
           IF RUN-ABORTED
               DISPLAY 'PAYMAINT - PAYEE MASTER UPDATE FAILED AT '
                   WS-ACTIVE-KEY ' - STATUS ' WS-PAYMAST-FILE-STATUS
                   ' - RUN ABORTED'
           ELSE
               IF PB-ACTION NOT = SPACE
                   WRITE PAYEE-BEFORE-IMAGE-REC
                   ADD 1 TO WS-BIMG-WRITE-COUNT
               END-IF
           END-IF.

       410-PRINT-APPLIED-DETAIL.
      * One report line per applied transaction.  WS-ACTION-TEXT is
           MOVE WS-HOLD-ADDRESS-LINE1 TO MD-ADDRESS-LINE1.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-DETAIL.

       420-LOG-BEFORE-IMAGE.
      * Captures the held payee as it stands before a change or
      * delete touches it, into the before half of the change log
      * record.
           MOVE SPACE TO PAYEE-CHANGE-REC.
           MOVE WS-HOLD-ADDRESS-LINE1 TO PC-BEF-ADDRESS-LINE1.
           MOVE WS-HOLD-ADDRESS-LINE2 TO PC-BEF-ADDRESS-LINE2.
           MOVE WS-HOLD-PAY-METHOD TO PC-BEF-PAY-METHOD.
           MOVE WS-HOLD-EFT-ROUTING TO PC-BEF-EFT-ROUTING.
           MOVE WS-HOLD-EFT-ACCOUNT TO PC-BEF-EFT-ACCOUNT.
           MOVE WS-HOLD-TAX-ID TO PC-BEF-TAX-ID.
           MOVE WS-HOLD-TIN-TYPE TO PC-BEF-TIN-TYPE.
           MOVE WS-HOLD-REPORT-FLAG TO PC-BEF-REPORT-FLAG.
           MOVE 'N' TO PC-REMIT-CHANGE-SW.

       430-WRITE-CHANGE-LOG.
      * Finishes the change log record with the payee as the
      * transaction left it - nothing after a delete - and appends
      * it.  The caller has already set the before half.
           ACCEPT WS-CHANGE-TIME FROM TIME.
           MOVE WS-CHANGE-DATE TO PC-CHANGE-DATE.
           MOVE WS-CHANGE-TIME TO PC-CHANGE-TIME.
           MOVE PY-PAYEE-NAME TO PC-PAYEE-NAME.
           MOVE PY-TRAN-CODE TO PC-TRAN-CODE.
           IF PC-REMIT-CHANGE-SW = SPACE
               MOVE 'N' TO PC-REMIT-CHANGE-SW
           END-IF.
           IF WS-HOLD-EXISTS = 'Y'
               MOVE WS-HOLD-ADDRESS-LINE1 TO PC-AFT-ADDRESS-LINE1
               MOVE WS-HOLD-ADDRESS-LINE2 TO PC-AFT-ADDRESS-LINE2
               MOVE WS-HOLD-PAY-METHOD TO PC-AFT-PAY-METHOD
               MOVE WS-HOLD-EFT-ROUTING TO PC-AFT-EFT-ROUTING
               MOVE WS-HOLD-EFT-ACCOUNT TO PC-AFT-EFT-ACCOUNT
               MOVE WS-HOLD-TAX-ID TO PC-AFT-TAX-ID
               MOVE WS-HOLD-TIN-TYPE TO PC-AFT-TIN-TYPE
               MOVE WS-HOLD-REPORT-FLAG TO PC-AFT-REPORT-FLAG
           ELSE
               MOVE SPACE TO PC-AFTER
               MOVE 0 TO PC-AFT-EFT-ROUTING
           END-IF.
           WRITE PAYEE-CHANGE-REC.
           ADD 1 TO WS-LOG-WRITE-COUNT.

       800-TERMINATION.
      * Control totals so the master records added, rewritten and
      * deleted can be balanced against the transactions applied,
      * and the run stamp PAYBKOUT needs to back this run out.
           MOVE SPACE TO WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS READ:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-READ-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'TRANSACTIONS READ:' TO MT-DESCRIPTION.
           MOVE WS-TRAN-READ-COUNT TO MT-COUNT.
           MOVE 'TRANSACTIONS REJECTED:' TO MT-DESCRIPTION.
           MOVE WS-TRAN-REJECT-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS ADDED:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-ADD-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS REWRITTEN:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-REWRITE-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS DELETED:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-DELETE-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'REMITTANCE CHANGES:' TO MT-DESCRIPTION.
           MOVE WS-REMIT-CHANGE-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'CHANGE LOG RECORDS WRITTEN:' TO MT-DESCRIPTION.
           MOVE WS-LOG-WRITE-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'BEFORE IMAGES LOGGED:' TO MT-DESCRIPTION.
           MOVE WS-BIMG-WRITE-COUNT TO MT-COUNT.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE WS-CHANGE-DATE TO MS-RUN-DATE.
           MOVE WS-RUN-TIME TO MS-RUN-TIME.
           WRITE PAYMAINT-RPT-REC FROM WS-MNT-STAMP.
           DISPLAY 'PAYMAINT CONTROL - READ: ' WS-MASTER-READ-COUNT
               ' TRANS: ' WS-TRAN-READ-COUNT
               ' ADDED: ' WS-MASTER-ADD-COUNT
               ' REWRITTEN: ' WS-MASTER-REWRITE-COUNT
               ' DELETED: ' WS-MASTER-DELETE-COUNT
               ' REJECTS: ' WS-TRAN-REJECT-COUNT.
           DISPLAY 'PAYMAINT RUN STAMP ' WS-CHANGE-DATE ' '
               WS-RUN-TIME.
      * An aborted run has updated the master up to the payee it
      * stopped at - every one of those updates is on the log.
           IF RUN-ABORTED
               DISPLAY 'PAYMAINT RUN ABORTED - MASTER PARTLY UPDATED '
                   '- BACK OUT RUN ' WS-CHANGE-DATE ' ' WS-RUN-TIME
                   ' WITH PAYBKOUT'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 900-CLOSE-FILES.

       900-CLOSE-FILES.
           CLOSE PAYMAST.
           CLOSE PAYEE-TRAN.
           CLOSE PAYEE-TRAN-REJECT.
           CLOSE PAYMAINT-RPT.
           CLOSE PAYEE-CHANGE-LOG.
           CLOSE PAYEE-BEFORE-LOG.
