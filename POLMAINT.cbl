       AUTHOR.          BEN THOMPSON.
      *
      * Policy master maintenance.  Applies a file of add / change /
      * cancel transactions to the keyed POLMAST in place, so the
      * master is never hand-edited again.  Bad transactions go to a
      * reject file with a reason; every transaction shows on the
      * maintenance report with the before and after view of the
      * policy, followed by control totals.
      *
      * Every policy the run adds or rewrites is also appended to
      * the POLBIMG before-image log, whole record before and after,
      * under the run's date and time.  The stamp is printed with
      * the control totals; POLBKOUT takes it to back a bad run out.
      *
      * Modification History:
      *   2026-07-30 BT  Initial version.  POLMAST had no controlled
      *                  way to change - a hand-edit left it out of
      *                  blank deductible on an add means none
      *                  (zero); changes apply it like every other
      *                  field.
      *   2026-10-05 BT  POLMAST is a keyed file maintained in place -
      *                  each transaction's policy is read at random
      *                  and written or rewritten straight back, no
      *                  old and new master.  Every record touched
      *                  goes to the new POLBIMG before-image log
      *                  under the run stamp so POLBKOUT can back the
      *                  run out - 305-READ-MASTER, 400-UPDATE-MASTER.
      *                  A master that will not open, or a failed
      *                  write, stops the run RC 16.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMAST ASSIGN TO POLMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS POL-POLICY-NUMBER
             FILE STATUS IS WS-POLMAST-FILE-STATUS.
           SELECT POLICY-TRAN ASSIGN TO POLTRAN
             ORGANIZATION IS SEQUENTIAL.
           SELECT POLICY-TRAN-REJECT ASSIGN TO POLTREJ
             ORGANIZATION IS SEQUENTIAL.
           SELECT POLMAINT-RPT ASSIGN TO POLMRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT POLICY-BEFORE-LOG ASSIGN TO POLBIMG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BIMG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POLICY-REC.
           COPY POLMAST.

       FD  POLICY-TRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS POLMAINT-RPT-REC.
       01  POLMAINT-RPT-REC                  PIC X(132).

       FD  POLICY-BEFORE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POLICY-BEFORE-IMAGE-REC.
           COPY POLBIMG.

       WORKING-STORAGE SECTION.
      * End of file switch and file status fields
       77 WS-TRAN-EOF                        PIC X(01) VALUE 'N'.
       77 WS-POLMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-BIMG-FILE-STATUS                PIC X(02) VALUE SPACE.

      * Set when the master or the before-image log will not open,
      * or the master will not take a write - the run stops where it
      * is.  Everything it applied before that is on the log.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Transaction keys.  An exhausted transaction file parks
      * HIGH-VALUE in its key to end the run.  Transactions still
      * have to arrive in policy number order, so each policy is
      * read, updated and logged once per run.
       77 WS-TRAN-KEY                        PIC X(10) VALUE LOW-VALUE.
       77 WS-ACTIVE-KEY                      PIC X(10) VALUE SPACE.
       77 WS-LAST-TRAN-KEY                   PIC X(10) VALUE LOW-VALUE.
       77 WS-TRAN-GOOD                       PIC X(01) VALUE 'N'.

      * Run stamp - taken once so every before image this run logs
      * carries the same date and time for POLBKOUT to select on.
       77 WS-RUN-DATE                        PIC 9(08) VALUE 0.
       77 WS-RUN-TIME                        PIC 9(08) VALUE 0.

      * The policy as it stood on the master when the run read it,
      * whether it was there at all, and whether any transaction
      * was applied to it - only an applied policy is written back.
       77 WS-MASTER-EXISTS                   PIC X(01) VALUE 'N'.
       77 WS-KEY-APPLIED-SW                  PIC X(01) VALUE 'N'.
          88 KEY-APPLIED                     VALUE 'Y'.
       01  WS-BEFORE-POLICY                  PIC X(80) VALUE SPACE.

      * The policy being built for the master.  Laid out to the
      * same 80 bytes as POLMAST so it can be written as is.
       77 WS-HOLD-EXISTS                     PIC X(01) VALUE 'N'.
       01  WS-HOLD-POLICY.
       77 WS-REJECT-REASON-TEXT              PIC X(30) VALUE SPACE.

      * Control totals
       77 WS-MASTER-READ-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-TRAN-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-ADD-COUNT                       PIC 9(07) COMP VALUE 0.
       77 WS-CHANGE-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-CANCEL-COUNT                    PIC 9(07) COMP VALUE 0.
       77 WS-TRAN-REJECT-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-MASTER-ADD-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-MASTER-REWRITE-COUNT            PIC 9(07) COMP VALUE 0.
       77 WS-BIMG-WRITE-COUNT                PIC 9(07) COMP VALUE 0.

      * Maintenance report heading lines
       01  WS-MNT-HEADING1.
           05  MT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * Run stamp line - the date and time POLBKOUT needs on its
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 100-OPEN-FILES.
      * Priming read
           IF NOT RUN-ABORTED
               PERFORM 210-READ-TRAN
           END-IF.

       100-OPEN-FILES.
      * The master is updated in place.  Status 35 is a site with
      * no policies yet - the master is created empty and the adds
      * build it.  The before-image log accumulates across runs, so
      * it is opened for extend, status 35 being the very first run.
      * Neither may be missing once the run starts: a run that
      * cannot log what it changes cannot be backed out.
           OPEN I-O POLMAST.
           IF WS-POLMAST-FILE-STATUS = '35'
               OPEN OUTPUT POLMAST
               CLOSE POLMAST
               OPEN I-O POLMAST
           END-IF.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               DISPLAY 'POLMAINT - POLICY MASTER OPEN FAILED - '
                   'STATUS ' WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN EXTEND POLICY-BEFORE-LOG.
           IF WS-BIMG-FILE-STATUS = '35'
               OPEN OUTPUT POLICY-BEFORE-LOG
           END-IF.
           IF WS-BIMG-FILE-STATUS NOT = '00'
               DISPLAY 'POLMAINT - BEFORE-IMAGE LOG OPEN FAILED - '
                   'STATUS ' WS-BIMG-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT POLICY-TRAN.
           OPEN OUTPUT POLICY-TRAN-REJECT.
           OPEN OUTPUT POLMAINT-RPT.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-HEADING1.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-HEADING2.

       210-READ-TRAN.
      * Reads transactions until one passes the sequence and key
      * presence checks (rejecting the ones that do not) or the file
           WRITE POLMAINT-RPT-REC FROM WS-MNT-DETAIL.

       300-PROCESS-ONE-KEY.
      * One policy per pass: read it off the master (or hold an
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
      * Keyed read of the policy.  The record as read is kept whole
      * for the before-image log.  Anything but found or not found
      * is a damaged master and stops the run.
           MOVE SPACE TO WS-BEFORE-POLICY.
           MOVE SPACE TO WS-HOLD-POLICY.
           MOVE WS-ACTIVE-KEY TO POL-POLICY-NUMBER.
           READ POLMAST
               INVALID KEY
                   MOVE 'N' TO WS-HOLD-EXISTS
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE 'Y' TO WS-HOLD-EXISTS
                   MOVE POLICY-REC TO WS-BEFORE-POLICY
                   MOVE POL-POLICY-NUMBER TO WS-HOLD-POLICY-NUMBER
                   MOVE POL-STATUS TO WS-HOLD-STATUS
                   MOVE POL-CANCEL-DATE TO WS-HOLD-CANCEL-DATE
                   MOVE POL-COVERAGE-LIMIT TO WS-HOLD-COVERAGE-LIMIT
                   MOVE POL-EFFECTIVE-DATE TO WS-HOLD-EFFECTIVE-DATE
                   MOVE POL-EXPIRY-DATE TO WS-HOLD-EXPIRY-DATE
                   MOVE POL-DEDUCTIBLE TO WS-HOLD-DEDUCTIBLE
           END-READ.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               AND WS-POLMAST-FILE-STATUS NOT = '23'
               DISPLAY 'POLMAINT - POLICY MASTER READ FAILED AT '
                   WS-ACTIVE-KEY ' - STATUS ' WS-POLMAST-FILE-STATUS
                   ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           MOVE WS-HOLD-EXISTS TO WS-MASTER-EXISTS.

       310-APPLY-ONE-TRAN.
      * Applies the current transaction to the held policy.  The
      * before image is captured first so the report can show what
                           MOVE PT-DEDUCTIBLE TO WS-HOLD-DEDUCTIBLE
                       END-IF
                       MOVE 'Y' TO WS-HOLD-EXISTS
                       MOVE 'Y' TO WS-KEY-APPLIED-SW
                       ADD 1 TO WS-ADD-COUNT
                       MOVE 'ADDED' TO WS-ACTION-TEXT
                       PERFORM 410-PRINT-APPLIED-DETAIL
                   IF PT-DEDUCTIBLE-X NOT = SPACE
                       MOVE PT-DEDUCTIBLE TO WS-HOLD-DEDUCTIBLE
                   END-IF
                   MOVE 'Y' TO WS-KEY-APPLIED-SW
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGED' TO WS-ACTION-TEXT
                   PERFORM 410-PRINT-APPLIED-DETAIL
               ELSE
                   MOVE 'C' TO WS-HOLD-STATUS
                   MOVE PT-CANCEL-DATE TO WS-HOLD-CANCEL-DATE
                   MOVE 'Y' TO WS-KEY-APPLIED-SW
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE 'CANCELLED' TO WS-ACTION-TEXT
                   PERFORM 410-PRINT-APPLIED-DETAIL
               END-IF
           END-IF.

       400-UPDATE-MASTER.
      * Puts the policy back - written if the run added it,
      * rewritten if it was already there - and logs the whole
      * record before and after under the run stamp.  The log
      * record is only written once the master has taken the
      * update, so the log never shows a change that did not
      * happen.
           MOVE SPACE TO POLICY-BEFORE-IMAGE-REC.
           MOVE WS-RUN-DATE TO PB-RUN-DATE.
           MOVE WS-RUN-TIME TO PB-RUN-TIME.
           MOVE WS-ACTIVE-KEY TO PB-POLICY-NUMBER.
           MOVE WS-BEFORE-POLICY TO PB-BEFORE-IMAGE.
           MOVE WS-HOLD-POLICY TO PB-AFTER-IMAGE.
           IF WS-MASTER-EXISTS = 'Y'
               MOVE 'C' TO PB-ACTION
               REWRITE POLICY-REC FROM WS-HOLD-POLICY
                   INVALID KEY
                       MOVE 'Y' TO WS-ABORT-SW
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-REWRITE-COUNT
               END-REWRITE
           ELSE
               MOVE 'A' TO PB-ACTION
               WRITE POLICY-REC FROM WS-HOLD-POLICY
                   INVALID KEY
                       MOVE 'Y' TO WS-ABORT-SW
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-ADD-COUNT
               END-WRITE
           END-IF.
           IF RUN-ABORTED
               DISPLAY 'POLMAINT - POLICY MASTER UPDATE FAILED AT '
                   WS-ACTIVE-KEY ' - STATUS ' WS-POLMAST-FILE-STATUS
                   ' - RUN ABORTED'
           ELSE
               WRITE POLICY-BEFORE-IMAGE-REC
               ADD 1 TO WS-BIMG-WRITE-COUNT
           END-IF.

       410-PRINT-APPLIED-DETAIL.
      * One report line per applied transaction.  WS-ACTION-TEXT is
           WRITE POLMAINT-RPT-REC FROM WS-MNT-DETAIL.

       800-TERMINATION.
      * Control totals so the master records added and rewritten
      * can be balanced against the transactions applied, and the
      * run stamp POLBKOUT needs to back this run out.
           MOVE SPACE TO WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS READ:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-READ-COUNT TO MT-COUNT.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'TRANSACTIONS READ:' TO MT-DESCRIPTION.
           MOVE WS-TRAN-READ-COUNT TO MT-COUNT.
           MOVE 'TRANSACTIONS REJECTED:' TO MT-DESCRIPTION.
           MOVE WS-TRAN-REJECT-COUNT TO MT-COUNT.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS ADDED:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-ADD-COUNT TO MT-COUNT.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'MASTER RECORDS REWRITTEN:' TO MT-DESCRIPTION.
           MOVE WS-MASTER-REWRITE-COUNT TO MT-COUNT.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE 'BEFORE IMAGES LOGGED:' TO MT-DESCRIPTION.
           MOVE WS-BIMG-WRITE-COUNT TO MT-COUNT.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-TOTAL.
           MOVE WS-RUN-DATE TO MS-RUN-DATE.
           MOVE WS-RUN-TIME TO MS-RUN-TIME.
           WRITE POLMAINT-RPT-REC FROM WS-MNT-STAMP.
           DISPLAY 'POLMAINT CONTROL - READ: ' WS-MASTER-READ-COUNT
               ' TRANS: ' WS-TRAN-READ-COUNT
               ' ADDED: ' WS-MASTER-ADD-COUNT
               ' REWRITTEN: ' WS-MASTER-REWRITE-COUNT
               ' REJECTS: ' WS-TRAN-REJECT-COUNT.
           DISPLAY 'POLMAINT RUN STAMP ' WS-RUN-DATE ' ' WS-RUN-TIME.
      * An aborted run has updated the master up to the policy it
      * stopped at - every one of those updates is on the log.
           IF RUN-ABORTED
               DISPLAY 'POLMAINT RUN ABORTED - MASTER PARTLY UPDATED '
                   '- BACK OUT RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
                   ' WITH POLBKOUT'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 900-CLOSE-FILES.

       900-CLOSE-FILES.
           CLOSE POLMAST.
           CLOSE POLICY-TRAN.
           CLOSE POLICY-TRAN-REJECT.
           CLOSE POLMAINT-RPT.
           CLOSE POLICY-BEFORE-LOG.
