      *                  routing - so accounts payable stops
      *                  keying addresses from paper.  080-LOAD-
      *                  PAYEE-MASTER, 275-LOOKUP-PAYEE.
      *   2026-09-10 BT  Supplemental payments.  A CLAIMIN record
      *                  typed S names a claim number already paid
      *                  and the next payment sequence, and goes
      *                  through the same edits instead of bouncing
      *                  as a reason 06 duplicate - 282-CHECK-
      *                  SUPPLEMENT (new reasons 11-15).  The policy
      *                  deductible is only taken once across the
      *                  claim's payments (287-SUM-PRIOR-
      *                  DEDUCTIBLE), the exception threshold is
      *                  tested against the claim's cumulative paid
      *                  plus this payment, and the cancel and term
      *                  edits use the original loss date off the
      *                  history master.  CLAIM-HIST now carries the
      *                  total paid and payment count, and every
      *                  payment lands on the new keyed CLAIM-
      *                  PAYHIST payment history - 498-WRITE-PAY-
      *                  HISTORY, 499-POST-SUPPLEMENT-HISTORY.  The
      *                  restart replay rolls an in-flight
      *                  supplement back off the history master
      *                  instead of deleting the whole claim -
      *                  068-UNDO-HISTORY-POST.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against its business date.  A date this step
      *                  already ended clean is refused unless the card
      *                  carries the rerun override (R and the
      *                  authorizer) in columns 71-79, and the run is
      *                  refused until CLAIMINT has ended clean for the
      *                  same date.
      *   2026-09-24 BT  A claim whose payee changed address, pay
      *                  method, routing or account within the
      *                  cooling-off period goes to CLAIM-EXCEPT as
      *                  REMITTANCE RECENTLY CHANGED instead of the
      *                  payment extract, so a redirected remittance
      *                  gets an adjuster's look before money moves.
      *                  The period in days is on the card in columns
      *                  46-48 (blank is 10, 000 turns the hold off)
      *                  and is echoed on CLAIM-RPT - 300-PROCESS-
      *                  CLAIM, 305-CHECK-REMIT-COOLING-OFF.
      *   2026-10-05 BT  POLMAST and PAYMAST are keyed files read at
      *                  random by policy number and payee name in
      *                  270-LOOKUP-POLICY and 275-LOOKUP-PAYEE, no
      *                  longer loaded into 5000-entry tables.  The
      *                  paid-to-date accumulator is held in its own
      *                  table and CLAIM-PTD is written back from it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT POLMAST ASSIGN TO POLMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS POL-POLICY-NUMBER
             FILE STATUS IS WS-POLMAST-FILE-STATUS.
           SELECT PAYMAST ASSIGN TO PAYMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PM-PAYEE-NAME
             FILE STATUS IS WS-PAYMAST-FILE-STATUS.
           SELECT CLAIM-DUPRPT ASSIGN TO CLAIMDUP
             ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-AUDIT ASSIGN TO CLAIMAUD
             ACCESS IS RANDOM
             RECORD KEY IS CR-CLAIM-NUMBER
             FILE STATUS IS WS-RSV-FILE-STATUS.
           SELECT CLAIM-PAYHIST ASSIGN TO CLAIMPHS
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-PHS-FILE-STATUS.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-PRM
           COPY CLAIMCKP.

       FD  POLMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POLICY-REC.
           COPY POLMAST.

       FD  PAYMAST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYEE-REC.
           COPY PAYMAST.

           DATA RECORD IS CLAIM-RESERVE-REC.
           COPY CLAIMRSV.

       FD  CLAIM-PAYHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-PAYHIST-REC.
           COPY CLAIMPHS.

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
           COPY CLAIMREC.
      * End of File switch
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Run parameter card - business run date, checkpoint interval,
      * the per type exception thresholds, the prompt-pay interest
      * rate and the payee remittance cooling-off period in days
      * (columns 46-48, blank for the standard 10).  A missing or
      * malformed card stops the run before any output file is
      * touched.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
           05  WS-PARM-PROP-THRESHOLD        PIC 9(07)V99.
           05  WS-PARM-MED-THRESHOLD         PIC 9(07)V99.
           05  WS-PARM-INT-RATE              PIC 9(02)V9(03).
           05  WS-PARM-COOL-DAYS             PIC 9(03).
           05  WS-PARM-COOL-DAYS-X REDEFINES WS-PARM-COOL-DAYS
                                             PIC X(03).
           05  FILLER                        PIC X(22).
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
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIM'.
       77 WS-LEDGER-PREDECESSOR              PIC X(08) VALUE 'CLAIMINT'.
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

      * Parameter echo lines - written onto the front of CLAIM-RPT
      * so the auditors can see what the run was told without going
           05  FILLER                        PIC X(13) VALUE
               'INT RATE PCT:'.
           05  RPT-PARM-INT-RATE             PIC ZZ9.999.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(15) VALUE
               'COOL-OFF DAYS: '.
           05  RPT-PARM-COOL-DAYS            PIC ZZ9.
           05  FILLER                        PIC X(21) VALUE SPACE.

       01  WS-RPT-PARM-ECHO2.
           05  FILLER                        PIC X(01) VALUE SPACE.
       77 WS-ACTIVE-THRESHOLD                PIC 9(07)V99 VALUE 0.
       77 WS-EXCEPTION-COUNT                 PIC 9(07) COMP VALUE 0.

      * Payee remittance cooling-off - a payee whose address, pay
      * method, routing or account changed fewer than this many
      * days before the run date is not paid until an adjuster has
      * looked at it.  Off the card; zero turns the hold off.  The
      * day count is signed so a change stamped after the run date
      * holds as well.
       77 WS-COOL-OFF-DAYS                   PIC 9(03) VALUE 10.
       77 WS-REMIT-CHANGE-DAYS               PIC S9(07) COMP VALUE 0.
       77 WS-REMIT-HOLD-SW                   PIC X(01) VALUE 'N'.
          88 REMIT-RECENTLY-CHANGED          VALUE 'Y'.

      * Claim type summary accumulators - slot 1 auto, 2 property,
      * 3 medical, 4 other/invalid.  WS-TYPE-SUB is set from the
      * record's CLAIM-TYPE once per record in 250-EDIT-CLAIM-IN;
           05  WS-STAT-OTHER-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-STAT-OTHER-AMOUNT           PIC 9(09)V99 VALUE 0.

      * The claim's policy off the keyed POLMAST master - read at
      * random by 270-LOOKUP-POLICY for each claim, with the term
      * dates and deductible a policy written before the master
      * carried them resolved to zero, and its paid-to-date off the
      * accumulator table below.
       77 WS-POLMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       01  WS-POLICY-CURRENT.
           05  WS-POL-NUMBER                  PIC X(10).
           05  WS-POL-STATUS                  PIC X(01).
           05  WS-POL-CANCEL-DATE             PIC 9(08).
           05  WS-POL-COVERAGE-LIMIT          PIC 9(09)V99.
           05  WS-POL-EFFECTIVE-DATE          PIC 9(08).
           05  WS-POL-EXPIRY-DATE             PIC 9(08).
           05  WS-POL-DEDUCTIBLE              PIC 9(07)V99.
           05  WS-POL-PAID-TO-DATE            PIC 9(09)V99.
       77 WS-POLICY-FOUND-SW                 PIC X(01) VALUE 'N'.
          88 POLICY-FOUND                    VALUE 'Y'.
          88 POLICY-NOT-FOUND                VALUE 'N'.
       77 WS-CLAIM-DATE-NUM                  PIC 9(08) VALUE 0.

      * Paid-to-date accumulator table - CLAIM-PTD loaded at start
      * of run, one entry per policy with dollars accepted against
      * it, accepted claims posted in and rewritten at clean end of
      * run.  A policy with no entry has nothing paid yet.
       77 WS-PTD-COUNT                       PIC 9(05) COMP VALUE 0.
       77 WS-PTD-MAX                         PIC 9(05) COMP
                                             VALUE 20000.
       01  WS-PTD-TABLE.
           05  WS-PTD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PTD-COUNT
                   INDEXED BY WS-PTD-IDX.
               10  WS-PTD-POLICY-NUMBER       PIC X(10).
               10  WS-PTD-AMOUNT              PIC 9(09)V99.
       77 WS-PTD-FOUND-SW                    PIC X(01) VALUE 'N'.
          88 PTD-ENTRY-FOUND                 VALUE 'Y'.
       77 WS-PTD-POST-POLICY                 PIC X(10) VALUE SPACE.
       77 WS-PTD-POST-AMOUNT                 PIC 9(09)V99 VALUE 0.

      * The claimant off the keyed PAYMAST master - read at random
      * by 275-LOOKUP-PAYEE, so each claimant can be validated and
      * the extract can carry the remittance details.
       77 WS-PAYMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
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
          88 PAYEE-NOT-FOUND                 VALUE 'N'.

      * Day-of-month edit work fields - callers set WS-EDIT-YEAR
      * and WS-EDIT-MM, 252-SET-MONTH-MAX-DD answers in
       77 WS-DEDUCT-APPLIED                  PIC 9(07)V99 VALUE 0.
       77 WS-NET-CLAIM-AMOUNT                PIC 9(07)V99 VALUE 0.

      * Supplemental payment work fields.  WS-PAY-SEQ is the payment
      * sequence the record pays (01 for an original claim); the
      * WS-HIST- fields hold what the history master says the claim
      * has already been paid, picked up by 282-CHECK-SUPPLEMENT so
      * the deductible, threshold and history posting do not depend
      * on the record area surviving.  The loss date is the
      * original claim's for a supplement - the policy had to be in
      * force when the loss happened, not when the body shop found
      * more damage.
       77 WS-PAY-SEQ                         PIC 9(02) VALUE 0.
       77 WS-HIST-PAY-COUNT                  PIC 9(02) VALUE 0.
       77 WS-HIST-TOTAL-PAID                 PIC 9(09)V99 VALUE 0.
       77 WS-HIST-CLAIM-DATE                 PIC 9(08) VALUE 0.
       77 WS-LOSS-DATE-NUM                   PIC 9(08) VALUE 0.
       77 WS-PRIOR-DEDUCT                    PIC 9(07)V99 VALUE 0.
       77 WS-DEDUCT-REMAINING                PIC 9(07)V99 VALUE 0.
       77 WS-CUM-CLAIM-AMOUNT                PIC 9(09)V99 VALUE 0.
       77 WS-PHS-SUB                         PIC 9(02) COMP VALUE 0.

      * Duplicate claim number check - a keyed read of the claims
      * history master, so a resubmission is caught whether the
      * first submission came through this run or any earlier one.
      * Case reserve master controls - the reserve is raised for
      * open/pending claims and released on a final disposition.
       77 WS-RSV-FILE-STATUS                 PIC X(02) VALUE SPACE.
      * Payment history master controls - one record per payment.
       77 WS-PHS-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-DUP-FOUND-SW                    PIC X(01) VALUE 'N'.
          88 DUPLICATE-FOUND                 VALUE 'Y'.
       77 WS-DUP-COUNT                       PIC 9(05) COMP VALUE 0.
               PERFORM 300-PROCESS-CLAIM UNTIL END-OF-FILE
               PERFORM 800-TERMINATION
           END-IF.
           IF LEDGER-ATTEMPT-LOGGED
               PERFORM 890-POST-RUN-LEDGER
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           INITIALIZE CLAIM-REC.
           INITIALIZE WS-TYPE-TOTALS.
           PERFORM 010-READ-RUN-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 030-CHECK-RUN-LEDGER
           END-IF.
           IF NOT RUN-PARMS-INVALID
               PERFORM 020-HOUSEKEEPING-FILES
           END-IF.
      * has been read clean - a run with no parameters must not
      * touch any output file.
           PERFORM 050-CHECK-RESTART.
      * The paid-to-date amounts must be in core before the audit
      * reload, so the reload can repost the abended run's accepted
      * claims against the right policies.
           PERFORM 070-OPEN-POLICY-MASTER.
           IF NOT RUN-ABORTED
               PERFORM 080-OPEN-PAYEE-MASTER
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 090-OPEN-HISTORY
           IF NOT RUN-ABORTED
               PERFORM 095-OPEN-RESERVE
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 092-OPEN-PAY-HISTORY
           END-IF.
           IF IS-RESTART-RUN AND NOT RUN-ABORTED
               PERFORM 076-REPLAY-AUDIT-TRAIL
           END-IF.
               PERFORM 058-RESTORE-TYPE-TOTALS
               PERFORM 060-SKIP-TO-CHECKPOINT
           END-IF.
      * A policy or payee master, paid-to-date accumulator or
      * claims history master that will not open means this run
      * cannot be trusted to process every claim correctly, so it
      * is stopped here without reading any claims - see 070-OPEN-
      * POLICY-MASTER and 090-OPEN-HISTORY.
           IF RUN-ABORTED
               MOVE 'Y' TO WS-CLAIM-IN-EOF
           ELSE
                       OR WS-PARM-PROP-THRESHOLD NOT NUMERIC
                       OR WS-PARM-MED-THRESHOLD NOT NUMERIC
                       OR WS-PARM-INT-RATE NOT NUMERIC
                       OR (WS-PARM-COOL-DAYS-X NOT = SPACE
                           AND WS-PARM-COOL-DAYS NOT NUMERIC)
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIM - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:40) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                               TO WS-PROP-THRESHOLD
                           MOVE WS-PARM-MED-THRESHOLD
                               TO WS-MED-THRESHOLD
                           IF WS-PARM-COOL-DAYS-X NOT = SPACE
                               MOVE WS-PARM-COOL-DAYS
                                   TO WS-COOL-OFF-DAYS
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE CLAIM-PRM
           END-IF.

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
               DISPLAY 'CLAIM - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIM - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIM - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIM - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIM - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       050-CHECK-RESTART.
      * A checkpoint file left behind by a prior abended run puts
      * this run into restart mode - CLAIMIN is fast forwarded past
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

       068-UNDO-HISTORY-POST.
      * Takes back what the abended run posted to the history
      * masters for a record about to be reprocessed.  An original
      * claim owned its history record outright, so the record (and
      * its payment 01) is deleted.  A supplemental payment was
      * posted on top of a claim that was already paid - deleting
      * the record would lose the earlier payments and bounce the
      * reprocessed supplement as never paid, so it is rolled back
      * instead (069-ROLL-BACK-SUPPLEMENT).  A supplement is the
      * only way an accepted claim gets past payment 01, or an
      * exception gets posted on a claim with a payment already
      * standing.
           MOVE CA-CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 283-LOAD-HIST-PAYMENTS
                   IF WS-HIST-PAY-COUNT > 1
                       OR (CA-DISPOSITION = 'EXCEPTION'
                           AND WS-HIST-PAY-COUNT > 0)
                       PERFORM 069-ROLL-BACK-SUPPLEMENT
                   ELSE
                       DELETE CLAIM-HIST
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE CA-CLAIM-NUMBER TO PH-CLAIM-NUMBER
                       MOVE 1 TO PH-PAY-SEQ
                       DELETE CLAIM-PAYHIST
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

       069-ROLL-BACK-SUPPLEMENT.
      * An accepted supplement comes off the payment history and
      * out of the claim's total paid; either way the claim goes
      * back to what its last standing payment says.
           IF CA-DISPOSITION = 'ACCEPTED'
               MOVE CA-CLAIM-NUMBER TO PH-CLAIM-NUMBER
               MOVE WS-HIST-PAY-COUNT TO PH-PAY-SEQ
               DELETE CLAIM-PAYHIST
                   INVALID KEY CONTINUE
               END-DELETE
               IF WS-HIST-TOTAL-PAID > CA-CLAIM-AMOUNT
                   SUBTRACT CA-CLAIM-AMOUNT FROM WS-HIST-TOTAL-PAID
               ELSE
                   MOVE 0 TO WS-HIST-TOTAL-PAID
               END-IF
               SUBTRACT 1 FROM WS-HIST-PAY-COUNT
           END-IF.
           MOVE CA-CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE WS-HIST-PAY-COUNT TO PH-PAY-SEQ.
           READ CLAIM-PAYHIST
               INVALID KEY
                   MOVE 'ACCEPTED' TO CH-DISPOSITION
               NOT INVALID KEY
                   MOVE PH-DISPOSITION TO CH-DISPOSITION
                   MOVE PH-NET-AMOUNT TO CH-CLAIM-AMOUNT
                   MOVE PH-PAY-DATE TO CH-DISP-DATE
                   MOVE 0 TO CH-DISP-TIME
           END-READ.
           MOVE WS-HIST-TOTAL-PAID TO CH-TOTAL-PAID.
           MOVE WS-HIST-PAY-COUNT TO CH-PAY-COUNT.
           REWRITE CLAIM-HIST-REC.

       070-OPEN-POLICY-MASTER.
      * The policy master stays open for the whole run and is read
      * at random by 270-LOOKUP-POLICY for each claim.  A master
      * that will not open stops the run - every claim would
      * otherwise reject as policy not on file.
           OPEN INPUT POLMAST.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIM POLICY MASTER OPEN FAILED - STATUS '
                   WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               PERFORM 072-LOAD-PAID-TO-DATE
           END-IF.

       072-LOAD-PAID-TO-DATE.
      * Loads the CLAIM-PTD accumulator left by the last clean run.
      * Status 35 is the very first run, before the accumulator has
      * ever been written - every policy simply starts at zero.  Any
      * other failure stops the run: treating a mispointed or broken
      * dataset as "no file" would enforce every coverage limit
      * against zero and then overwrite the accumulator with the
      * zeroed amounts at end of run, losing the history.
           READ CLAIM-PTD
               AT END MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   IF WS-PTD-COUNT >= WS-PTD-MAX
                       DISPLAY 'CLAIM PAID-TO-DATE TABLE FULL AT '
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

       074-FIND-PAID-TO-DATE.
      * Parks WS-PTD-IDX on WS-PTD-POST-POLICY's accumulator entry,
      * if it has one.
           MOVE 'N' TO WS-PTD-FOUND-SW.
           IF WS-PTD-COUNT > 0
               SET WS-PTD-IDX TO 1
               SEARCH WS-PTD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PTD-POLICY-NUMBER(WS-PTD-IDX)
                       = WS-PTD-POST-POLICY
                       MOVE 'Y' TO WS-PTD-FOUND-SW
               END-SEARCH
           END-IF.

       075-POST-PAID-TO-DATE.
      * Adds WS-PTD-POST-AMOUNT to WS-PTD-POST-POLICY's accumulator
      * entry, starting one for a policy's first accepted dollars.
           PERFORM 074-FIND-PAID-TO-DATE.
           IF PTD-ENTRY-FOUND
               ADD WS-PTD-POST-AMOUNT TO WS-PTD-AMOUNT(WS-PTD-IDX)
           ELSE
               IF WS-PTD-COUNT >= WS-PTD-MAX
                   DISPLAY 'CLAIM PAID-TO-DATE TABLE FULL AT '
                       WS-PTD-MAX ' POLICIES - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
                   MOVE 'Y' TO WS-CLAIM-IN-EOF
               ELSE
                   ADD 1 TO WS-PTD-COUNT
                   MOVE WS-PTD-POST-POLICY
                       TO WS-PTD-POLICY-NUMBER(WS-PTD-COUNT)
                   MOVE WS-PTD-POST-AMOUNT
                       TO WS-PTD-AMOUNT(WS-PTD-COUNT)
               END-IF
           END-IF.

       080-OPEN-PAYEE-MASTER.
      * The payee master stays open for the whole run and is read at
      * random by 275-LOOKUP-PAYEE for each claimant.
           OPEN INPUT PAYMAST.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIM PAYEE MASTER OPEN FAILED - STATUS '
                   WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       076-REPLAY-AUDIT-TRAIL.
      * On a restart run the in-core state the abended run had
                       NOT > WS-CKPT-RECORD-COUNT
                       WRITE CLAIM-AUDTMP-REC FROM CLAIM-AUDIT-REC
                       IF CA-DISPOSITION = 'ACCEPTED'
                           MOVE CA-POLICY-NUMBER
                               TO WS-PTD-POST-POLICY
                           MOVE CA-CLAIM-AMOUNT
                               TO WS-PTD-POST-AMOUNT
                           PERFORM 075-POST-PAID-TO-DATE
                       END-IF
                   ELSE
      * Only an ACCEPTED or EXCEPTION entry past the checkpoint
                       IF CA-CLAIM-NUMBER NOT = SPACE
                           AND (CA-DISPOSITION = 'ACCEPTED'
                             OR CA-DISPOSITION = 'EXCEPTION')
                           PERFORM 068-UNDO-HISTORY-POST
                       END-IF
                   END-IF
           END-READ.
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       092-OPEN-PAY-HISTORY.
      * The payment history master stays open I-O for the whole run
      * - accepted payments are written to it and a supplement's
      * deductible is summed off it.  Status 35 is the very first
      * run, before the master has ever been created: create it
      * empty and reopen.  Anything else stops the run - without it
      * a supplement would take the deductible a second time.
           OPEN I-O CLAIM-PAYHIST.
           IF WS-PHS-FILE-STATUS = '35'
               OPEN OUTPUT CLAIM-PAYHIST
               CLOSE CLAIM-PAYHIST
               OPEN I-O CLAIM-PAYHIST
           END-IF.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIM PAYMENT HISTORY OPEN FAILED - STATUS '
                   WS-PHS-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT CLAIM-IN.
           IF IS-RESTART-RUN
           MOVE WS-PARM-RUN-DATE TO RPT-PARM-RUN-DATE.
           MOVE WS-CHECKPOINT-INTERVAL TO RPT-PARM-CKPT-INTERVAL.
           MOVE WS-PARM-INT-RATE TO RPT-PARM-INT-RATE.
           MOVE WS-COOL-OFF-DAYS TO RPT-PARM-COOL-DAYS.
           MOVE WS-AUTO-THRESHOLD TO RPT-PARM-AUTO-THRESHOLD.
           MOVE WS-PROP-THRESHOLD TO RPT-PARM-PROP-THRESHOLD.
           MOVE WS-MED-THRESHOLD TO RPT-PARM-MED-THRESHOLD.
               MOVE 'DUPLICATE CLAIM NUMBER' TO WS-REJECT-REASON-TEXT
               PERFORM 290-WRITE-DUPLICATE
           ELSE
      * A supplement that failed 282-CHECK-SUPPLEMENT already
      * carries its reason.
           IF CLAIM-IS-INVALID
               CONTINUE
           ELSE
           IF NOT CLAIM-REC-TYPE-VALID
               MOVE 'N' TO WS-CLAIM-VALID
               MOVE '11' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID RECORD TYPE' TO WS-REJECT-REASON-TEXT
           ELSE
           IF CLAIM-AMOUNT NOT NUMERIC OR CLAIM-AMOUNT NOT > 0
               MOVE 'N' TO WS-CLAIM-VALID
               MOVE '02' TO WS-REJECT-REASON-CODE
               MOVE 'INVALID CLAIM DATE' TO WS-REJECT-REASON-TEXT
           ELSE
           MOVE CLAIM-DATE TO WS-CLAIM-DATE-NUM
           IF CLAIM-REC-SUPPLEMENT
               MOVE WS-HIST-CLAIM-DATE TO WS-LOSS-DATE-NUM
           ELSE
               MOVE WS-CLAIM-DATE-NUM TO WS-LOSS-DATE-NUM
           END-IF
           IF WS-CLAIM-DATE-NUM > WS-PARM-RUN-DATE
               MOVE 'N' TO WS-CLAIM-VALID
               MOVE '08' TO WS-REJECT-REASON-CODE
                   MOVE '04' TO WS-REJECT-REASON-CODE
                   MOVE 'POLICY NOT ON FILE' TO WS-REJECT-REASON-TEXT
               ELSE
                   IF WS-POL-STATUS = 'C'
                       AND WS-LOSS-DATE-NUM
                           NOT < WS-POL-CANCEL-DATE
                       MOVE 'N' TO WS-CLAIM-VALID
                       MOVE '05' TO WS-REJECT-REASON-CODE
                       MOVE 'POLICY CANCELLED' TO
      * there is no term on file to check against, so the edit
      * stands down rather than rejecting the whole book.
                   IF CLAIM-IS-VALID
                       AND WS-POL-EXPIRY-DATE > 0
                       AND (WS-LOSS-DATE-NUM <
                               WS-POL-EFFECTIVE-DATE
                         OR WS-LOSS-DATE-NUM >
                               WS-POL-EXPIRY-DATE)
                       MOVE 'N' TO WS-CLAIM-VALID
                       MOVE '09' TO WS-REJECT-REASON-CODE
                       MOVE 'CLAIM DATE OUTSIDE POLICY TERM' TO
                   END-IF
               END-IF
           END-IF
           END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF
           END-IF.
           IF CLAIM-IS-INVALID
               PERFORM 260-WRITE-REJECT
           END-IF.
           END-EVALUATE.

       270-LOOKUP-POLICY.
      * Keyed read of the policy master for the claim's policy
      * number.  The term dates and deductible live in what used to
      * be FILLER, so a policy written before the master grew them
      * still carries spaces there.  Those resolve to zero - no
      * deductible, and a zero expiry tells the term edit the
      * policy has no term on file to check against.  The policy's
      * paid-to-date comes off the accumulator table, WS-PTD-IDX
      * left parked on its entry for 300-PROCESS-CLAIM.
           MOVE 'N' TO WS-POLICY-FOUND-SW.
           MOVE CLAIM-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLMAST
               INVALID KEY
                   MOVE 'N' TO WS-POLICY-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POLICY-FOUND-SW
           END-READ.
           IF POLICY-FOUND
               MOVE POL-POLICY-NUMBER TO WS-POL-NUMBER
               MOVE POL-STATUS TO WS-POL-STATUS
               MOVE POL-CANCEL-DATE TO WS-POL-CANCEL-DATE
               MOVE POL-COVERAGE-LIMIT TO WS-POL-COVERAGE-LIMIT
               IF POL-EFFECTIVE-DATE NUMERIC
                   MOVE POL-EFFECTIVE-DATE TO WS-POL-EFFECTIVE-DATE
               ELSE
                   MOVE 0 TO WS-POL-EFFECTIVE-DATE
               END-IF
               IF POL-EXPIRY-DATE NUMERIC
                   MOVE POL-EXPIRY-DATE TO WS-POL-EXPIRY-DATE
               ELSE
                   MOVE 0 TO WS-POL-EXPIRY-DATE
               END-IF
               IF POL-DEDUCTIBLE NUMERIC
                   MOVE POL-DEDUCTIBLE TO WS-POL-DEDUCTIBLE
               ELSE
                   MOVE 0 TO WS-POL-DEDUCTIBLE
               END-IF
               MOVE POL-POLICY-NUMBER TO WS-PTD-POST-POLICY
               PERFORM 074-FIND-PAID-TO-DATE
               IF PTD-ENTRY-FOUND
                   MOVE WS-PTD-AMOUNT(WS-PTD-IDX)
                       TO WS-POL-PAID-TO-DATE
               ELSE
                   MOVE 0 TO WS-POL-PAID-TO-DATE
               END-IF
           END-IF.

       275-LOOKUP-PAYEE.
      * Keyed read of the payee master for the claim's claimant
      * name.  The remittance details are kept in WS-PAYEE-CURRENT
      * so 495-WRITE-PAYMENT-EXTRACT can pick them up without
      * reading again.  Spaces in the remittance change date is a
      * payee never changed since it was set up.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           MOVE CLAIM-CLAIMANT-NAME TO PM-PAYEE-NAME.
           READ PAYMAST
               INVALID KEY
                   MOVE 'N' TO WS-PAYEE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAYEE-FOUND-SW
           END-READ.
           IF PAYEE-FOUND
               MOVE PM-PAYEE-NAME TO WS-PAYEE-NAME
               MOVE PM-ADDRESS-LINE1 TO WS-PAYEE-ADDRESS-LINE1
               MOVE PM-ADDRESS-LINE2 TO WS-PAYEE-ADDRESS-LINE2
               MOVE PM-PAY-METHOD TO WS-PAYEE-PAY-METHOD
               MOVE PM-EFT-ROUTING TO WS-PAYEE-EFT-ROUTING
               MOVE PM-EFT-ACCOUNT TO WS-PAYEE-EFT-ACCOUNT
               IF PM-REMIT-CHANGE-DATE NUMERIC
                   MOVE PM-REMIT-CHANGE-DATE TO WS-PAYEE-REMIT-DATE
               ELSE
                   MOVE 0 TO WS-PAYEE-REMIT-DATE
               END-IF
           END-IF.

       280-CHECK-DUPLICATE.
      * resubmission of the same claim number, and 497-WRITE-
      * HISTORY picks up the new disposition when it comes back
      * through.
      * A supplemental payment is meant to name a claim already on
      * the master, so it is checked by 282-CHECK-SUPPLEMENT
      * instead.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE 1 TO WS-PAY-SEQ.
           MOVE 0 TO WS-HIST-PAY-COUNT.
           MOVE 0 TO WS-HIST-TOTAL-PAID.
           MOVE 0 TO WS-HIST-CLAIM-DATE.
           IF CLAIM-REC-SUPPLEMENT
               PERFORM 282-CHECK-SUPPLEMENT
           ELSE
               MOVE CLAIM-NUMBER TO CH-CLAIM-NUMBER
               READ CLAIM-HIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CH-DISPOSITION NOT = 'REJECTED'
                           MOVE 'Y' TO WS-DUP-FOUND-SW
                       END-IF
               END-READ
           END-IF.

       282-CHECK-SUPPLEMENT.
      * A supplemental payment has to name a claim that has been
      * paid at least once, whose last payment is not still waiting
      * on an adjuster, and carry the next payment sequence for the
      * claim - a supplement sent twice comes back the second time
      * as out of sequence rather than paying twice.  It also has
      * to be for the same policy and line of business as the claim
      * it supplements.
           MOVE CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   MOVE 'N' TO WS-CLAIM-VALID
                   MOVE '12' TO WS-REJECT-REASON-CODE
                   MOVE 'SUPPLEMENT CLAIM NOT PAID' TO
                       WS-REJECT-REASON-TEXT
               NOT INVALID KEY
                   PERFORM 283-LOAD-HIST-PAYMENTS
                   IF CH-DISPOSITION = 'EXCEPTION'
                       OR CH-DISPOSITION = 'APPEALED'
                       MOVE 'N' TO WS-CLAIM-VALID
                       MOVE '13' TO WS-REJECT-REASON-CODE
                       MOVE 'PRIOR PAYMENT AWAITING REVIEW' TO
                           WS-REJECT-REASON-TEXT
                   ELSE
                   IF WS-HIST-PAY-COUNT = 0
                       MOVE 'N' TO WS-CLAIM-VALID
                       MOVE '12' TO WS-REJECT-REASON-CODE
                       MOVE 'SUPPLEMENT CLAIM NOT PAID' TO
                           WS-REJECT-REASON-TEXT
                   ELSE
                   IF CLAIM-PAY-SEQ NOT NUMERIC
                       OR CLAIM-PAY-SEQ NOT = WS-HIST-PAY-COUNT + 1
                       MOVE 'N' TO WS-CLAIM-VALID
                       MOVE '14' TO WS-REJECT-REASON-CODE
                       MOVE 'PAYMENT SEQUENCE OUT OF ORDER' TO
                           WS-REJECT-REASON-TEXT
                   ELSE
                   IF CLAIM-POLICY-NUMBER NOT = CH-POLICY-NUMBER
                       OR CLAIM-TYPE NOT = CH-CLAIM-TYPE
                       MOVE 'N' TO WS-CLAIM-VALID
                       MOVE '15' TO WS-REJECT-REASON-CODE
                       MOVE 'SUPPLEMENT DOES NOT MATCH CLAIM' TO
                           WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE CLAIM-PAY-SEQ TO WS-PAY-SEQ
                       MOVE CH-CLAIM-DATE TO WS-HIST-CLAIM-DATE
                   END-IF END-IF END-IF END-IF
           END-READ.

       283-LOAD-HIST-PAYMENTS.
      * Picks the total paid and payment count up off the history
      * record just read.  A record written before the master
      * carried them holds spaces there: it was paid once, for its
      * amount, if its disposition says it went to payable.
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

       287-SUM-PRIOR-DEDUCTIBLE.
      * Adds up the deductible already taken on the claim's earlier
      * payments off the payment history.  A voided payment never
      * reached the claimant, so its deductible is not counted.  An
      * earlier payment with no history record was paid before the
      * payment history existed, when the deductible always came
      * off the first payment - it is counted as fully taken.
           MOVE 0 TO WS-PRIOR-DEDUCT.
           MOVE 0 TO WS-PHS-SUB.
           PERFORM 288-ADD-ONE-PRIOR-DEDUCT
               UNTIL WS-PHS-SUB >= WS-HIST-PAY-COUNT.

       288-ADD-ONE-PRIOR-DEDUCT.
           ADD 1 TO WS-PHS-SUB.
           MOVE CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE WS-PHS-SUB TO PH-PAY-SEQ.
           READ CLAIM-PAYHIST
               INVALID KEY
                   MOVE WS-POL-DEDUCTIBLE
                       TO WS-PRIOR-DEDUCT
               NOT INVALID KEY
                   IF PH-DISPOSITION NOT = 'VOIDED'
                       AND WS-PRIOR-DEDUCT
                           < WS-POL-DEDUCTIBLE
                       ADD PH-DEDUCTIBLE-AMOUNT TO WS-PRIOR-DEDUCT
                   END-IF
           END-READ.

           IF CLAIM-IS-VALID
      * The policy deductible comes off the claim before anything
      * downstream sees a dollar - the cap keeps a claim entirely
      * inside the deductible from netting negative.  The deductible
      * is taken once per claim, so a supplement only takes
      * whatever its earlier payments left untaken.
               MOVE 0 TO WS-PRIOR-DEDUCT
               IF CLAIM-REC-SUPPLEMENT
                   PERFORM 287-SUM-PRIOR-DEDUCTIBLE
               END-IF
               IF WS-PRIOR-DEDUCT < WS-POL-DEDUCTIBLE
                   COMPUTE WS-DEDUCT-REMAINING =
                       WS-POL-DEDUCTIBLE - WS-PRIOR-DEDUCT
               ELSE
                   MOVE 0 TO WS-DEDUCT-REMAINING
               END-IF
               IF WS-DEDUCT-REMAINING < CLAIM-AMOUNT
                   MOVE WS-DEDUCT-REMAINING TO WS-DEDUCT-APPLIED
               ELSE
                   MOVE CLAIM-AMOUNT TO WS-DEDUCT-APPLIED
               END-IF
               PERFORM 400-PRINT-REPORT
               PERFORM 350-ACCUMULATE-STATUS
               COMPUTE WS-PTD-NEW-TOTAL =
                   WS-POL-PAID-TO-DATE
                   + WS-NET-CLAIM-AMOUNT
               EVALUATE WS-TYPE-SUB
                   WHEN 1
                   WHEN OTHER
                       MOVE WS-PROP-THRESHOLD TO WS-ACTIVE-THRESHOLD
               END-EVALUATE
      * The threshold is on what the claim will have cost in all -
      * a claim paid in stages must not slip under it one
      * supplement at a time.  An original claim has nothing paid
      * yet, so this is just its own amount.
               COMPUTE WS-CUM-CLAIM-AMOUNT =
                   WS-HIST-TOTAL-PAID + CLAIM-AMOUNT
               IF WS-CUM-CLAIM-AMOUNT > WS-ACTIVE-THRESHOLD
                   MOVE 'CLAIM AMOUNT EXCEEDS THRESHOLD'
                       TO WS-EXCEPTION-REASON
                   PERFORM 450-WRITE-EXCEPTION
               ELSE
                   IF WS-PTD-NEW-TOTAL >
                       WS-POL-COVERAGE-LIMIT
                       MOVE 'COVERAGE LIMIT EXHAUSTED'
                           TO WS-EXCEPTION-REASON
                       PERFORM 450-WRITE-EXCEPTION
                   ELSE
                       PERFORM 305-CHECK-REMIT-COOLING-OFF
                       IF REMIT-RECENTLY-CHANGED
                           MOVE 'REMITTANCE RECENTLY CHANGED'
                               TO WS-EXCEPTION-REASON
                           PERFORM 450-WRITE-EXCEPTION
                       ELSE
                           MOVE WS-POL-NUMBER TO WS-PTD-POST-POLICY
                           MOVE WS-NET-CLAIM-AMOUNT
                               TO WS-PTD-POST-AMOUNT
                           PERFORM 075-POST-PAID-TO-DATE
                           PERFORM 495-WRITE-PAYMENT-EXTRACT
                           ADD 1 TO WS-TYPE-ACCEPT-COUNT(WS-TYPE-SUB)
                           MOVE 'ACCEPTED' TO WS-AUDIT-DISPOSITION
                           PERFORM 490-WRITE-AUDIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF.
           PERFORM 200-READ-CLAIM-IN.

       305-CHECK-REMIT-COOLING-OFF.
      * A payee whose remittance details changed on PAYMAST fewer
      * than WS-COOL-OFF-DAYS days before the run date is held -
      * a redirected account is how a takeover gets paid out.  A
      * zero change date is a payee never changed since set up.
      * WS-PAYEE-REMIT-DATE was picked up by 275-LOOKUP-PAYEE.
           MOVE 'N' TO WS-REMIT-HOLD-SW.
           IF WS-COOL-OFF-DAYS > 0
               AND WS-PAYEE-REMIT-DATE > 0
               COMPUTE WS-REMIT-CHANGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PARM-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE
                         (WS-PAYEE-REMIT-DATE)
               IF WS-REMIT-CHANGE-DAYS < WS-COOL-OFF-DAYS
                   MOVE 'Y' TO WS-REMIT-HOLD-SW
               END-IF
           END-IF.

       350-ACCUMULATE-STATUS.
      * Accumulates the count and dollar total for the claim status
      * summary printed at end of run.
      * Claim needs manual adjuster sign-off - pull it out to
      * CLAIM-EXCEPT instead of letting it flow through the run
      * unattended.  The caller sets WS-EXCEPTION-REASON to say why
      * (high dollar, coverage limit exhausted, remittance recently
      * changed).
           MOVE SPACE TO CLAIM-EXCEPT-REC.
           MOVE CLAIM-NUMBER TO CE-CLAIM-NUMBER.
           MOVE CLAIM-POLICY-NUMBER TO CE-POLICY-NUMBER.
           MOVE CLAIM-CLAIMANT-NAME TO CE-CLAIMANT-NAME.
           MOVE WS-EXCEPTION-REASON TO CE-EXCEPTION-REASON.
           MOVE CLAIM-TYPE TO CE-CLAIM-TYPE.
           MOVE WS-PAY-SEQ TO CE-PAY-SEQ.
           WRITE CLAIM-EXCEPT-REC.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-TYPE-EXCEPT-COUNT(WS-TYPE-SUB).
      * record already on file belongs to the claim that came
      * through first, and rewriting it as REJECTED would let yet
      * another copy of the same claim number back through the
      * duplicate check.  A rejected supplement leaves the master
      * alone for the same reason - the claim's earlier payments
      * still stand.  A supplement that passed is posted on top of
      * the claim's record by 499-POST-SUPPLEMENT-HISTORY.
           IF CLAIM-NUMBER NOT = SPACE
               AND NOT (WS-AUDIT-DISPOSITION = 'REJECTED'
                   AND WS-REJECT-REASON-CODE = '06')
               AND NOT (WS-AUDIT-DISPOSITION = 'REJECTED'
                   AND CLAIM-REC-SUPPLEMENT)
             IF CLAIM-REC-SUPPLEMENT
               PERFORM 499-POST-SUPPLEMENT-HISTORY
             ELSE
               MOVE SPACE TO CLAIM-HIST-REC
               MOVE CLAIM-NUMBER TO CH-CLAIM-NUMBER
               MOVE CLAIM-POLICY-NUMBER TO CH-POLICY-NUMBER
               MOVE WS-AUDIT-DISPOSITION TO CH-DISPOSITION
               MOVE WS-AUDIT-DATE TO CH-DISP-DATE
               MOVE WS-AUDIT-TIME TO CH-DISP-TIME
               IF WS-AUDIT-DISPOSITION = 'ACCEPTED'
                   MOVE WS-NET-CLAIM-AMOUNT TO CH-TOTAL-PAID
                   MOVE 1 TO CH-PAY-COUNT
               ELSE
                   MOVE 0 TO CH-TOTAL-PAID
                   MOVE 0 TO CH-PAY-COUNT
               END-IF
               WRITE CLAIM-HIST-REC
                   INVALID KEY
                       REWRITE CLAIM-HIST-REC
               END-WRITE
             END-IF
             IF WS-AUDIT-DISPOSITION = 'ACCEPTED'
                 PERFORM 498-WRITE-PAY-HISTORY
             END-IF
      * ACCEPTED and REJECTED are final - whatever reserve the
      * claim raised comes off the outstanding liability.  An
      * EXCEPTION is still undecided, so its reserve stands until
               END-IF
           END-IF.

       498-WRITE-PAY-HISTORY.
      * One payment history record per payment that went to
      * payable, keyed by claim number and payment sequence.  A
      * restart reprocessing the record in flight at the abend
      * finds its own record already there and rewrites it.
           MOVE SPACE TO CLAIM-PAYHIST-REC.
           MOVE CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE WS-PAY-SEQ TO PH-PAY-SEQ.
           MOVE CLAIM-POLICY-NUMBER TO PH-POLICY-NUMBER.
           MOVE CLAIM-TYPE TO PH-CLAIM-TYPE.
           MOVE WS-PAY-DATE TO PH-PAY-DATE.
           MOVE CLAIM-AMOUNT TO PH-CLAIMED-AMOUNT.
           MOVE WS-DEDUCT-APPLIED TO PH-DEDUCTIBLE-AMOUNT.
           MOVE WS-NET-CLAIM-AMOUNT TO PH-NET-AMOUNT.
           MOVE WS-INTEREST-AMOUNT TO PH-INTEREST-AMOUNT.
           MOVE 'ACCEPTED' TO PH-DISPOSITION.
           WRITE CLAIM-PAYHIST-REC
               INVALID KEY
                   REWRITE CLAIM-PAYHIST-REC
           END-WRITE.

       499-POST-SUPPLEMENT-HISTORY.
      * The claim's own record was read by 282-CHECK-SUPPLEMENT, but
      * the lookups since have been through other files, so it is
      * read again before being updated.  An accepted supplement
      * adds its net to the claim's total paid and becomes the
      * claim's latest payment; one sent to the exception queue
      * leaves the payments as they were until CLAIMADJ rules on
      * it.  Either way the claim's amount and disposition are the
      * supplement's, so the claim shows what it is waiting on.
           MOVE CLAIM-NUMBER TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-AUDIT-DISPOSITION = 'ACCEPTED'
                       COMPUTE CH-TOTAL-PAID =
                           WS-HIST-TOTAL-PAID + WS-NET-CLAIM-AMOUNT
                       MOVE WS-PAY-SEQ TO CH-PAY-COUNT
                       MOVE WS-NET-CLAIM-AMOUNT TO CH-CLAIM-AMOUNT
                   ELSE
                       MOVE WS-HIST-TOTAL-PAID TO CH-TOTAL-PAID
                       MOVE WS-HIST-PAY-COUNT TO CH-PAY-COUNT
                       MOVE CLAIM-AMOUNT TO CH-CLAIM-AMOUNT
                   END-IF
                   MOVE WS-AUDIT-DISPOSITION TO CH-DISPOSITION
                   MOVE WS-AUDIT-DATE TO CH-DISP-DATE
                   MOVE WS-AUDIT-TIME TO CH-DISP-TIME
                   REWRITE CLAIM-HIST-REC
           END-READ.

       491-RAISE-RESERVE.
      * Puts (or refreshes) the claim's record on the case reserve
      * master, seeded from the claim amount.  A claim already on
           MOVE WS-DAYS-TO-PAY TO PE-DAYS-TO-PAY.
           MOVE WS-INTEREST-AMOUNT TO PE-INTEREST-AMOUNT.
           MOVE WS-DEDUCT-APPLIED TO PE-DEDUCTIBLE-AMOUNT.
      * Remittance details off the payee master, kept from this
      * claimant's read in the edit's lookup.
           MOVE WS-PAYEE-ADDRESS-LINE1
               TO PE-ADDRESS-LINE1.
           MOVE WS-PAYEE-ADDRESS-LINE2
               TO PE-ADDRESS-LINE2.
           MOVE WS-PAYEE-PAY-METHOD TO PE-PAY-METHOD.
           MOVE WS-PAYEE-EFT-ROUTING
               TO PE-EFT-ROUTING.
           MOVE WS-PAYEE-EFT-ACCOUNT
               TO PE-EFT-ACCOUNT.
           MOVE WS-PAY-SEQ TO PE-PAY-SEQ.
           WRITE CLAIM-PAYEXT-REC.
           ADD 1 TO WS-PAYEXT-COUNT.
           IF WS-INTEREST-AMOUNT > 0

       810-REWRITE-PAID-TO-DATE.
      * Writes the CLAIM-PTD accumulator back out with this run's
      * accepted claim dollars added in, one record per policy with
      * dollars accepted against it.  Only a clean run gets here -
      * an aborted run leaves the old file alone so the restart can
      * reload it and repost the abended run's claims from
      * CLAIM-AUDIT.
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
                   DISPLAY 'CLAIM - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIM - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE CLAIM-IN.
           CLOSE CLAIM-RPT.
           CLOSE CLAIM-INTRPT.
           CLOSE CLAIM-HIST.
           CLOSE CLAIM-RESERVE.
           CLOSE CLAIM-PAYHIST.
           CLOSE POLMAST.
           CLOSE PAYMAST.
