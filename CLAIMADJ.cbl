      * what used to be keyed into payable by hand.  Exceptions still
      * sitting without a decision are aged against the run date and
      * anything older than the aging limit on the parameter card is
      * flagged.  An approval to a payee whose remittance details
      * changed within the cooling-off period is not paid unless the
      * adjuster marks the change verified; it goes back onto
      * CLAIM-EXCEPT as REMITTANCE RECENTLY CHANGED instead.
      *
      * Modification History:
      *   2026-08-03 BT  Initial version.  Approved amounts also post
      *                  off the master and not off paper -
      *                  096-LOAD-PAYEE-MASTER, 324-FILL-
      *                  REMITTANCE.
      *   2026-09-08 BT  A claim CLAIMVOD has voided or reissued
      *                  loads as already approved in 078-CHECK-
      *                  PRIOR-DECISION, so a stale approval in a
      *                  cumulative decision deck cannot pay a
      *                  stopped check a second time.
      *   2026-09-10 BT  Supplemental payments.  An exception now
      *                  carries the payment sequence it would pay,
      *                  so the same claim number can be pending
      *                  again on a later supplement; a decision
      *                  matches the claim's undecided entry, and
      *                  the prior-decision check reads the claim's
      *                  payment count off the history master.  An
      *                  approved supplement only nets whatever
      *                  deductible the claim's earlier payments
      *                  left untaken, adds to the claim's total
      *                  paid, and lands on the CLAIM-PAYHIST
      *                  payment history - 321-SUM-PRIOR-DEDUCT,
      *                  499-WRITE-PAY-HISTORY.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against its business date.  A date this step
      *                  already ended clean is refused unless the card
      *                  carries the rerun override (R and the
      *                  authorizer) in columns 71-79, and the run is
      *                  refused until CLAIM has ended clean for the
      *                  same date.
      *   2026-09-24 BT  Approvals are held when the payee's address,
      *                  pay method, routing or account changed on
      *                  PAYMAST within the cooling-off period (card
      *                  columns 12-14, blank is 10, 000 turns it off)
      *                  and the decision does not carry the adjuster's
      *                  V for verified.  A held approval is appended
      *                  to CLAIM-EXCEPT as REMITTANCE RECENTLY CHANGED
      *                  and audited REMITHOLD - nothing is extracted,
      *                  posted or released - and the earlier entry it
      *                  replaces loads as superseded.  An unverified
      *                  approval of a remittance hold itself is not
      *                  applied - 315-CHECK-REMIT-HOLD, 335-HOLD-FOR-
      *                  REMITTANCE, 079-SUPERSEDE-EARLIER-ENTRY.
      *   2026-10-05 BT  POLMAST and PAYMAST are keyed files read at
      *                  random by policy number and payee name in
      *                  316-LOOKUP-PAYEE and 319-LOOKUP-POLICY, no
      *                  longer loaded into 5000-entry tables.  The
      *                  paid-to-date table holds up to 20000
      *                  policies, same as the claim run's.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PTD-FILE-STATUS.
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
           SELECT CLAIM-HIST ASSIGN TO CLAIMHST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             ACCESS IS RANDOM
             RECORD KEY IS CR-CLAIM-NUMBER
             FILE STATUS IS WS-RSV-FILE-STATUS.
           SELECT CLAIM-PAYHIST ASSIGN TO CLAIMPHS
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-PHS-FILE-STATUS.
           SELECT ADJ-RPT ASSIGN TO ADJRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-PARM
           COPY CLAIMPTD.

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

       FD  ADJ-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADJ-RPT-REC.
       01  ADJ-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * Run parameter card - run date, the aging limit in days and
      * the payee remittance cooling-off period in days (blank for
      * the standard 10).  A missing or malformed card stops the run
      * before any output file is touched.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
               10  WS-PARM-RUN-MM            PIC 9(02).
               10  WS-PARM-RUN-DD            PIC 9(02).
           05  WS-PARM-AGING-DAYS            PIC 9(03).
           05  WS-PARM-COOL-DAYS             PIC 9(03).
           05  WS-PARM-COOL-DAYS-X REDEFINES WS-PARM-COOL-DAYS
                                             PIC X(03).
           05  FILLER                        PIC X(56).
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
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMADJ'.
       77 WS-LEDGER-PREDECESSOR              PIC X(08) VALUE 'CLAIM'.
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
       77 WS-EXC-EOF                         PIC X(01) VALUE 'N'.
       77 WS-DEC-EOF                         PIC X(01) VALUE 'N'.
       77 WS-PTD-EOF                         PIC X(01) VALUE 'N'.
       77 WS-PTD-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-HIST-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-RSV-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-PHS-FILE-STATUS                 PIC X(02) VALUE SPACE.

      * Set when a working storage table fills up so the run can be
      * stopped cleanly instead of running past the table.
               10  WS-EXC-CLAIM-AMOUNT        PIC 9(07)V99.
               10  WS-EXC-CLAIMANT-NAME       PIC X(20).
               10  WS-EXC-CLAIM-TYPE          PIC X(01).
               10  WS-EXC-PAY-SEQ             PIC 9(02).
               10  WS-EXC-REASON              PIC X(30).
               10  WS-EXC-DECIDED             PIC X(01).

      * Paid-to-date accumulator table - CLAIM-PTD loaded at start
      * of run, approved amounts added, rewritten at end of run.
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

      * Policy master - read at random by policy number so each
      * approval can net the policy's deductible off the approved
      * amount, same rule the claim run applies to regular
      * payments.
       77 WS-POLMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-POL-DEDUCTIBLE                  PIC 9(07)V99 VALUE 0.
       77 WS-POLICY-FOUND-SW                 PIC X(01) VALUE 'N'.
          88 POLICY-FOUND                    VALUE 'Y'.

      * Deductible netting work fields - the applied amount is
      * capped at the approved amount so an approval entirely
       77 WS-DEDUCT-APPLIED                  PIC 9(07)V99 VALUE 0.
       77 WS-NET-PAY-AMOUNT                  PIC 9(07)V99 VALUE 0.

      * Supplemental payment work fields - the deductible already
      * taken on the claim's earlier payments, and the claim's
      * total paid as the history master had it before this
      * decision.
       77 WS-PRIOR-DEDUCT                    PIC 9(07)V99 VALUE 0.
       77 WS-DEDUCT-REMAINING                PIC 9(07)V99 VALUE 0.
       77 WS-HIST-TOTAL-PAID                 PIC 9(09)V99 VALUE 0.
       77 WS-PHS-SUB                         PIC 9(02) COMP VALUE 0.

      * Payee master - read at random by payee name so an
      * approval's extract record can carry the payee's remittance
      * details, same as the claim run.  An approval whose claimant
      * has dropped off the master still pays - it goes out as a
      * check with the address left for AP to resolve, since
      * holding an adjuster-approved payment over an address is
      * worse than one manual touch.
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

      * Payee remittance cooling-off - an approval to a payee whose
      * remittance details changed fewer than this many days before
      * the run date is held unless the adjuster verified the
      * change.  Off the card; zero turns the hold off.  The day
      * count is signed so a change stamped after the run date
      * holds as well.
       77 WS-COOL-OFF-DAYS                   PIC 9(03) VALUE 10.
       77 WS-REMIT-CHANGE-DAYS               PIC S9(07) COMP VALUE 0.
       77 WS-REMIT-HOLD-SW                   PIC X(01) VALUE 'N'.
          88 REMIT-RECENTLY-CHANGED          VALUE 'Y'.
       77 WS-REMIT-REASON                    PIC X(30) VALUE
           'REMITTANCE RECENTLY CHANGED'.

      * Decision edit switch and result text held between the edit
      * and the report detail line.
       77 WS-BAD-DEC-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-PENDING-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-OVERAGE-COUNT                   PIC 9(07) COMP VALUE 0.
       77 WS-REMIT-HOLD-COUNT                PIC 9(07) COMP VALUE 0.

      * Decision report heading lines
       01  WS-ADJ-HEADING1.
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
               PERFORM 100-OPEN-FILES
      * The exception load reads the history master for prior
               IF NOT RUN-ABORTED
                   PERFORM 070-LOAD-EXCEPTIONS
                   PERFORM 080-LOAD-PAID-TO-DATE
               END-IF
      * Loaded - approvals held for a remittance change are added
      * to the back of the pending exceptions for the next run.
               OPEN EXTEND CLAIM-EXCEPT
               IF RUN-ABORTED
                   MOVE 'Y' TO WS-DEC-EOF
               ELSE
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR WS-PARM-AGING-DAYS NOT NUMERIC
                       OR (WS-PARM-COOL-DAYS-X NOT = SPACE
                           AND WS-PARM-COOL-DAYS NOT NUMERIC)
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMADJ - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-PARM-COOL-DAYS-X NOT = SPACE
                           MOVE WS-PARM-COOL-DAYS TO WS-COOL-OFF-DAYS
                       END-IF
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
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
               DISPLAY 'CLAIMADJ - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMADJ - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMADJ - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIMADJ - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMADJ - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       070-LOAD-EXCEPTIONS.
      * Loads the pending CLAIM-EXCEPT file into the exception table
      * so each decision can be matched in core.
                           TO WS-EXC-CLAIMANT-NAME(WS-EXC-COUNT)
                       MOVE CE-CLAIM-TYPE
                           TO WS-EXC-CLAIM-TYPE(WS-EXC-COUNT)
      * An exception extracted before the sequence was carried is
      * the claim's first payment.
                       IF CE-PAY-SEQ NUMERIC AND CE-PAY-SEQ > 0
                           MOVE CE-PAY-SEQ
                               TO WS-EXC-PAY-SEQ(WS-EXC-COUNT)
                       ELSE
                           MOVE 1 TO WS-EXC-PAY-SEQ(WS-EXC-COUNT)
                       END-IF
                       MOVE CE-EXCEPTION-REASON
                           TO WS-EXC-REASON(WS-EXC-COUNT)
                       MOVE 'N' TO WS-EXC-DECIDED(WS-EXC-COUNT)
                       PERFORM 078-CHECK-PRIOR-DECISION
      * A remittance hold this program appended replaces the entry
      * whose approval it held - that one is no longer pending.
                       IF WS-EXC-REASON(WS-EXC-COUNT) = WS-REMIT-REASON
                           AND WS-EXC-DECIDED(WS-EXC-COUNT) = 'N'
                           MOVE 0 TO WS-EXC-SUB
                           PERFORM 079-SUPERSEDE-EARLIER-ENTRY
                               UNTIL WS-EXC-SUB + 1 >= WS-EXC-COUNT
                       END-IF
                   END-IF
           END-READ.

      * each exception's outcome, so an entry whose record shows an
      * adjuster disposition loads as already decided: a repeat
      * decision is rejected and the entry stays out of the pending
      * aging.  A payment CLAIMVOD has since voided or reissued was
      * still an approval - the void program owns it from there.
      * Once the master carries the claim's payment count, the
      * count says it outright - a payment sequence the claim has
      * already reached was approved, however many supplements
      * have been posted on top since; one the claim stopped short
      * of with the claim showing ADJDENIED was denied.
           MOVE WS-EXC-CLAIM-NUMBER(WS-EXC-COUNT) TO CH-CLAIM-NUMBER.
           READ CLAIM-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                 IF CH-PAY-COUNT NUMERIC
                   IF CH-PAY-COUNT NOT < WS-EXC-PAY-SEQ(WS-EXC-COUNT)
                       MOVE 'A' TO WS-EXC-DECIDED(WS-EXC-COUNT)
                   ELSE
                   IF CH-DISPOSITION = 'ADJDENIED'
                       AND CH-PAY-COUNT + 1
                           = WS-EXC-PAY-SEQ(WS-EXC-COUNT)
                       MOVE 'D' TO WS-EXC-DECIDED(WS-EXC-COUNT)
                   END-IF END-IF
                 ELSE
                   EVALUATE CH-DISPOSITION
                       WHEN 'ADJAPPRVD'
                       WHEN 'VOIDED'
                       WHEN 'REISSUED'
                           MOVE 'A' TO WS-EXC-DECIDED(WS-EXC-COUNT)
                       WHEN 'ADJDENIED'
                           MOVE 'D' TO WS-EXC-DECIDED(WS-EXC-COUNT)
                   END-EVALUATE
                 END-IF
           END-READ.

       079-SUPERSEDE-EARLIER-ENTRY.
      * Marks an earlier undecided entry for the same claim payment
      * as held, so the decision deck's next ruling lands on the
      * remittance hold and the old entry drops out of the aging.
           ADD 1 TO WS-EXC-SUB.
           IF WS-EXC-CLAIM-NUMBER(WS-EXC-SUB)
                   = WS-EXC-CLAIM-NUMBER(WS-EXC-COUNT)
               AND WS-EXC-PAY-SEQ(WS-EXC-SUB)
                   = WS-EXC-PAY-SEQ(WS-EXC-COUNT)
               AND WS-EXC-DECIDED(WS-EXC-SUB) = 'N'
               MOVE 'H' TO WS-EXC-DECIDED(WS-EXC-SUB)
           END-IF.

       080-LOAD-PAID-TO-DATE.
      * Loads the CLAIM-PTD accumulator so approved amounts can be
      * posted against it.  Status 35 is the very first run, before
           READ CLAIM-PTD
               AT END MOVE 'Y' TO WS-PTD-EOF
               NOT AT END
                   IF WS-PTD-COUNT >= WS-PTD-MAX
                       DISPLAY 'CLAIMADJ - PAID-TO-DATE TABLE FULL '
                           'AT ' WS-PTD-MAX ' - RUN ABORTED'
                       MOVE 'Y' TO WS-ABORT-SW
                       MOVE 'Y' TO WS-PTD-EOF
                   ELSE
                   END-IF
           END-READ.

       100-OPEN-FILES.
           OPEN INPUT ADJ-DECISION.
           OPEN OUTPUT CLAIM-PAYEXT.
                   'STATUS ' WS-RSV-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
      * The payment history master too - an approval is a payment
      * and is written to it, and a supplement's deductible is
      * summed off it.
           OPEN I-O CLAIM-PAYHIST.
           IF WS-PHS-FILE-STATUS = '35'
               OPEN OUTPUT CLAIM-PAYHIST
               CLOSE CLAIM-PAYHIST
               OPEN I-O CLAIM-PAYHIST
           END-IF.
           IF WS-PHS-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMADJ - PAYMENT HISTORY OPEN FAILED - '
                   'STATUS ' WS-PHS-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
      * The policy and payee masters stay open for the run, read at
      * random by 319-LOOKUP-POLICY and 316-LOOKUP-PAYEE.
           OPEN INPUT POLMAST.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMADJ - POLMAST OPEN FAILED - '
                   'STATUS ' WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN INPUT PAYMAST.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMADJ - PAYMAST OPEN FAILED - '
                   'STATUS ' WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN OUTPUT ADJ-RPT.
           MOVE WS-PARM-RUN-DATE TO AH-RUN-DATE.
           WRITE ADJ-RPT-REC FROM WS-ADJ-HEADING1.
           PERFORM 200-READ-DECISION.

       310-MATCH-AND-APPLY.
      * A claim paid in stages can sit in the table more than once
      * - its original exception, since decided, and a supplement
      * still pending - so the decision goes to the claim's
      * undecided entry.  Only when there is none is the claim
      * looked for again to tell a repeat decision from a claim
      * that was never pending.
           SET WS-EXC-IDX TO 1.
           SEARCH WS-EXC-ENTRY
               AT END
                   SET WS-EXC-IDX TO 1
                   SEARCH WS-EXC-ENTRY
                       AT END
                           MOVE 'NOT ON PENDING EXCEPTIONS' TO
                               WS-RESULT-TEXT
                       WHEN WS-EXC-CLAIM-NUMBER(WS-EXC-IDX)
                           = AD-CLAIM-NUMBER
                           MOVE 'CLAIM ALREADY DECIDED' TO
                               WS-RESULT-TEXT
                   END-SEARCH
                   ADD 1 TO WS-BAD-DEC-COUNT
               WHEN WS-EXC-CLAIM-NUMBER(WS-EXC-IDX)
                   = AD-CLAIM-NUMBER
                   AND WS-EXC-DECIDED(WS-EXC-IDX) = 'N'
                   IF AD-DECISION-APPROVE
                       PERFORM 315-CHECK-REMIT-HOLD
                       IF REMIT-RECENTLY-CHANGED
      * Approving the remittance hold itself means the adjuster
      * has to say the change was verified.
                           IF WS-EXC-REASON(WS-EXC-IDX)
                                   = WS-REMIT-REASON
                               MOVE 'REMITTANCE CHANGE NOT VERIFIED'
                                   TO WS-RESULT-TEXT
                               ADD 1 TO WS-BAD-DEC-COUNT
                           ELSE
                               PERFORM 335-HOLD-FOR-REMITTANCE
                           END-IF
                       ELSE
                           PERFORM 320-APPLY-APPROVAL
                       END-IF
                   ELSE
                       PERFORM 330-APPLY-DENIAL
                   END-IF
           END-SEARCH.

       315-CHECK-REMIT-HOLD.
      * An approval to a payee whose remittance details changed on
      * PAYMAST fewer than WS-COOL-OFF-DAYS days before the run
      * date is held unless the decision carries the adjuster's
      * verification.  A claimant not on the master pays as a check
      * with no address (324-FILL-REMITTANCE) - there is no changed
      * account to hold for.
           MOVE 'N' TO WS-REMIT-HOLD-SW.
           IF WS-COOL-OFF-DAYS > 0
               AND NOT AD-REMITTANCE-VERIFIED
               PERFORM 316-LOOKUP-PAYEE
               IF PAYEE-FOUND
                   AND WS-PAYEE-REMIT-DATE > 0
                   COMPUTE WS-REMIT-CHANGE-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (WS-PARM-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-PAYEE-REMIT-DATE)
                   IF WS-REMIT-CHANGE-DAYS < WS-COOL-OFF-DAYS
                       MOVE 'Y' TO WS-REMIT-HOLD-SW
                   END-IF
               END-IF
           END-IF.

       316-LOOKUP-PAYEE.
      * Keyed read of the payee master for the exception's
      * claimant.  Spaces in the remittance change date is a payee
      * never changed since it was set up.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           MOVE WS-EXC-CLAIMANT-NAME(WS-EXC-IDX) TO PM-PAYEE-NAME.
           READ PAYMAST
               INVALID KEY
                   CONTINUE
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

       319-LOOKUP-POLICY.
      * Keyed read of the policy master for the exception's policy.
      * A policy written before the master carried a deductible
      * still has spaces there - it reads as no deductible, same
      * as the claim run.
           MOVE 'N' TO WS-POLICY-FOUND-SW.
           MOVE WS-EXC-POLICY-NUMBER(WS-EXC-IDX) TO POL-POLICY-NUMBER.
           READ POLMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POLICY-FOUND-SW
           END-READ.
           IF POLICY-FOUND
               IF POL-DEDUCTIBLE NUMERIC
                   MOVE POL-DEDUCTIBLE TO WS-POL-DEDUCTIBLE
               ELSE
                   MOVE 0 TO WS-POL-DEDUCTIBLE
               END-IF
           END-IF.

       320-APPLY-APPROVAL.
      * Approved claim goes to accounts payable in the regular
      * payment extract layout net of the policy deductible, posts
           MOVE 0 TO PE-DAYS-TO-PAY.
           MOVE 0 TO PE-INTEREST-AMOUNT.
           MOVE WS-DEDUCT-APPLIED TO PE-DEDUCTIBLE-AMOUNT.
           MOVE WS-EXC-PAY-SEQ(WS-EXC-IDX) TO PE-PAY-SEQ.
           PERFORM 324-FILL-REMITTANCE.
           WRITE CLAIM-PAYEXT-REC.
           PERFORM 325-POST-PAID-TO-DATE.
           MOVE 'APPROVED - EXTRACTED FOR PAY' TO WS-RESULT-TEXT.
           MOVE 'ADJAPPRVD' TO WS-AUDIT-DISPOSITION.
           PERFORM 490-WRITE-AUDIT.
           PERFORM 499-WRITE-PAY-HISTORY.
           PERFORM 340-RELEASE-RESERVE.

       322-NET-DEDUCTIBLE.
      * Looks up the policy's deductible and nets it off the
      * approved amount.  A policy not on the master (it paged off
      * between the claim run and the decision run) nets nothing
      * rather than holding the approval hostage.  The deductible
      * is taken once per claim, so a supplement only nets whatever
      * the claim's earlier payments left untaken.
           MOVE 0 TO WS-DEDUCT-APPLIED.
           PERFORM 319-LOOKUP-POLICY.
           IF POLICY-FOUND
               PERFORM 321-SUM-PRIOR-DEDUCT
               IF WS-PRIOR-DEDUCT < WS-POL-DEDUCTIBLE
                   COMPUTE WS-DEDUCT-REMAINING =
                       WS-POL-DEDUCTIBLE - WS-PRIOR-DEDUCT
               ELSE
                   MOVE 0 TO WS-DEDUCT-REMAINING
               END-IF
               IF WS-DEDUCT-REMAINING < AD-APPROVED-AMOUNT
                   MOVE WS-DEDUCT-REMAINING TO WS-DEDUCT-APPLIED
               ELSE
                   MOVE AD-APPROVED-AMOUNT TO WS-DEDUCT-APPLIED
               END-IF
           END-IF.
           COMPUTE WS-NET-PAY-AMOUNT =
               AD-APPROVED-AMOUNT - WS-DEDUCT-APPLIED.

       321-SUM-PRIOR-DEDUCT.
      * Adds up the deductible taken on the claim's payments before
      * this one, off the payment history - the same rule the claim
      * run applies to a supplement it pays straight through.  A
      * voided payment never reached the claimant, so its
      * deductible does not count; an earlier payment with no
      * history record predates the payment history and took the
      * full deductible.
           MOVE 0 TO WS-PRIOR-DEDUCT.
           MOVE 0 TO WS-PHS-SUB.
           PERFORM 323-ADD-ONE-PRIOR-DEDUCT
               UNTIL WS-PHS-SUB + 1 >= WS-EXC-PAY-SEQ(WS-EXC-IDX).

       323-ADD-ONE-PRIOR-DEDUCT.
           ADD 1 TO WS-PHS-SUB.
           MOVE AD-CLAIM-NUMBER TO PH-CLAIM-NUMBER.
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

       324-FILL-REMITTANCE.
      * Fills the extract's remittance fields from the payee
      * master.  A claimant not on the master goes out as a check
           MOVE 'C' TO PE-PAY-METHOD.
           MOVE 0 TO PE-EFT-ROUTING.
           MOVE SPACE TO PE-EFT-ACCOUNT.
           PERFORM 316-LOOKUP-PAYEE.
           IF PAYEE-FOUND
               MOVE WS-PAYEE-ADDRESS-LINE1 TO PE-ADDRESS-LINE1
               MOVE WS-PAYEE-ADDRESS-LINE2 TO PE-ADDRESS-LINE2
               MOVE WS-PAYEE-PAY-METHOD TO PE-PAY-METHOD
               MOVE WS-PAYEE-EFT-ROUTING TO PE-EFT-ROUTING
               MOVE WS-PAYEE-EFT-ACCOUNT TO PE-EFT-ACCOUNT
           END-IF.

       325-POST-PAID-TO-DATE.
           END-IF.

       326-ADD-PTD-ENTRY.
           IF WS-PTD-COUNT >= WS-PTD-MAX
               DISPLAY 'CLAIMADJ - PAID-TO-DATE TABLE FULL AT '
                   WS-PTD-MAX ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-DEC-EOF
           ELSE
           PERFORM 490-WRITE-AUDIT.
           PERFORM 340-RELEASE-RESERVE.

       335-HOLD-FOR-REMITTANCE.
      * The adjuster approved the claim but the payee's remittance
      * details are too new to pay against unverified.  The payment
      * goes back onto CLAIM-EXCEPT for the same sequence with the
      * amount originally claimed, and the approval is audited as
      * REMITHOLD with the amount the adjuster authorized.  Nothing
      * is extracted, posted or released and the history master
      * still shows the claim as an exception.
           MOVE SPACE TO CLAIM-EXCEPT-REC.
           MOVE AD-CLAIM-NUMBER TO CE-CLAIM-NUMBER.
           MOVE WS-EXC-POLICY-NUMBER(WS-EXC-IDX) TO CE-POLICY-NUMBER.
           MOVE WS-EXC-CLAIM-DATE(WS-EXC-IDX) TO CE-CLAIM-DATE.
           MOVE WS-EXC-CLAIM-AMOUNT(WS-EXC-IDX) TO CE-CLAIM-AMOUNT.
           MOVE WS-EXC-CLAIMANT-NAME(WS-EXC-IDX) TO CE-CLAIMANT-NAME.
           MOVE WS-REMIT-REASON TO CE-EXCEPTION-REASON.
           MOVE WS-EXC-CLAIM-TYPE(WS-EXC-IDX) TO CE-CLAIM-TYPE.
           MOVE WS-EXC-PAY-SEQ(WS-EXC-IDX) TO CE-PAY-SEQ.
           WRITE CLAIM-EXCEPT-REC.
           MOVE 'H' TO WS-EXC-DECIDED(WS-EXC-IDX).
           ADD 1 TO WS-REMIT-HOLD-COUNT.
           MOVE 'HELD - REMITTANCE CHANGED' TO WS-RESULT-TEXT.
           MOVE 'REMITHOLD' TO WS-AUDIT-DISPOSITION.
           PERFORM 490-WRITE-AUDIT.

       340-RELEASE-RESERVE.
      * The decision is the claim's final disposition, so whatever
      * case reserve the claim run raised comes off the outstanding
           MOVE SPACE TO CLAIM-AUDIT-REC.
           MOVE AD-CLAIM-NUMBER TO CA-CLAIM-NUMBER.
           MOVE WS-EXC-POLICY-NUMBER(WS-EXC-IDX) TO CA-POLICY-NUMBER.
      * A remittance hold is not a disposition - the claim is still
      * an exception, so the history master is left alone.
           IF WS-AUDIT-DISPOSITION = 'REMITHOLD'
               MOVE AD-APPROVED-AMOUNT TO CA-CLAIM-AMOUNT
           ELSE
           IF AD-DECISION-APPROVE
               MOVE WS-NET-PAY-AMOUNT TO CA-CLAIM-AMOUNT
           ELSE
               MOVE WS-EXC-CLAIM-AMOUNT(WS-EXC-IDX) TO CA-CLAIM-AMOUNT
           END-IF END-IF.
           MOVE WS-AUDIT-DATE TO CA-AUDIT-DATE.
           MOVE WS-AUDIT-TIME TO CA-AUDIT-TIME.
           MOVE WS-AUDIT-DISPOSITION TO CA-DISPOSITION.
           WRITE CLAIM-AUDIT-REC.
           IF WS-AUDIT-DISPOSITION NOT = 'REMITHOLD'
               PERFORM 497-UPDATE-HISTORY
           END-IF.

       497-UPDATE-HISTORY.
      * Rewrites the claim's history master record with the
           END-READ.

       498-FILL-HIST-DISPOSITION.
      * An approval is a payment: it adds to the claim's total paid
      * and becomes the claim's latest payment.  A record written
      * before the master carried the total has nothing standing -
      * the exception being decided was never paid.
           IF CH-TOTAL-PAID NUMERIC AND CH-PAY-COUNT NUMERIC
               MOVE CH-TOTAL-PAID TO WS-HIST-TOTAL-PAID
           ELSE
               MOVE 0 TO WS-HIST-TOTAL-PAID
               MOVE 0 TO CH-TOTAL-PAID
               MOVE 0 TO CH-PAY-COUNT
           END-IF.
           IF AD-DECISION-APPROVE
               MOVE WS-NET-PAY-AMOUNT TO CH-CLAIM-AMOUNT
               COMPUTE CH-TOTAL-PAID =
                   WS-HIST-TOTAL-PAID + WS-NET-PAY-AMOUNT
               MOVE WS-EXC-PAY-SEQ(WS-EXC-IDX) TO CH-PAY-COUNT
           END-IF.
           MOVE WS-AUDIT-DISPOSITION TO CH-DISPOSITION.
           MOVE WS-AUDIT-DATE TO CH-DISP-DATE.
           MOVE WS-AUDIT-TIME TO CH-DISP-TIME.

       499-WRITE-PAY-HISTORY.
      * The approved payment's record on the payment history, in
      * the same layout the claim run writes for the payments it
      * makes straight through.  No interest accrues on an
      * exception held for review.
           MOVE SPACE TO CLAIM-PAYHIST-REC.
           MOVE AD-CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE WS-EXC-PAY-SEQ(WS-EXC-IDX) TO PH-PAY-SEQ.
           MOVE WS-EXC-POLICY-NUMBER(WS-EXC-IDX) TO PH-POLICY-NUMBER.
           MOVE WS-EXC-CLAIM-TYPE(WS-EXC-IDX) TO PH-CLAIM-TYPE.
           MOVE WS-PARM-RUN-DATE TO PH-PAY-DATE.
           MOVE WS-EXC-CLAIM-AMOUNT(WS-EXC-IDX) TO PH-CLAIMED-AMOUNT.
           MOVE WS-DEDUCT-APPLIED TO PH-DEDUCTIBLE-AMOUNT.
           MOVE WS-NET-PAY-AMOUNT TO PH-NET-AMOUNT.
           MOVE 0 TO PH-INTEREST-AMOUNT.
           MOVE 'ADJAPPRVD' TO PH-DISPOSITION.
           WRITE CLAIM-PAYHIST-REC
               INVALID KEY
                   REWRITE CLAIM-PAYHIST-REC
           END-WRITE.

       500-REPORT-PENDING.
      * Ages every exception still without a decision against the
      * run date and flags anything older than the aging limit from
           MOVE 'CLAIMS DENIED:' TO AT-DESCRIPTION.
           MOVE WS-DENY-COUNT TO AT-COUNT.
           WRITE ADJ-RPT-REC FROM WS-ADJ-TOTAL.
           MOVE 'HELD - REMITTANCE CHANGED:' TO AT-DESCRIPTION.
           MOVE WS-REMIT-HOLD-COUNT TO AT-COUNT.
           WRITE ADJ-RPT-REC FROM WS-ADJ-TOTAL.
           MOVE 'DECISIONS NOT APPLIED:' TO AT-DESCRIPTION.
           MOVE WS-BAD-DEC-COUNT TO AT-COUNT.
           WRITE ADJ-RPT-REC FROM WS-ADJ-TOTAL.
           DISPLAY 'CLAIMADJ CONTROL - DECISIONS: ' WS-DEC-READ-COUNT
               ' APPROVED: ' WS-APPROVE-COUNT
               ' DENIED: ' WS-DENY-COUNT
               ' HELD: ' WS-REMIT-HOLD-COUNT
               ' NOT APPLIED: ' WS-BAD-DEC-COUNT
               ' PENDING: ' WS-PENDING-COUNT.
           IF RUN-ABORTED
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
                   DISPLAY 'CLAIMADJ - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMADJ - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE ADJ-DECISION.
           CLOSE CLAIM-EXCEPT.
           CLOSE CLAIM-PAYEXT.
           CLOSE CLAIM-DENIAL.
           CLOSE CLAIM-AUDIT.
           CLOSE CLAIM-HIST.
           CLOSE CLAIM-RESERVE.
           CLOSE CLAIM-PAYHIST.
           CLOSE POLMAST.
           CLOSE PAYMAST.
           CLOSE ADJ-RPT.
