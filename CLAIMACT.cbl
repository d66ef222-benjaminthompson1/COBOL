      *                  widened POLMAST, so underwriting can see
      *                  an out-of-term loss straight off the
      *                  activity report.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against its business date.  A date this step
      *                  already ended clean is refused unless the card
      *                  carries the rerun override (R and the
      *                  authorizer) in columns 71-79, and the run is
      *                  refused until CLAIMINT has ended clean for the
      *                  same date.
      *   2026-10-05 BT  POLMAST is a keyed file read at random by
      *                  policy number in 340-LOOKUP-POLICY, no longer
      *                  loaded into a 5000-entry table.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CLAIM-IN ASSIGN TO CLAIMIN
             ORGANIZATION IS SEQUENTIAL.
           SELECT POLMAST ASSIGN TO POLMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS POL-POLICY-NUMBER
             FILE STATUS IS WS-POLMAST-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SORTWK01.
           SELECT ACT-RPT ASSIGN TO ACTRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACT-PARM
       01  CLAIM-IN-REC                      PIC X(80).

       FD  POLMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POLICY-REC.
           COPY POLMAST.

           DATA RECORD IS ACT-RPT-REC.
       01  ACT-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * Run parameter card - only the business run date matters to
      * this report; the thresholds and checkpoint interval on the
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
      * is not run again without the rerun override on the card,
      * and the step ahead of it in the stream must have ended
      * clean for the same date - 030-CHECK-RUN-LEDGER.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMACT'.
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

      * Run date day-of-month edit work fields -
      * 015-SET-RUN-MONTH-MAX

      * End of file switches
       77 WS-SORT-EOF                        PIC X(01) VALUE 'N'.

      * Set when the policy master will not open so the run can be
      * stopped cleanly instead of printing every group NOT ON FILE.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * Policy master, read at random by policy number the same
      * way the claim run reads it - the group's policy as read.
       77 WS-POLMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       01  WS-POLICY-CURRENT.
           05  WS-POL-NUMBER                  PIC X(10).
           05  WS-POL-STATUS                  PIC X(01).
           05  WS-POL-COVERAGE-LIMIT          PIC 9(09)V99.
           05  WS-POL-EFFECTIVE-DATE          PIC 9(08).
           05  WS-POL-EXPIRY-DATE             PIC 9(08).
       77 WS-POLICY-FOUND-SW                 PIC X(01) VALUE 'N'.
          88 POLICY-FOUND                    VALUE 'Y'.

                   OUTPUT PROCEDURE 300-PRINT-ACTIVITY
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
               PERFORM 070-OPEN-POLICY-MASTER
               IF NOT RUN-ABORTED
                   OPEN OUTPUT ACT-RPT
               END-IF
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMACT - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
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
               DISPLAY 'CLAIMACT - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMACT - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMACT - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIMACT - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMACT - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       070-OPEN-POLICY-MASTER.
      * Opens POLMAST so each policy group header can carry the
      * status and coverage limit.  It stays open for the run and
      * is read at random by 340-LOOKUP-POLICY.
           OPEN INPUT POLMAST.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMACT - POLMAST OPEN FAILED - STATUS '
                   WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

       300-PRINT-ACTIVITY.
      * Output procedure - takes the claims back from the sort in
      * policy number order and prints the control-break report.
           MOVE SR-POLICY-NUMBER TO PH-POLICY-NUMBER.
           PERFORM 340-LOOKUP-POLICY.
           IF POLICY-FOUND
               EVALUATE WS-POL-STATUS
                   WHEN 'A'
                       MOVE 'ACTIVE' TO PH-POLICY-STATUS
                   WHEN 'C'
                       MOVE 'CANCELLED' TO PH-POLICY-STATUS
                   WHEN OTHER
                       MOVE WS-POL-STATUS
                           TO PH-POLICY-STATUS
               END-EVALUATE
               MOVE WS-POL-COVERAGE-LIMIT
                   TO PH-COVERAGE-LIMIT
               MOVE WS-POL-EFFECTIVE-DATE
                   TO PH-EFFECTIVE-DATE
               MOVE WS-POL-EXPIRY-DATE
                   TO PH-EXPIRY-DATE
           ELSE
               MOVE 'NOT ON FILE' TO PH-POLICY-STATUS
           PERFORM 460-WRITE-REPORT-LINE.

       340-LOOKUP-POLICY.
      * A policy written before the master carried term dates
      * still has spaces there - it reads as a zero term so the
      * group heading prints zeros instead of garbage.
           MOVE 'N' TO WS-POLICY-FOUND-SW.
           MOVE SR-POLICY-NUMBER TO POL-POLICY-NUMBER.
           READ POLMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POLICY-FOUND-SW
           END-READ.
           IF POLICY-FOUND
               MOVE POL-POLICY-NUMBER TO WS-POL-NUMBER
               MOVE POL-STATUS TO WS-POL-STATUS
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
           END-IF.

       350-PRINT-CLAIM-DETAIL.
               ' FLAGGED: ' WS-FLAGGED-POLICY-COUNT
               ' PAGES: ' WS-PAGE-COUNT.
           CLOSE ACT-RPT.
           CLOSE POLMAST.

       890-POST-RUN-LEDGER.
      * Closes out this run's attempt on the ledger - ended clean,
      * or abended when the run is ending with a return code.
           OPEN I-O RUN-LEDGER.
           MOVE WS-LEDGER-PROGRAM TO RL-PROGRAM.
           MOVE WS-LEDGER-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-LEDGER-ATTEMPT TO RL-ATTEMPT.
           READ RUN-LEDGER
               INVALID KEY
                   DISPLAY 'CLAIMACT - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMACT - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.
