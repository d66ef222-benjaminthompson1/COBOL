      * end of the claim run - the claim run's restart replay
      * counts CLAIM-AUDIT positionally against its checkpoint, and
      * cutting the trail under an in-progress checkpoint would
      * break the replay.  It also waits on the statement run and
      * the GL interface, the last of the day's steps to read the
      * history master, so neither finds a claim gone from under it.
      *
      * Modification History:
      *   2026-09-03 BT  Initial version.
      *   2026-09-21 BT  Logs each attempt on the RUNLEDGR run ledger
      *                  against its business date.  A date this step
      *                  already ended clean is refused unless the card
      *                  carries the rerun override (R and the
      *                  authorizer) in columns 71-79, and the run is
      *                  refused until CLAIM has ended clean for the
      *                  same date.
      *   2026-10-15 BT  Waits on CLAIMEOB and CLAIMGL rather than
      *                  CLAIM - 030-CHECK-RUN-LEDGER takes a list of
      *                  predecessors.  Both read the history master
      *                  after the claim run, and the day's stream no
      *                  longer ends there.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT ARC-RPT ASSIGN TO ARCRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARC-PARM
           DATA RECORD IS ARC-RPT-REC.
       01  ARC-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
      * Run parameter card - run date and the retention in days.  A
      * missing or malformed card stops the run before either live
               10  WS-PARM-RUN-MM            PIC 9(02).
               10  WS-PARM-RUN-DD            PIC 9(02).
           05  WS-PARM-RETAIN-DAYS           PIC 9(05).
           05  FILLER                        PIC X(57).
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
      * clean for the same date - 030-CHECK-RUN-LEDGER.  Every
      * step that reads the history master has to be done with it
      * before records are purged.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMARC'.
       77 WS-LEDGER-PRED-SUB                 PIC 9(02) COMP VALUE 0.
       77 WS-LEDGER-PRED-COUNT               PIC 9(02) COMP VALUE 2.
       01  WS-LEDGER-PRED-TABLE.
           05  FILLER                        PIC X(08) VALUE 'CLAIMEOB'.
           05  FILLER                        PIC X(08) VALUE 'CLAIMGL'.
       01  WS-LEDGER-PREDS REDEFINES WS-LEDGER-PRED-TABLE.
           05  WS-LEDGER-PREDECESSOR         PIC X(08) OCCURS 2 TIMES.
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
               PERFORM 400-SWEEP-AUDIT UNTIL WS-AUDIT-EOF = 'Y'
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
               PERFORM 070-LOAD-PENDING-EXCEPTIONS
           END-IF.
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR WS-PARM-RETAIN-DAYS NOT NUMERIC
                       OR WS-PARM-RETAIN-DAYS = 0
                       OR (WS-PARM-RERUN-FLAG NOT = SPACE
                           AND NOT RERUN-AUTHORIZED)
                       OR (RERUN-AUTHORIZED
                           AND WS-PARM-RERUN-AUTH = SPACE)
                       DISPLAY 'CLAIMARC - PARAMETER CARD MALFORMED: '
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
               DISPLAY 'CLAIMARC - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-LEDGER-PRED-SUB
               PERFORM 031-CHECK-PREDECESSOR
                   UNTIL WS-LEDGER-PRED-SUB >= WS-LEDGER-PRED-COUNT
               IF NOT RUN-PARMS-INVALID
                   MOVE WS-LEDGER-PROGRAM TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF LEDGER-SCAN-CLEAN-END
                       AND NOT RERUN-AUTHORIZED
                       DISPLAY 'CLAIMARC - ALREADY ENDED CLEAN FOR '
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

       031-CHECK-PREDECESSOR.
      * Every step on the list is checked, so the console names all
      * of the steps still outstanding, not just the first.
           ADD 1 TO WS-LEDGER-PRED-SUB.
           MOVE WS-LEDGER-PREDECESSOR(WS-LEDGER-PRED-SUB)
               TO WS-LEDGER-SCAN-PROGRAM.
           PERFORM 032-SCAN-RUN-LEDGER.
           IF NOT LEDGER-SCAN-CLEAN-END
               DISPLAY 'CLAIMARC - '
                   WS-LEDGER-PREDECESSOR(WS-LEDGER-PRED-SUB)
                   ' HAS NOT ENDED CLEAN FOR '
                   WS-LEDGER-RUN-DATE ' - RUN REFUSED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
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
               DISPLAY 'CLAIMARC - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMARC - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       070-LOAD-PENDING-EXCEPTIONS.
      * Loads the pending CLAIM-EXCEPT claim numbers - a claim
      * still waiting on an adjuster is never purged, whatever its
               ' ARCHIVED: ' WS-AUD-ARCH-COUNT.
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
                   DISPLAY 'CLAIMARC - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMARC - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE CLAIM-HIST-OLD.
           CLOSE CLAIM-HIST-NEW.
