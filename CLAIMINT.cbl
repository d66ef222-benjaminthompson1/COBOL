      * RC 16 so the scheduler holds the claim run instead of
      * processing a file nobody counted.
      *
      * Run parameter card (INTPARM) - the business date the intake
      * is for, CCYYMMDD in columns 1-8, and the rerun override in
      * columns 71-79.  It heads the day's stream on the run ledger.
      *
      * Modification History:
      *   2026-09-02 BT  Initial version.
      *   2026-09-21 BT  Reads a run parameter card for the business
      *                  date and logs each attempt on the RUNLEDGR
      *                  run ledger as the head of the daily stream.
      *                  A date already ended clean is refused unless
      *                  the card carries the rerun override in
      *                  columns 71-79.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT-PARM ASSIGN TO INTPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CLAIMS-S1 ASSIGN TO CLAIMS01
             ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIMS-S2 ASSIGN TO CLAIMS02
             ORGANIZATION IS SEQUENTIAL.
           SELECT INT-RPT ASSIGN TO INTAKRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INT-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INT-PARM-REC.
       01  INT-PARM-REC                      PIC X(80).

       FD  CLAIMS-S1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS INT-RPT-REC.
       01  INT-RPT-REC                       PIC X(132).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       WORKING-STORAGE SECTION.
           COPY CLAIMREC.
      * The house feed arrives already in the CLAIMREC card layout;
           05  WS-S1-TRAILER-COUNT           PIC 9(07).
           05  FILLER                        PIC X(63).

      * Run parameter card - only the business date the intake is
      * logged against on the run ledger.  A missing or malformed
      * card stops the run before any output file is touched.
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
      * is not run again without the rerun override on the card,
      * and the step ahead of it in the stream must have ended
      * clean for the same date - 030-CHECK-RUN-LEDGER.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-PROGRAM                  PIC X(08) VALUE 'CLAIMINT'.
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

      * Run date day-of-month edit work fields -
      * 015-SET-RUN-MONTH-MAX
       77 WS-YEAR-QUOT                       PIC 9(04) COMP VALUE 0.
       77 WS-YEAR-REM4                       PIC 9(03) COMP VALUE 0.
       77 WS-YEAR-REM100                     PIC 9(03) COMP VALUE 0.
       77 WS-YEAR-REM400                     PIC 9(03) COMP VALUE 0.
       77 WS-MONTH-MAX-DD                    PIC 9(02) COMP VALUE 0.

      * End of file switches
       77 WS-S1-EOF                          PIC X(01) VALUE 'N'.
       77 WS-S2-EOF                          PIC X(01) VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID
               PERFORM 300-PROCESS-SOURCE1 UNTIL WS-S1-EOF = 'Y'
               PERFORM 350-PROCESS-SOURCE2 UNTIL WS-S2-EOF = 'Y'
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
               OPEN INPUT CLAIMS-S1
               OPEN INPUT CLAIMS-S2
               OPEN OUTPUT CLAIM-OUT
               OPEN OUTPUT INT-RPT
               WRITE INT-RPT-REC FROM WS-INT-HEADING1
               WRITE INT-RPT-REC FROM WS-INT-HEADING2
      * Priming reads, one per source.
               PERFORM 200-READ-SOURCE1
               PERFORM 210-READ-SOURCE2
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  The intake cannot
      * be logged on the run ledger without a business date, so a
      * missing or malformed card stops the run here with RC 16.
           OPEN INPUT INT-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMINT - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ INT-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMINT - PARAMETER CARD EMPTY - '
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
                       DISPLAY 'CLAIMINT - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       DISPLAY 'CLAIMINT - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE INT-PARM
           END-IF.

       015-SET-RUN-MONTH-MAX.
      * Resolves how many days the run date's month actually has,
      * leap years included - 20260231 reads as a date but is not
      * one.
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
               DISPLAY 'CLAIMINT - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-PREDECESSOR NOT = SPACE
                   MOVE WS-LEDGER-PREDECESSOR
                       TO WS-LEDGER-SCAN-PROGRAM
                   PERFORM 032-SCAN-RUN-LEDGER
                   IF NOT LEDGER-SCAN-CLEAN-END
                       DISPLAY 'CLAIMINT - ' WS-LEDGER-PREDECESSOR
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
                       DISPLAY 'CLAIMINT - ALREADY ENDED CLEAN FOR '
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
               DISPLAY 'CLAIMINT - RERUN FOR ' WS-LEDGER-RUN-DATE
                   ' AUTHORIZED BY ' WS-PARM-RERUN-AUTH
           END-IF.
           WRITE RUN-LEDGER-REC
               INVALID KEY
                   DISPLAY 'CLAIMINT - RUN LEDGER WRITE FAILED - '
                       'STATUS ' WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-PARM-INVALID-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-LOGGED-SW
           END-WRITE.

       200-READ-SOURCE1.
           READ CLAIMS-S1 INTO CLAIM-REC
           END-IF.
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
                   DISPLAY 'CLAIMINT - RUN LEDGER ATTEMPT MISSING - '
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
                           DISPLAY 'CLAIMINT - RUN LEDGER REWRITE '
                               'FAILED - STATUS '
                               WS-LEDGER-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-REWRITE
           END-READ.
           CLOSE RUN-LEDGER.

       900-CLOSE-FILES.
           CLOSE CLAIMS-S1.
           CLOSE CLAIMS-S2.
