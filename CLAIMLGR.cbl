       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLAIMLGR.
       AUTHOR.          BEN THOMPSON.
      *
      * Run ledger report.  Every stream step logs each attempt at a
      * business date on the RUNLEDGR run ledger - started, ended
      * clean or abended, with its return code and, for a rerun of
      * a date that already ended clean, who authorized it.  This
      * program prints one business date off the ledger for
      * operations: the daily stream in running order with the
      * latest status of each step (NOT RUN where the ledger has no
      * attempt at all), the month-end and year-end steps for the
      * date's month and year, and then every attempt in detail.
      * A step left STARTED with no end is one that died before
      * reaching termination.  The report is read only - it is not
      * itself a stream step and is not logged on the ledger.
      *
      * Run parameter card (LGRPARM) - the business date, CCYYMMDD
      * in columns 1-8.
      *
      * Modification History:
      *   2026-09-21 BT  Initial version.
      *   2026-09-28 BT  CLAIMGL, the GL journal interface, joins the
      *                  daily stream after CLAIMRCP.
      *   2026-10-01 BT  CLAIMXOL, the excess of loss bordereau, joins
      *                  the month-end steps.
      *   2026-10-08 BT  CLAIMEOB, the explanation of benefits and
      *                  denial notice print, joins the daily stream
      *                  after CLAIMDSB.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGR-PARM ASSIGN TO LGRPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-LEDGER ASSIGN TO RUNLEDGR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS RL-KEY
             FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT LGR-RPT ASSIGN TO LGRRPT
             ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGR-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LGR-PARM-REC.
       01  LGR-PARM-REC                      PIC X(80).

       FD  RUN-LEDGER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LEDGER-REC.
           COPY RUNLEDG.

       FD  LGR-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LGR-RPT-REC.
       01  LGR-RPT-REC                       PIC X(132).

       WORKING-STORAGE SECTION.
      * Run parameter card - the business date to report.  A
      * missing or malformed card stops the run before the report
      * file is touched.
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

      * Run ledger status and the key dates the steps are logged
      * under - the business date for the daily stream, CCYYMM00
      * for the month-end steps and CCYY0000 for year-end.
       77 WS-LEDGER-FILE-STATUS              PIC X(02) VALUE SPACE.
       77 WS-LEDGER-EOF                      PIC X(01) VALUE 'N'.
       77 WS-LEDGER-OPEN-SW                  PIC X(01) VALUE 'N'.
          88 LEDGER-MISSING                  VALUE 'Y'.
       77 WS-MONTH-KEY-DATE                  PIC 9(08) VALUE 0.
       77 WS-YEAR-KEY-DATE                   PIC 9(08) VALUE 0.
       77 WS-STEP-KEY-DATE                   PIC 9(08) VALUE 0.

      * The steps reported, in running order.  D steps are the
      * daily stream, M steps run once a month and Y once a year.
       77 WS-STEP-SUB                        PIC 9(02) COMP VALUE 0.
       77 WS-STEP-COUNT                      PIC 9(02) COMP VALUE 16.
       77 WS-DAILY-STEP-COUNT                PIC 9(02) COMP VALUE 12.
       01  WS-STEP-TABLE.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMINTD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIM   D'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMACTD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMSIUD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMADJD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMVODD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMDSBD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMEOBD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMRCND'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMRCPD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMGL D'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMARCD'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMRSVM'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMSTAM'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMXOLM'.
           05  FILLER                        PIC X(09) VALUE
               'CLAIMTAXY'.
       01  WS-STEPS REDEFINES WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 16 TIMES.
               10  WS-STEP-PROGRAM           PIC X(08).
               10  WS-STEP-PERIOD            PIC X(01).
                   88  STEP-IS-DAILY         VALUE 'D'.
                   88  STEP-IS-MONTHLY       VALUE 'M'.
                   88  STEP-IS-YEARLY        VALUE 'Y'.

      * One step's attempts as read off the ledger
       77 WS-ATTEMPT-COUNT                   PIC 9(03) COMP VALUE 0.
       77 WS-RERUN-COUNT                     PIC 9(03) COMP VALUE 0.
       77 WS-LATEST-STATUS                   PIC X(01) VALUE SPACE.
       77 WS-LATEST-RC                       PIC 9(04) VALUE 0.
       77 WS-PRINT-ATTEMPTS-SW               PIC X(01) VALUE 'N'.
          88 PRINT-ATTEMPTS                  VALUE 'Y'.

      * Run totals
       77 WS-STEPS-CLEAN                     PIC 9(03) COMP VALUE 0.
       77 WS-STEPS-NOT-RUN                   PIC 9(03) COMP VALUE 0.
       77 WS-STEPS-OPEN                      PIC 9(03) COMP VALUE 0.
       77 WS-STEPS-ABENDED                   PIC 9(03) COMP VALUE 0.
       77 WS-TOTAL-ATTEMPTS                  PIC 9(05) COMP VALUE 0.
       77 WS-TOTAL-RERUNS                    PIC 9(05) COMP VALUE 0.
       77 WS-DAILY-CLEAN                     PIC 9(03) COMP VALUE 0.

      * Report heading lines
       01  WS-LGR-HEADING1.
           05  FILLER                        PIC X(01) VALUE '1'.
           05  FILLER                        PIC X(34) VALUE
               'RUN LEDGER - STREAM STATUS'.
           05  FILLER                        PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  LH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(74) VALUE SPACE.

       01  WS-LGR-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE 'STEP'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'RUN FOR'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'ATTEMPTS'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(06) VALUE
               'RERUNS'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'LATEST STATUS'.
           05  FILLER                        PIC X(59) VALUE SPACE.

      * Step status line, one per step
       01  WS-LGR-STEP-LINE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  LS-PROGRAM                    PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LS-KEY-DATE                   PIC 9(08).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LS-ATTEMPTS                   PIC ZZZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LS-RERUNS                     PIC ZZZZZ9.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LS-STATUS                     PIC X(16).
           05  LS-RC-LITERAL                 PIC X(04).
           05  LS-RC                         PIC ZZZ9.
           05  LS-RC-X REDEFINES LS-RC       PIC X(04).
           05  FILLER                        PIC X(65) VALUE SPACE.

       01  WS-LGR-HEADING3.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(08) VALUE 'STEP'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'RUN FOR'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(03) VALUE 'ATT'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(16) VALUE
               'STATUS'.
           05  FILLER                        PIC X(19) VALUE
               'STARTED'.
           05  FILLER                        PIC X(19) VALUE
               'ENDED'.
           05  FILLER                        PIC X(06) VALUE '    RC'.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(22) VALUE
               'RERUN AUTHORIZED BY'.
           05  FILLER                        PIC X(18) VALUE SPACE.

      * Attempt detail line, one per attempt on the ledger.  Times
      * print as HH:MM:SS.
       01  WS-LGR-ATTEMPT-LINE.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  LA-PROGRAM                    PIC X(08).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LA-KEY-DATE                   PIC 9(08).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LA-ATTEMPT                    PIC ZZ9.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LA-STATUS                     PIC X(16).
           05  LA-START-DATE                 PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  LA-START-TIME.
               10  LA-START-HH               PIC X(02).
               10  FILLER                    PIC X(01) VALUE ':'.
               10  LA-START-MM               PIC X(02).
               10  FILLER                    PIC X(01) VALUE ':'.
               10  LA-START-SS               PIC X(02).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  LA-END-STAMP.
               10  LA-END-DATE               PIC 9(08).
               10  FILLER                    PIC X(01) VALUE SPACE.
               10  LA-END-HH                 PIC X(02).
               10  FILLER                    PIC X(01) VALUE ':'.
               10  LA-END-MM                 PIC X(02).
               10  FILLER                    PIC X(01) VALUE ':'.
               10  LA-END-SS                 PIC X(02).
           05  LA-END-STAMP-X REDEFINES LA-END-STAMP
                                             PIC X(17).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  LA-RC                         PIC ZZZZZ9.
           05  LA-RC-X REDEFINES LA-RC       PIC X(06).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  LA-RERUN-AUTH                 PIC X(08).
           05  FILLER                        PIC X(32) VALUE SPACE.

       01  WS-LGR-NO-ATTEMPTS.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(50) VALUE
               'NO ATTEMPTS ON THE LEDGER FOR THIS DATE'.
           05  FILLER                        PIC X(81) VALUE SPACE.

      * Stream summary line
       01  WS-LGR-TOTAL.
           05  FILLER                        PIC X(01) VALUE '0'.
           05  FILLER                        PIC X(15) VALUE
               'DAILY STREAM - '.
           05  LT-DAILY-CLEAN                PIC Z9.
           05  FILLER                        PIC X(04) VALUE ' OF '.
           05  LT-DAILY-COUNT                PIC Z9.
           05  FILLER                        PIC X(20) VALUE
               ' STEPS ENDED CLEAN  '.
           05  LT-STREAM-STATUS              PIC X(20).
           05  FILLER                        PIC X(68) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID AND NOT LEDGER-MISSING
               MOVE 0 TO WS-STEP-SUB
               PERFORM 300-REPORT-STEP-STATUS
                   UNTIL WS-STEP-SUB >= WS-STEP-COUNT
               WRITE LGR-RPT-REC FROM WS-LGR-HEADING3
               MOVE 'Y' TO WS-PRINT-ATTEMPTS-SW
               MOVE 0 TO WS-STEP-SUB
               PERFORM 400-REPORT-STEP-ATTEMPTS
                   UNTIL WS-STEP-SUB >= WS-STEP-COUNT
               IF WS-TOTAL-ATTEMPTS = 0
                   WRITE LGR-RPT-REC FROM WS-LGR-NO-ATTEMPTS
               END-IF
               PERFORM 800-TERMINATION
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           PERFORM 010-READ-RUN-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 100-OPEN-FILES
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT LEDGER-MISSING
               COMPUTE WS-MONTH-KEY-DATE =
                   WS-PARM-RUN-CCYY * 10000 + WS-PARM-RUN-MM * 100
               COMPUTE WS-YEAR-KEY-DATE = WS-PARM-RUN-CCYY * 10000
               MOVE WS-PARM-RUN-DATE TO LH-RUN-DATE
               WRITE LGR-RPT-REC FROM WS-LGR-HEADING1
               WRITE LGR-RPT-REC FROM WS-LGR-HEADING2
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run parameter card.  A missing or
      * malformed card stops the run here with RC 16.
           OPEN INPUT LGR-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMLGR - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ LGR-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'CLAIMLGR - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       DISPLAY 'CLAIMLGR - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               IF NOT RUN-PARMS-INVALID
                   PERFORM 015-SET-RUN-MONTH-MAX
                   IF WS-PARM-RUN-DD > WS-MONTH-MAX-DD
                       DISPLAY 'CLAIMLGR - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE LGR-PARM
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
      * No ledger at all means no step has ever logged a run - there
      * is nothing to report, and that is itself worth a hold.
           OPEN INPUT RUN-LEDGER.
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMLGR - RUN LEDGER OPEN FAILED - STATUS '
                   WS-LEDGER-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-LEDGER-OPEN-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LGR-RPT
           END-IF.

       200-SCAN-STEP.
      * Reads every attempt at one step for its key date, counting
      * attempts and reruns and keeping the latest attempt's status.
      * When printing, each attempt also goes out as a detail line.
           MOVE 0 TO WS-ATTEMPT-COUNT.
           MOVE 0 TO WS-RERUN-COUNT.
           MOVE SPACE TO WS-LATEST-STATUS.
           MOVE 0 TO WS-LATEST-RC.
           EVALUATE TRUE
               WHEN STEP-IS-MONTHLY(WS-STEP-SUB)
                   MOVE WS-MONTH-KEY-DATE TO WS-STEP-KEY-DATE
               WHEN STEP-IS-YEARLY(WS-STEP-SUB)
                   MOVE WS-YEAR-KEY-DATE TO WS-STEP-KEY-DATE
               WHEN OTHER
                   MOVE WS-PARM-RUN-DATE TO WS-STEP-KEY-DATE
           END-EVALUATE.
           MOVE 'N' TO WS-LEDGER-EOF.
           MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO RL-PROGRAM.
           MOVE WS-STEP-KEY-DATE TO RL-RUN-DATE.
           MOVE 0 TO RL-ATTEMPT.
           START RUN-LEDGER KEY IS NOT LESS THAN RL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START.
           PERFORM 210-READ-STEP-ATTEMPT UNTIL WS-LEDGER-EOF = 'Y'.

       210-READ-STEP-ATTEMPT.
           READ RUN-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF
               NOT AT END
                   IF RL-PROGRAM NOT = WS-STEP-PROGRAM(WS-STEP-SUB)
                       OR RL-RUN-DATE NOT = WS-STEP-KEY-DATE
                       MOVE 'Y' TO WS-LEDGER-EOF
                   ELSE
                       ADD 1 TO WS-ATTEMPT-COUNT
                       IF RL-RERUN-AUTHORIZED
                           ADD 1 TO WS-RERUN-COUNT
                       END-IF
                       MOVE RL-STATUS TO WS-LATEST-STATUS
                       MOVE RL-RETURN-CODE TO WS-LATEST-RC
                       IF PRINT-ATTEMPTS
                           PERFORM 410-PRINT-ATTEMPT
                       END-IF
                   END-IF
           END-READ.

       300-REPORT-STEP-STATUS.
      * One status line per step: the latest attempt decides it.
           ADD 1 TO WS-STEP-SUB.
           PERFORM 200-SCAN-STEP.
           MOVE SPACE TO WS-LGR-STEP-LINE.
           MOVE WS-STEP-PROGRAM(WS-STEP-SUB) TO LS-PROGRAM.
           MOVE WS-STEP-KEY-DATE TO LS-KEY-DATE.
           MOVE WS-ATTEMPT-COUNT TO LS-ATTEMPTS.
           MOVE WS-RERUN-COUNT TO LS-RERUNS.
           ADD WS-ATTEMPT-COUNT TO WS-TOTAL-ATTEMPTS.
           ADD WS-RERUN-COUNT TO WS-TOTAL-RERUNS.
           MOVE SPACE TO LS-RC-X.
           EVALUATE TRUE
               WHEN WS-ATTEMPT-COUNT = 0
                   MOVE 'NOT RUN' TO LS-STATUS
                   ADD 1 TO WS-STEPS-NOT-RUN
               WHEN WS-LATEST-STATUS = 'E'
                   MOVE 'ENDED CLEAN' TO LS-STATUS
                   ADD 1 TO WS-STEPS-CLEAN
                   IF STEP-IS-DAILY(WS-STEP-SUB)
                       ADD 1 TO WS-DAILY-CLEAN
                   END-IF
               WHEN WS-LATEST-STATUS = 'A'
                   MOVE 'ABENDED' TO LS-STATUS
                   MOVE ' RC ' TO LS-RC-LITERAL
                   MOVE WS-LATEST-RC TO LS-RC
                   ADD 1 TO WS-STEPS-ABENDED
               WHEN OTHER
                   MOVE 'STARTED - NO END' TO LS-STATUS
                   ADD 1 TO WS-STEPS-OPEN
           END-EVALUATE.
           WRITE LGR-RPT-REC FROM WS-LGR-STEP-LINE.

       400-REPORT-STEP-ATTEMPTS.
      * The same scan again, this time printing every attempt.
           ADD 1 TO WS-STEP-SUB.
           PERFORM 200-SCAN-STEP.

       410-PRINT-ATTEMPT.
      * One attempt in detail.  An attempt still STARTED has no end
      * stamp and no return code to show.
           MOVE RL-PROGRAM TO LA-PROGRAM.
           MOVE RL-RUN-DATE TO LA-KEY-DATE.
           MOVE RL-ATTEMPT TO LA-ATTEMPT.
           MOVE RL-START-DATE TO LA-START-DATE.
           MOVE RL-START-TIME(1:2) TO LA-START-HH.
           MOVE RL-START-TIME(3:2) TO LA-START-MM.
           MOVE RL-START-TIME(5:2) TO LA-START-SS.
           EVALUATE TRUE
               WHEN RL-ENDED-CLEAN
                   MOVE 'ENDED CLEAN' TO LA-STATUS
               WHEN RL-ABENDED
                   MOVE 'ABENDED' TO LA-STATUS
               WHEN OTHER
                   MOVE 'STARTED - NO END' TO LA-STATUS
           END-EVALUATE.
           IF RL-STARTED
               MOVE SPACE TO LA-END-STAMP-X
               MOVE SPACE TO LA-RC-X
           ELSE
               MOVE RL-END-DATE TO LA-END-DATE
               MOVE ':' TO LA-END-STAMP-X(12:1)
               MOVE ':' TO LA-END-STAMP-X(15:1)
               MOVE RL-END-TIME(1:2) TO LA-END-HH
               MOVE RL-END-TIME(3:2) TO LA-END-MM
               MOVE RL-END-TIME(5:2) TO LA-END-SS
               MOVE RL-RETURN-CODE TO LA-RC
           END-IF.
           IF RL-RERUN-AUTHORIZED
               MOVE RL-RERUN-AUTH TO LA-RERUN-AUTH
           ELSE
               MOVE SPACE TO LA-RERUN-AUTH
           END-IF.
           WRITE LGR-RPT-REC FROM WS-LGR-ATTEMPT-LINE.

       800-TERMINATION.
           MOVE WS-DAILY-CLEAN TO LT-DAILY-CLEAN.
           MOVE WS-DAILY-STEP-COUNT TO LT-DAILY-COUNT.
           IF WS-DAILY-CLEAN = WS-DAILY-STEP-COUNT
               MOVE 'STREAM COMPLETE' TO LT-STREAM-STATUS
           ELSE
               MOVE 'STREAM INCOMPLETE' TO LT-STREAM-STATUS
           END-IF.
           WRITE LGR-RPT-REC FROM WS-LGR-TOTAL.
           DISPLAY 'CLAIMLGR RUN CONTROL - DATE: ' WS-PARM-RUN-DATE
               ' ATTEMPTS: ' WS-TOTAL-ATTEMPTS
               ' RERUNS: ' WS-TOTAL-RERUNS.
           DISPLAY 'CLAIMLGR STEPS - CLEAN: ' WS-STEPS-CLEAN
               ' ABENDED: ' WS-STEPS-ABENDED
               ' NO END: ' WS-STEPS-OPEN
               ' NOT RUN: ' WS-STEPS-NOT-RUN.
           PERFORM 900-CLOSE-FILES.

       900-CLOSE-FILES.
           CLOSE RUN-LEDGER.
           CLOSE LGR-RPT.
