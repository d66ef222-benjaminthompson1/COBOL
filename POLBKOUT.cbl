       IDENTIFICATION DIVISION.
       PROGRAM-ID.      POLBKOUT.
       AUTHOR.          BEN THOMPSON.
      *
      * Policy master backout.  POLMAINT maintains the keyed POLMAST
      * in place and logs every policy it adds or rewrites to the
      * POLBIMG before-image log under its run stamp - the date and
      * time printed on its maintenance report.  Given that stamp
      * on a parameter card, this program puts the master back the
      * way it stood before that run: a policy the run added comes
      * off, a policy it rewrote goes back to its before image, a
      * policy it deleted goes back on.
      *
      * Nothing is restored unless every policy the run touched
      * still stands on the master exactly as the run left it.  A
      * policy changed again since - by a later maintenance run or
      * an earlier backout - is listed on the report and the whole
      * backout is refused RC 16, master untouched, so a backout
      * can never undo work it was not asked to undo.  Later runs
      * have to be backed out first, newest first.
      *
      * Every policy restored is logged to POLBIMG in turn, under
      * this run's own stamp with the before and after images the
      * other way round, so a backout can itself be backed out.
      *
      * Modification History:
      *   2026-10-05 BT  Initial version.  Written with the move of
      *                  POLMAST to a keyed file maintained in place -
      *                  there is no old master left to fall back to
      *                  after a bad POLMAINT run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-PARM ASSIGN TO POLBPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT POLMAST ASSIGN TO POLMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS POL-POLICY-NUMBER
             FILE STATUS IS WS-POLMAST-FILE-STATUS.
           SELECT POLICY-BEFORE-LOG ASSIGN TO POLBIMG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BIMG-FILE-STATUS.
           SELECT POLBKOUT-RPT ASSIGN TO POLBRPT
             ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BKO-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BKO-PARM-REC.
       01  BKO-PARM-REC                      PIC X(80).

       FD  POLMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POLICY-REC.
           COPY POLMAST.

       FD  POLICY-BEFORE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POLICY-BEFORE-IMAGE-REC.
           COPY POLBIMG.

       FD  POLBKOUT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POLBKOUT-RPT-REC.
       01  POLBKOUT-RPT-REC                  PIC X(132).

       WORKING-STORAGE SECTION.
      * Parameter card - the stamp of the POLMAINT run to back out,
      * date in columns 1-8 and time in columns 9-16, exactly as
      * its maintenance report printed them.  A missing or
      * malformed card stops the run before the master is opened.
       77 WS-PARM-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-PARM-INVALID-SW                 PIC X(01) VALUE 'N'.
          88 RUN-PARMS-INVALID               VALUE 'Y'.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-STAMP.
               10  WS-PARM-RUN-DATE          PIC 9(08).
               10  WS-PARM-RUN-DATE-X REDEFINES WS-PARM-RUN-DATE.
                   15  WS-PARM-RUN-CCYY      PIC 9(04).
                   15  WS-PARM-RUN-MM        PIC 9(02).
                   15  WS-PARM-RUN-DD        PIC 9(02).
               10  WS-PARM-RUN-TIME          PIC 9(08).
           05  FILLER                        PIC X(64).

      * File status fields and end of file switch
       77 WS-POLMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-BIMG-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-BIMG-EOF                        PIC X(01) VALUE 'N'.

      * Set when a file will not open, the log holds more of the
      * run than the table takes, a policy is not as the run left
      * it, or the master will not take a restore.
       77 WS-ABORT-SW                        PIC X(01) VALUE 'N'.
          88 RUN-ABORTED                     VALUE 'Y'.

      * This backout's own stamp, carried on every before image it
      * logs.
       77 WS-RUN-DATE                        PIC 9(08) VALUE 0.
       77 WS-RUN-TIME                        PIC 9(08) VALUE 0.

      * The log records of the run being backed out, loaded on the
      * first pass over the log.  Held here because the log is
      * sequential - it cannot be read for the restores and
      * extended with their own before images at the same time.
       77 WS-BKO-COUNT                       PIC 9(05) COMP VALUE 0.
       77 WS-BKO-MAX                         PIC 9(05) COMP
                                             VALUE 20000.
       77 WS-BKO-SUB                         PIC 9(05) COMP VALUE 0.
       01  WS-BKO-TABLE.
           05  WS-BKO-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-BKO-COUNT.
               10  WS-BKO-POLICY-NUMBER      PIC X(10).
               10  WS-BKO-ACTION             PIC X(01).
               10  WS-BKO-BEFORE-IMAGE       PIC X(80).
               10  WS-BKO-AFTER-IMAGE        PIC X(80).

      * Whether the policy was found on the master by the check
      * pass, and the report text for the line being printed.
       77 WS-MASTER-EXISTS                   PIC X(01) VALUE 'N'.
       77 WS-RUN-ACTION-TEXT                 PIC X(20) VALUE SPACE.
       77 WS-RESULT-TEXT                     PIC X(40) VALUE SPACE.

      * Control totals
       77 WS-BIMG-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-MISMATCH-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-ADD-REMOVED-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-REWRITE-RESTORED-COUNT          PIC 9(07) COMP VALUE 0.
       77 WS-DELETE-RESTORED-COUNT           PIC 9(07) COMP VALUE 0.
       77 WS-BIMG-WRITE-COUNT                PIC 9(07) COMP VALUE 0.

      * Backout report heading lines
       01  WS-BKO-HEADING1.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'POLICY MASTER BACKOUT REPORT'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-BKO-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'POLMAINT RUN BACKED OUT:'.
           05  BH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BH-RUN-TIME                   PIC 9(08).
           05  FILLER                        PIC X(84) VALUE SPACE.

       01  WS-BKO-HEADING3.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'POLICY NBR'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'RUN ACTION'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'BACKOUT RESULT'.
           05  FILLER                        PIC X(53) VALUE SPACE.

      * Backout report detail line - one per policy the run
      * touched, whether restored or found changed since.
       01  WS-BKO-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BD-POLICY-NUMBER              PIC X(10).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  BD-RUN-ACTION                 PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  BD-RESULT                     PIC X(40).
           05  FILLER                        PIC X(53) VALUE SPACE.

       01  WS-BKO-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BT-DESCRIPTION                PIC X(30).
           05  BT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * This backout's own stamp - what a second POLBKOUT needs on
      * its card to back this one out.
       01  WS-BKO-STAMP.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'RUN STAMP FOR BACKOUT:'.
           05  BS-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BS-RUN-TIME                   PIC 9(08).
           05  FILLER                        PIC X(84) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 200-LOAD-RUN-IMAGES
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               MOVE 0 TO WS-BKO-SUB
               PERFORM 300-CHECK-ONE-POLICY
                   UNTIL WS-BKO-SUB >= WS-BKO-COUNT
                      OR RUN-ABORTED
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               AND WS-MISMATCH-COUNT > 0
               DISPLAY 'POLBKOUT - ' WS-MISMATCH-COUNT
                   ' POLICIES CHANGED SINCE RUN ' WS-PARM-RUN-DATE
                   ' ' WS-PARM-RUN-TIME ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 350-OPEN-LOG-FOR-EXTEND
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               MOVE 0 TO WS-BKO-SUB
               PERFORM 400-RESTORE-ONE-POLICY
                   UNTIL WS-BKO-SUB >= WS-BKO-COUNT
                      OR RUN-ABORTED
               CLOSE POLICY-BEFORE-LOG
           END-IF.
           IF NOT RUN-PARMS-INVALID
               PERFORM 800-TERMINATION
           END-IF.
           GOBACK.

       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 010-READ-RUN-PARMS.
           IF NOT RUN-PARMS-INVALID
               PERFORM 100-OPEN-FILES
           END-IF.

       010-READ-RUN-PARMS.
      * Reads and edits the run stamp card.  A stamp this run
      * cannot trust would back out nothing, or the wrong run, so
      * it stops the run RC 16 before the master is opened.
           OPEN INPUT BKO-PARM.
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'POLBKOUT - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ BKO-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'POLBKOUT - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR WS-PARM-RUN-TIME NOT NUMERIC
                       DISPLAY 'POLBKOUT - PARAMETER CARD MALFORMED: '
                           WS-PARM-CARD(1:20) ' - RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE BKO-PARM
           END-IF.

       100-OPEN-FILES.
      * Both the master and the log must already exist - there is
      * nothing to back out of a master or a log never written.
           OPEN OUTPUT POLBKOUT-RPT.
           MOVE WS-PARM-RUN-DATE TO BH-RUN-DATE.
           MOVE WS-PARM-RUN-TIME TO BH-RUN-TIME.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-HEADING1.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-HEADING2.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-HEADING3.
           OPEN I-O POLMAST.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               DISPLAY 'POLBKOUT - POLICY MASTER OPEN FAILED - '
                   'STATUS ' WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               OPEN INPUT POLICY-BEFORE-LOG
               IF WS-BIMG-FILE-STATUS NOT = '00'
                   DISPLAY 'POLBKOUT - BEFORE-IMAGE LOG OPEN FAILED - '
                       'STATUS ' WS-BIMG-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
               END-IF
           END-IF.

       200-LOAD-RUN-IMAGES.
      * First pass over the log - loads every record carrying the
      * stamp on the card.  A stamp with nothing on the log is a
      * mistyped card, not a clean backout.
           PERFORM 210-READ-ONE-IMAGE UNTIL WS-BIMG-EOF = 'Y'.
           CLOSE POLICY-BEFORE-LOG.
           IF NOT RUN-ABORTED AND WS-BKO-COUNT = 0
               DISPLAY 'POLBKOUT - NO BEFORE IMAGES FOR RUN '
                   WS-PARM-RUN-DATE ' ' WS-PARM-RUN-TIME
                   ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       210-READ-ONE-IMAGE.
           READ POLICY-BEFORE-LOG
               AT END MOVE 'Y' TO WS-BIMG-EOF
               NOT AT END
                   ADD 1 TO WS-BIMG-READ-COUNT
                   IF PB-RUN-STAMP = WS-PARM-RUN-STAMP
                       PERFORM 220-LOAD-ONE-IMAGE
                   END-IF
           END-READ.

       220-LOAD-ONE-IMAGE.
           IF WS-BKO-COUNT >= WS-BKO-MAX
               DISPLAY 'POLBKOUT BACKOUT TABLE FULL AT '
                   WS-BKO-MAX ' POLICIES - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-BIMG-EOF
           ELSE
               ADD 1 TO WS-BKO-COUNT
               MOVE PB-POLICY-NUMBER
                   TO WS-BKO-POLICY-NUMBER(WS-BKO-COUNT)
               MOVE PB-ACTION TO WS-BKO-ACTION(WS-BKO-COUNT)
               MOVE PB-BEFORE-IMAGE
                   TO WS-BKO-BEFORE-IMAGE(WS-BKO-COUNT)
               MOVE PB-AFTER-IMAGE
                   TO WS-BKO-AFTER-IMAGE(WS-BKO-COUNT)
           END-IF.

       300-CHECK-ONE-POLICY.
      * Check pass - the policy must stand on the master exactly as
      * the run left it: its after image for an add or a rewrite,
      * absent for a delete.  Every policy that is not is listed;
      * the restore pass only runs if none is.
           ADD 1 TO WS-BKO-SUB.
           MOVE WS-BKO-POLICY-NUMBER(WS-BKO-SUB) TO POL-POLICY-NUMBER.
           READ POLMAST
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-EXISTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EXISTS
           END-READ.
           IF WS-POLMAST-FILE-STATUS NOT = '00'
               AND WS-POLMAST-FILE-STATUS NOT = '23'
               DISPLAY 'POLBKOUT - POLICY MASTER READ FAILED AT '
                   WS-BKO-POLICY-NUMBER(WS-BKO-SUB) ' - STATUS '
                   WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               MOVE SPACE TO WS-RESULT-TEXT
               IF WS-BKO-ACTION(WS-BKO-SUB) = 'D'
                   IF WS-MASTER-EXISTS = 'Y'
                       MOVE 'NOT BACKED OUT - BACK ON MASTER'
                           TO WS-RESULT-TEXT
                   END-IF
               ELSE
                   IF WS-MASTER-EXISTS = 'N'
                       MOVE 'NOT BACKED OUT - NO LONGER ON MASTER'
                           TO WS-RESULT-TEXT
                   ELSE
                       IF POLICY-REC NOT =
                           WS-BKO-AFTER-IMAGE(WS-BKO-SUB)
                           MOVE 'NOT BACKED OUT - CHANGED SINCE RUN'
                               TO WS-RESULT-TEXT
                       END-IF
                   END-IF
               END-IF
               IF WS-RESULT-TEXT NOT = SPACE
                   ADD 1 TO WS-MISMATCH-COUNT
                   PERFORM 410-PRINT-BACKOUT-DETAIL
               END-IF
           END-IF.

       350-OPEN-LOG-FOR-EXTEND.
      * The log is reopened to take this run's own before images.
           OPEN EXTEND POLICY-BEFORE-LOG.
           IF WS-BIMG-FILE-STATUS NOT = '00'
               DISPLAY 'POLBKOUT - BEFORE-IMAGE LOG OPEN FAILED - '
                   'STATUS ' WS-BIMG-FILE-STATUS
                   ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       400-RESTORE-ONE-POLICY.
      * Restore pass - an add comes off, a rewrite goes back to its
      * before image, a delete goes back on.  Each restore is
      * logged under this run's stamp only once the master has
      * taken it, with the images the other way round.
           ADD 1 TO WS-BKO-SUB.
           MOVE SPACE TO POLICY-BEFORE-IMAGE-REC.
           MOVE WS-RUN-DATE TO PB-RUN-DATE.
           MOVE WS-RUN-TIME TO PB-RUN-TIME.
           MOVE WS-BKO-POLICY-NUMBER(WS-BKO-SUB) TO PB-POLICY-NUMBER.
           EVALUATE WS-BKO-ACTION(WS-BKO-SUB)
               WHEN 'A'
                   MOVE 'D' TO PB-ACTION
                   MOVE WS-BKO-AFTER-IMAGE(WS-BKO-SUB)
                       TO PB-BEFORE-IMAGE
                   MOVE WS-BKO-POLICY-NUMBER(WS-BKO-SUB)
                       TO POL-POLICY-NUMBER
                   DELETE POLMAST
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-REMOVED-COUNT
                           MOVE 'ADD REMOVED' TO WS-RESULT-TEXT
                   END-DELETE
               WHEN 'C'
                   MOVE 'C' TO PB-ACTION
                   MOVE WS-BKO-AFTER-IMAGE(WS-BKO-SUB)
                       TO PB-BEFORE-IMAGE
                   MOVE WS-BKO-BEFORE-IMAGE(WS-BKO-SUB)
                       TO PB-AFTER-IMAGE
                   REWRITE POLICY-REC
                       FROM WS-BKO-BEFORE-IMAGE(WS-BKO-SUB)
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-REWRITE-RESTORED-COUNT
                           MOVE 'BEFORE IMAGE RESTORED'
                               TO WS-RESULT-TEXT
                   END-REWRITE
               WHEN OTHER
                   MOVE 'A' TO PB-ACTION
                   MOVE WS-BKO-BEFORE-IMAGE(WS-BKO-SUB)
                       TO PB-AFTER-IMAGE
                   WRITE POLICY-REC
                       FROM WS-BKO-BEFORE-IMAGE(WS-BKO-SUB)
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-RESTORED-COUNT
                           MOVE 'PUT BACK ON MASTER' TO WS-RESULT-TEXT
                   END-WRITE
           END-EVALUATE.
           IF RUN-ABORTED
               DISPLAY 'POLBKOUT - POLICY MASTER RESTORE FAILED AT '
                   WS-BKO-POLICY-NUMBER(WS-BKO-SUB) ' - STATUS '
                   WS-POLMAST-FILE-STATUS ' - RUN ABORTED'
           ELSE
               WRITE POLICY-BEFORE-IMAGE-REC
               ADD 1 TO WS-BIMG-WRITE-COUNT
               PERFORM 410-PRINT-BACKOUT-DETAIL
           END-IF.

       410-PRINT-BACKOUT-DETAIL.
      * One report line per policy - WS-RESULT-TEXT is set by the
      * caller.
           EVALUATE WS-BKO-ACTION(WS-BKO-SUB)
               WHEN 'A'
                   MOVE 'ADDED' TO WS-RUN-ACTION-TEXT
               WHEN 'C'
                   MOVE 'REWRITTEN' TO WS-RUN-ACTION-TEXT
               WHEN OTHER
                   MOVE 'DELETED' TO WS-RUN-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACE TO WS-BKO-DETAIL.
           MOVE WS-BKO-POLICY-NUMBER(WS-BKO-SUB) TO BD-POLICY-NUMBER.
           MOVE WS-RUN-ACTION-TEXT TO BD-RUN-ACTION.
           MOVE WS-RESULT-TEXT TO BD-RESULT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-DETAIL.

       800-TERMINATION.
      * Control totals - the policies restored balance to the run
      * records found when the backout is clean.
           MOVE SPACE TO WS-BKO-TOTAL.
           MOVE 'LOG RECORDS READ:' TO BT-DESCRIPTION.
           MOVE WS-BIMG-READ-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'RUN RECORDS FOUND:' TO BT-DESCRIPTION.
           MOVE WS-BKO-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'CHANGED SINCE RUN:' TO BT-DESCRIPTION.
           MOVE WS-MISMATCH-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'ADDS REMOVED:' TO BT-DESCRIPTION.
           MOVE WS-ADD-REMOVED-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'REWRITES RESTORED:' TO BT-DESCRIPTION.
           MOVE WS-REWRITE-RESTORED-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'DELETES RESTORED:' TO BT-DESCRIPTION.
           MOVE WS-DELETE-RESTORED-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'BEFORE IMAGES LOGGED:' TO BT-DESCRIPTION.
           MOVE WS-BIMG-WRITE-COUNT TO BT-COUNT.
           WRITE POLBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           DISPLAY 'POLBKOUT CONTROL - RUN ' WS-PARM-RUN-DATE ' '
               WS-PARM-RUN-TIME
               ' FOUND: ' WS-BKO-COUNT
               ' CHANGED: ' WS-MISMATCH-COUNT
               ' REMOVED: ' WS-ADD-REMOVED-COUNT
               ' RESTORED: ' WS-REWRITE-RESTORED-COUNT
               ' PUT BACK: ' WS-DELETE-RESTORED-COUNT.
           IF WS-BIMG-WRITE-COUNT > 0
               MOVE WS-RUN-DATE TO BS-RUN-DATE
               MOVE WS-RUN-TIME TO BS-RUN-TIME
               WRITE POLBKOUT-RPT-REC FROM WS-BKO-STAMP
               DISPLAY 'POLBKOUT RUN STAMP ' WS-RUN-DATE ' '
                   WS-RUN-TIME
           END-IF.
      * A restore that fails part way has put back the policies
      * before it - each of them is on the log under this run's
      * stamp.
           IF RUN-ABORTED
               IF WS-BIMG-WRITE-COUNT > 0
                   DISPLAY 'POLBKOUT RUN ABORTED - MASTER PARTLY '
                       'RESTORED - SEE RUN STAMP ' WS-RUN-DATE ' '
                       WS-RUN-TIME
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 900-CLOSE-FILES.

       900-CLOSE-FILES.
           CLOSE POLMAST.
           CLOSE POLBKOUT-RPT.
