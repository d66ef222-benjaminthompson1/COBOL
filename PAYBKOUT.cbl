       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PAYBKOUT.
       AUTHOR.          BEN THOMPSON.
      *
      * Payee master backout.  PAYMAINT maintains the keyed PAYMAST
      * in place and logs every payee it adds, rewrites or deletes
      * to the PAYBIMG before-image log under its run stamp - the
      * date and time printed on its maintenance report.  Given that
      * stamp on a parameter card, this program puts the master back
      * the way it stood before that run: a payee the run added
      * comes off, a payee it rewrote goes back to its before image,
      * a payee it deleted goes back on.
      *
      * Nothing is restored unless every payee the run touched
      * still stands on the master exactly as the run left it.  A
      * payee changed again since - by a later maintenance run or
      * an earlier backout - is listed on the report and the whole
      * backout is refused RC 16, master untouched, so a backout
      * can never undo work it was not asked to undo.  Later runs
      * have to be backed out first, newest first.
      *
      * Every payee restored is logged to PAYBIMG in turn, under
      * this run's own stamp with the before and after images the
      * other way round, so a backout can itself be backed out.
      * Each is also appended to the PAYCHGLG change log as the add,
      * change or delete it amounts to, so PAYCHRPT puts the
      * restores in front of the second reviewer like any other
      * payee change - a restore that moves the address, pay
      * method, routing or account is flagged as a remittance
      * change.  The restored payee carries its before image whole,
      * cooling-off date included.
      *
      * Modification History:
      *   2026-10-05 BT  Initial version.  Written with the move of
      *                  PAYMAST to a keyed file maintained in place -
      *                  there is no old master left to fall back to
      *                  after a bad PAYMAINT run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKO-PARM ASSIGN TO PAYBPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PAYMAST ASSIGN TO PAYMAST
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PM-PAYEE-NAME
             FILE STATUS IS WS-PAYMAST-FILE-STATUS.
           SELECT PAYEE-BEFORE-LOG ASSIGN TO PAYBIMG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-BIMG-FILE-STATUS.
           SELECT PAYBKOUT-RPT ASSIGN TO PAYBRPT
             ORGANIZATION IS SEQUENTIAL.
           SELECT PAYEE-CHANGE-LOG ASSIGN TO PAYCHGLG
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-CHGLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKO-PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BKO-PARM-REC.
       01  BKO-PARM-REC                      PIC X(80).

       FD  PAYMAST
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAYEE-REC.
           COPY PAYMAST.

       FD  PAYEE-BEFORE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-BEFORE-IMAGE-REC.
           COPY PAYBIMG.

       FD  PAYBKOUT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYBKOUT-RPT-REC.
       01  PAYBKOUT-RPT-REC                  PIC X(132).

       FD  PAYEE-CHANGE-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-CHANGE-REC.
           COPY PAYCHG.

       WORKING-STORAGE SECTION.
      * Parameter card - the stamp of the PAYMAINT run to back out,
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
       77 WS-PAYMAST-FILE-STATUS             PIC X(02) VALUE SPACE.
       77 WS-BIMG-FILE-STATUS                PIC X(02) VALUE SPACE.
       77 WS-BIMG-EOF                        PIC X(01) VALUE 'N'.
       77 WS-CHGLOG-FILE-STATUS              PIC X(02) VALUE SPACE.

      * Set when a file will not open, the log holds more of the
      * run than the table takes, a payee is not as the run left
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
               10  WS-BKO-PAYEE-NAME         PIC X(20).
               10  WS-BKO-ACTION             PIC X(01).
               10  WS-BKO-BEFORE-IMAGE       PIC X(130).
               10  WS-BKO-AFTER-IMAGE        PIC X(130).

      * Whether the payee was found on the master by the check
      * pass, and the report text for the line being printed.
       77 WS-MASTER-EXISTS                   PIC X(01) VALUE 'N'.
       77 WS-RUN-ACTION-TEXT                 PIC X(20) VALUE SPACE.
       77 WS-RESULT-TEXT                     PIC X(40) VALUE SPACE.

      * The payee either side of a restore, laid out as PAYMAST, for
      * the change log record.
       01  WS-FROM-PAYEE.
           05  WS-FROM-PAYEE-NAME            PIC X(20).
           05  WS-FROM-ADDRESS-LINE1         PIC X(30).
           05  WS-FROM-ADDRESS-LINE2         PIC X(30).
           05  WS-FROM-PAY-METHOD            PIC X(01).
           05  WS-FROM-EFT-ROUTING           PIC 9(09).
           05  WS-FROM-EFT-ACCOUNT           PIC X(17).
           05  WS-FROM-TAX-ID                PIC X(09).
           05  WS-FROM-TIN-TYPE              PIC X(01).
           05  WS-FROM-REPORT-FLAG           PIC X(01).
           05  WS-FROM-REMIT-CHANGE-DATE     PIC 9(08).
           05  FILLER                        PIC X(04).
       01  WS-TO-PAYEE.
           05  WS-TO-PAYEE-NAME              PIC X(20).
           05  WS-TO-ADDRESS-LINE1           PIC X(30).
           05  WS-TO-ADDRESS-LINE2           PIC X(30).
           05  WS-TO-PAY-METHOD              PIC X(01).
           05  WS-TO-EFT-ROUTING             PIC 9(09).
           05  WS-TO-EFT-ACCOUNT             PIC X(17).
           05  WS-TO-TAX-ID                  PIC X(09).
           05  WS-TO-TIN-TYPE                PIC X(01).
           05  WS-TO-REPORT-FLAG             PIC X(01).
           05  WS-TO-REMIT-CHANGE-DATE       PIC 9(08).
           05  FILLER                        PIC X(04).

      * Control totals
       77 WS-BIMG-READ-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-MISMATCH-COUNT                  PIC 9(07) COMP VALUE 0.
       77 WS-ADD-REMOVED-COUNT               PIC 9(07) COMP VALUE 0.
       77 WS-REWRITE-RESTORED-COUNT          PIC 9(07) COMP VALUE 0.
       77 WS-DELETE-RESTORED-COUNT           PIC 9(07) COMP VALUE 0.
       77 WS-BIMG-WRITE-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-LOG-WRITE-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-REMIT-CHANGE-COUNT              PIC 9(07) COMP VALUE 0.

      * Backout report heading lines
       01  WS-BKO-HEADING1.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'PAYEE MASTER BACKOUT REPORT'.
           05  FILLER                        PIC X(91) VALUE SPACE.

       01  WS-BKO-HEADING2.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(30) VALUE
               'PAYMAINT RUN BACKED OUT:'.
           05  BH-RUN-DATE                   PIC 9(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BH-RUN-TIME                   PIC 9(08).
           05  FILLER                        PIC X(84) VALUE SPACE.

       01  WS-BKO-HEADING3.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'PAYEE NAME'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(20) VALUE
               'RUN ACTION'.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  FILLER                        PIC X(40) VALUE
               'BACKOUT RESULT'.
           05  FILLER                        PIC X(43) VALUE SPACE.

      * Backout report detail line - one per payee the run
      * touched, whether restored or found changed since.
       01  WS-BKO-DETAIL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BD-PAYEE-NAME                 PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  BD-RUN-ACTION                 PIC X(20).
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  BD-RESULT                     PIC X(40).
           05  FILLER                        PIC X(43) VALUE SPACE.

       01  WS-BKO-TOTAL.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  BT-DESCRIPTION                PIC X(30).
           05  BT-COUNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                        PIC X(92) VALUE SPACE.

      * This backout's own stamp - what a second PAYBKOUT needs on
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
               PERFORM 300-CHECK-ONE-PAYEE
                   UNTIL WS-BKO-SUB >= WS-BKO-COUNT
                      OR RUN-ABORTED
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               AND WS-MISMATCH-COUNT > 0
               DISPLAY 'PAYBKOUT - ' WS-MISMATCH-COUNT
                   ' PAYEES CHANGED SINCE RUN ' WS-PARM-RUN-DATE
                   ' ' WS-PARM-RUN-TIME ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               PERFORM 350-OPEN-LOG-FOR-EXTEND
           END-IF.
           IF NOT RUN-PARMS-INVALID AND NOT RUN-ABORTED
               MOVE 0 TO WS-BKO-SUB
               PERFORM 400-RESTORE-ONE-PAYEE
                   UNTIL WS-BKO-SUB >= WS-BKO-COUNT
                      OR RUN-ABORTED
               CLOSE PAYEE-BEFORE-LOG
               CLOSE PAYEE-CHANGE-LOG
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
               DISPLAY 'PAYBKOUT - PARAMETER CARD FILE MISSING '
                   '(STATUS ' WS-PARM-FILE-STATUS ') - RUN ABORTED'
               MOVE 'Y' TO WS-PARM-INVALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ BKO-PARM INTO WS-PARM-CARD
                   AT END
                       DISPLAY 'PAYBKOUT - PARAMETER CARD EMPTY - '
                           'RUN ABORTED'
                       MOVE 'Y' TO WS-PARM-INVALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF NOT RUN-PARMS-INVALID
                   IF WS-PARM-RUN-DATE NOT NUMERIC
                       OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
                       OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
                       OR WS-PARM-RUN-TIME NOT NUMERIC
                       DISPLAY 'PAYBKOUT - PARAMETER CARD MALFORMED: '
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
           OPEN OUTPUT PAYBKOUT-RPT.
           MOVE WS-PARM-RUN-DATE TO BH-RUN-DATE.
           MOVE WS-PARM-RUN-TIME TO BH-RUN-TIME.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-HEADING1.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-HEADING2.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-HEADING3.
           OPEN I-O PAYMAST.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               DISPLAY 'PAYBKOUT - PAYEE MASTER OPEN FAILED - '
                   'STATUS ' WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
           ELSE
               OPEN INPUT PAYEE-BEFORE-LOG
               IF WS-BIMG-FILE-STATUS NOT = '00'
                   DISPLAY 'PAYBKOUT - BEFORE-IMAGE LOG OPEN FAILED - '
                       'STATUS ' WS-BIMG-FILE-STATUS ' - RUN ABORTED'
                   MOVE 'Y' TO WS-ABORT-SW
               END-IF
           END-IF.

       200-LOAD-RUN-IMAGES.
      * First pass over the log - loads every record carrying the
      * stamp on the card.  A stamp with nothing on the log is a
      * mistyped card, not a clean backout.
           PERFORM 210-READ-ONE-IMAGE UNTIL WS-BIMG-EOF = 'Y'.
           CLOSE PAYEE-BEFORE-LOG.
           IF NOT RUN-ABORTED AND WS-BKO-COUNT = 0
               DISPLAY 'PAYBKOUT - NO BEFORE IMAGES FOR RUN '
                   WS-PARM-RUN-DATE ' ' WS-PARM-RUN-TIME
                   ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.

       210-READ-ONE-IMAGE.
           READ PAYEE-BEFORE-LOG
               AT END MOVE 'Y' TO WS-BIMG-EOF
               NOT AT END
                   ADD 1 TO WS-BIMG-READ-COUNT
                   IF PB-RUN-STAMP = WS-PARM-RUN-STAMP
                       PERFORM 220-LOAD-ONE-IMAGE
                   END-IF
           END-READ.

       220-LOAD-ONE-IMAGE.
           IF WS-BKO-COUNT >= WS-BKO-MAX
               DISPLAY 'PAYBKOUT BACKOUT TABLE FULL AT '
                   WS-BKO-MAX ' PAYEES - RUN ABORTED'
               MOVE 'Y' TO WS-ABORT-SW
               MOVE 'Y' TO WS-BIMG-EOF
           ELSE
               ADD 1 TO WS-BKO-COUNT
               MOVE PB-PAYEE-NAME
                   TO WS-BKO-PAYEE-NAME(WS-BKO-COUNT)
               MOVE PB-ACTION TO WS-BKO-ACTION(WS-BKO-COUNT)
               MOVE PB-BEFORE-IMAGE
                   TO WS-BKO-BEFORE-IMAGE(WS-BKO-COUNT)
               MOVE PB-AFTER-IMAGE
                   TO WS-BKO-AFTER-IMAGE(WS-BKO-COUNT)
           END-IF.

       300-CHECK-ONE-PAYEE.
      * Check pass - the payee must stand on the master exactly as
      * the run left it: its after image for an add or a rewrite,
      * absent for a delete.  Every payee that is not is listed;
      * the restore pass only runs if none is.
           ADD 1 TO WS-BKO-SUB.
           MOVE WS-BKO-PAYEE-NAME(WS-BKO-SUB) TO PM-PAYEE-NAME.
           READ PAYMAST
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-EXISTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EXISTS
           END-READ.
           IF WS-PAYMAST-FILE-STATUS NOT = '00'
               AND WS-PAYMAST-FILE-STATUS NOT = '23'
               DISPLAY 'PAYBKOUT - PAYEE MASTER READ FAILED AT '
                   WS-BKO-PAYEE-NAME(WS-BKO-SUB) ' - STATUS '
                   WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
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
                       IF PAYEE-REC NOT =
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
      * The log is reopened to take this run's own before images,
      * and the change log opened alongside it - status 35 there is
      * a change log never yet written.
           OPEN EXTEND PAYEE-BEFORE-LOG.
           IF WS-BIMG-FILE-STATUS NOT = '00'
               DISPLAY 'PAYBKOUT - BEFORE-IMAGE LOG OPEN FAILED - '
                   'STATUS ' WS-BIMG-FILE-STATUS
                   ' - NOTHING BACKED OUT'
               MOVE 'Y' TO WS-ABORT-SW
           END-IF.
           OPEN EXTEND PAYEE-CHANGE-LOG.
           IF WS-CHGLOG-FILE-STATUS = '35'
               OPEN OUTPUT PAYEE-CHANGE-LOG
           END-IF.

       400-RESTORE-ONE-PAYEE.
      * Restore pass - an add comes off, a rewrite goes back to its
      * before image, a delete goes back on.  Each restore is
      * logged under this run's stamp only once the master has
      * taken it, with the images the other way round.
           ADD 1 TO WS-BKO-SUB.
           MOVE SPACE TO PAYEE-BEFORE-IMAGE-REC.
           MOVE WS-RUN-DATE TO PB-RUN-DATE.
           MOVE WS-RUN-TIME TO PB-RUN-TIME.
           MOVE WS-BKO-PAYEE-NAME(WS-BKO-SUB) TO PB-PAYEE-NAME.
           EVALUATE WS-BKO-ACTION(WS-BKO-SUB)
               WHEN 'A'
                   MOVE 'D' TO PB-ACTION
                   MOVE WS-BKO-AFTER-IMAGE(WS-BKO-SUB)
                       TO PB-BEFORE-IMAGE
                   MOVE WS-BKO-PAYEE-NAME(WS-BKO-SUB)
                       TO PM-PAYEE-NAME
                   DELETE PAYMAST
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
                   REWRITE PAYEE-REC
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
                   WRITE PAYEE-REC
                       FROM WS-BKO-BEFORE-IMAGE(WS-BKO-SUB)
                       INVALID KEY
                           MOVE 'Y' TO WS-ABORT-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-RESTORED-COUNT
                           MOVE 'PUT BACK ON MASTER' TO WS-RESULT-TEXT
                   END-WRITE
           END-EVALUATE.
           IF RUN-ABORTED
               DISPLAY 'PAYBKOUT - PAYEE MASTER RESTORE FAILED AT '
                   WS-BKO-PAYEE-NAME(WS-BKO-SUB) ' - STATUS '
                   WS-PAYMAST-FILE-STATUS ' - RUN ABORTED'
           ELSE
               WRITE PAYEE-BEFORE-IMAGE-REC
               ADD 1 TO WS-BIMG-WRITE-COUNT
               PERFORM 410-PRINT-BACKOUT-DETAIL
               PERFORM 420-WRITE-CHANGE-LOG
           END-IF.

       410-PRINT-BACKOUT-DETAIL.
      * One report line per payee - WS-RESULT-TEXT is set by the
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
           MOVE WS-BKO-PAYEE-NAME(WS-BKO-SUB) TO BD-PAYEE-NAME.
           MOVE WS-RUN-ACTION-TEXT TO BD-RUN-ACTION.
           MOVE WS-RESULT-TEXT TO BD-RESULT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-DETAIL.

       420-WRITE-CHANGE-LOG.
      * The restore as PAYCHRPT sees a payee change - taking an add
      * back off is a delete, putting a delete back on is an add -
      * with the payee either side of it, under this run's stamp.
           MOVE PB-BEFORE-IMAGE TO WS-FROM-PAYEE.
           MOVE PB-AFTER-IMAGE TO WS-TO-PAYEE.
           MOVE SPACE TO PAYEE-CHANGE-REC.
           MOVE WS-RUN-DATE TO PC-CHANGE-DATE.
           MOVE WS-RUN-TIME TO PC-CHANGE-TIME.
           MOVE PB-PAYEE-NAME TO PC-PAYEE-NAME.
           MOVE 'N' TO PC-REMIT-CHANGE-SW.
           EVALUATE TRUE
               WHEN PB-ACTION-ADD
                   MOVE 'A' TO PC-TRAN-CODE
               WHEN PB-ACTION-REWRITE
                   MOVE 'C' TO PC-TRAN-CODE
               WHEN OTHER
                   MOVE 'X' TO PC-TRAN-CODE
           END-EVALUATE.
           IF PB-ACTION-ADD
               MOVE 0 TO PC-BEF-EFT-ROUTING
           ELSE
               MOVE WS-FROM-ADDRESS-LINE1 TO PC-BEF-ADDRESS-LINE1
               MOVE WS-FROM-ADDRESS-LINE2 TO PC-BEF-ADDRESS-LINE2
               MOVE WS-FROM-PAY-METHOD TO PC-BEF-PAY-METHOD
               MOVE WS-FROM-EFT-ROUTING TO PC-BEF-EFT-ROUTING
               MOVE WS-FROM-EFT-ACCOUNT TO PC-BEF-EFT-ACCOUNT
               MOVE WS-FROM-TAX-ID TO PC-BEF-TAX-ID
               MOVE WS-FROM-TIN-TYPE TO PC-BEF-TIN-TYPE
               MOVE WS-FROM-REPORT-FLAG TO PC-BEF-REPORT-FLAG
           END-IF.
           IF PB-ACTION-DELETE
               MOVE 0 TO PC-AFT-EFT-ROUTING
           ELSE
               MOVE WS-TO-ADDRESS-LINE1 TO PC-AFT-ADDRESS-LINE1
               MOVE WS-TO-ADDRESS-LINE2 TO PC-AFT-ADDRESS-LINE2
               MOVE WS-TO-PAY-METHOD TO PC-AFT-PAY-METHOD
               MOVE WS-TO-EFT-ROUTING TO PC-AFT-EFT-ROUTING
               MOVE WS-TO-EFT-ACCOUNT TO PC-AFT-EFT-ACCOUNT
               MOVE WS-TO-TAX-ID TO PC-AFT-TAX-ID
               MOVE WS-TO-TIN-TYPE TO PC-AFT-TIN-TYPE
               MOVE WS-TO-REPORT-FLAG TO PC-AFT-REPORT-FLAG
           END-IF.
      * Anything that moves where the money goes is flagged for the
      * reviewer, the same test PAYMAINT applies to a change.
           IF PB-ACTION-REWRITE
               IF WS-TO-ADDRESS-LINE1 NOT = WS-FROM-ADDRESS-LINE1
                   OR WS-TO-ADDRESS-LINE2 NOT = WS-FROM-ADDRESS-LINE2
                   OR WS-TO-PAY-METHOD NOT = WS-FROM-PAY-METHOD
                   OR WS-TO-EFT-ROUTING NOT = WS-FROM-EFT-ROUTING
                   OR WS-TO-EFT-ACCOUNT NOT = WS-FROM-EFT-ACCOUNT
                   MOVE 'Y' TO PC-REMIT-CHANGE-SW
                   ADD 1 TO WS-REMIT-CHANGE-COUNT
               END-IF
           END-IF.
           WRITE PAYEE-CHANGE-REC.
           ADD 1 TO WS-LOG-WRITE-COUNT.

       800-TERMINATION.
      * Control totals - the payees restored balance to the run
      * records found when the backout is clean.
           MOVE SPACE TO WS-BKO-TOTAL.
           MOVE 'LOG RECORDS READ:' TO BT-DESCRIPTION.
           MOVE WS-BIMG-READ-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'RUN RECORDS FOUND:' TO BT-DESCRIPTION.
           MOVE WS-BKO-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'CHANGED SINCE RUN:' TO BT-DESCRIPTION.
           MOVE WS-MISMATCH-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'ADDS REMOVED:' TO BT-DESCRIPTION.
           MOVE WS-ADD-REMOVED-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'REWRITES RESTORED:' TO BT-DESCRIPTION.
           MOVE WS-REWRITE-RESTORED-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'DELETES RESTORED:' TO BT-DESCRIPTION.
           MOVE WS-DELETE-RESTORED-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'BEFORE IMAGES LOGGED:' TO BT-DESCRIPTION.
           MOVE WS-BIMG-WRITE-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'REMITTANCE CHANGES:' TO BT-DESCRIPTION.
           MOVE WS-REMIT-CHANGE-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           MOVE 'CHANGE LOG RECORDS WRITTEN:' TO BT-DESCRIPTION.
           MOVE WS-LOG-WRITE-COUNT TO BT-COUNT.
           WRITE PAYBKOUT-RPT-REC FROM WS-BKO-TOTAL.
           DISPLAY 'PAYBKOUT CONTROL - RUN ' WS-PARM-RUN-DATE ' '
               WS-PARM-RUN-TIME
               ' FOUND: ' WS-BKO-COUNT
               ' CHANGED: ' WS-MISMATCH-COUNT
               ' REMOVED: ' WS-ADD-REMOVED-COUNT
               ' RESTORED: ' WS-REWRITE-RESTORED-COUNT
               ' PUT BACK: ' WS-DELETE-RESTORED-COUNT.
           IF WS-BIMG-WRITE-COUNT > 0
               MOVE WS-RUN-DATE TO BS-RUN-DATE
               MOVE WS-RUN-TIME TO BS-RUN-TIME
               WRITE PAYBKOUT-RPT-REC FROM WS-BKO-STAMP
               DISPLAY 'PAYBKOUT RUN STAMP ' WS-RUN-DATE ' '
                   WS-RUN-TIME
           END-IF.
      * A restore that fails part way has put back the payees
      * before it - each of them is on the log under this run's
      * stamp.
           IF RUN-ABORTED
               IF WS-BIMG-WRITE-COUNT > 0
                   DISPLAY 'PAYBKOUT RUN ABORTED - MASTER PARTLY '
                       'RESTORED - SEE RUN STAMP ' WS-RUN-DATE ' '
                       WS-RUN-TIME
               END-IF
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 900-CLOSE-FILES.

       900-CLOSE-FILES.
           CLOSE PAYMAST.
           CLOSE PAYBKOUT-RPT.
