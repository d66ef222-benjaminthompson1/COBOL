      *                  the directory before giving up.  A site
      *                  that has never archived (no directory yet)
      *                  behaves exactly as before.
      *   2026-09-10 BT  A claim paid in stages now lists each of
      *                  its payments off the CLAIM-PAYHIST payment
      *                  history under the claim line - sequence,
      *                  pay date, claimed, deductible, net,
      *                  interest and where the payment stands - with
      *                  the claim's total paid below them,
      *                  360-LIST-PAYMENTS.  A site with no payment
      *                  history yet prints the claim line alone.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS IS RANDOM
             RECORD KEY IS AR-CLAIM-NUMBER
             FILE STATUS IS WS-DIR-FILE-STATUS.
           SELECT CLAIM-PAYHIST ASSIGN TO CLAIMPHS
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS PH-KEY
             FILE STATUS IS WS-PHS-FILE-STATUS.
           SELECT INQ-RPT ASSIGN TO INQRPT
             ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           DATA RECORD IS ARCHIVE-DIR-REC.
           COPY ARCHDIR.

       FD  CLAIM-PAYHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLAIM-PAYHIST-REC.
           COPY CLAIMPHS.

       FD  INQ-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77 WS-DIR-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-DIR-OPEN-SW                     PIC X(01) VALUE 'N'.
          88 ARCH-DIR-AVAILABLE              VALUE 'Y'.
      * The payment history is optional the same way - a claim
      * with no payment records prints its claim line alone.
       77 WS-PHS-FILE-STATUS                 PIC X(02) VALUE SPACE.
       77 WS-PHS-OPEN-SW                     PIC X(01) VALUE 'N'.
          88 PAYHIST-AVAILABLE               VALUE 'Y'.
       77 WS-PHS-EOF                         PIC X(01) VALUE 'N'.
       77 WS-PHS-LISTED                      PIC 9(03) COMP VALUE 0.

      * Run control counts
       77 WS-REQUEST-COUNT                   PIC 9(07) COMP VALUE 0.
           05  ID-DISP-TIME                  PIC 9(08).
           05  FILLER                        PIC X(24) VALUE SPACE.

      * Payment line - one per payment on the claim, indented under
      * the claim line
       01  WS-INQ-PAYMENT.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'PAYMENT '.
           05  IP-PAY-SEQ                    PIC 9(02).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(05) VALUE 'PAID '.
           05  IP-PAY-DATE                   PIC 9(08).
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(08) VALUE
               'CLAIMED '.
           05  IP-CLAIMED-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(07) VALUE 'DEDUCT '.
           05  IP-DEDUCTIBLE-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(04) VALUE 'NET '.
           05  IP-NET-AMOUNT                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(04) VALUE 'INT '.
           05  IP-INTEREST-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  IP-DISPOSITION                PIC X(10).
           05  FILLER                        PIC X(05) VALUE SPACE.

      * Total paid line - under a claim's payment lines
       01  WS-INQ-PAID-TOTAL.
           05  FILLER                        PIC X(05) VALUE SPACE.
           05  FILLER                        PIC X(12) VALUE
               'TOTAL PAID  '.
           05  IP-TOTAL-PAID                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(03) VALUE SPACE.
           05  FILLER                        PIC X(10) VALUE
               'PAYMENTS: '.
           05  IP-PAY-COUNT                  PIC Z9.
           05  FILLER                        PIC X(86) VALUE SPACE.

      * Archived line - the claim was disposed of long ago and the
      * CLAIMARC retention run moved it to the archive on this date
       01  WS-INQ-ARCHIVED.
               IF WS-DIR-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-DIR-OPEN-SW
               END-IF
               OPEN INPUT CLAIM-PAYHIST
               IF WS-PHS-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-PHS-OPEN-SW
               END-IF
               OPEN INPUT INQ-REQUEST
               OPEN OUTPUT INQ-RPT
               WRITE INQ-RPT-REC FROM WS-INQ-HEADING1
           MOVE CH-DISP-TIME TO ID-DISP-TIME.
           WRITE INQ-RPT-REC FROM WS-INQ-DETAIL.
           ADD 1 TO WS-FOUND-COUNT.
           IF PAYHIST-AVAILABLE
               PERFORM 360-LIST-PAYMENTS
           END-IF.

       330-PRINT-NOT-FOUND.
      * Not on the live master - before calling it never-seen,
           WRITE INQ-RPT-REC FROM WS-INQ-ARCHIVED.
           ADD 1 TO WS-ARCHIVED-COUNT.

       360-LIST-PAYMENTS.
      * Positions on the claim's first payment and reads forward
      * until the key moves on to the next claim.  The total paid
      * line only prints when there was a payment to total.
           MOVE 'N' TO WS-PHS-EOF.
           MOVE 0 TO WS-PHS-LISTED.
           MOVE CH-CLAIM-NUMBER TO PH-CLAIM-NUMBER.
           MOVE 0 TO PH-PAY-SEQ.
           START CLAIM-PAYHIST KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PHS-EOF
           END-START.
           PERFORM 365-PRINT-ONE-PAYMENT UNTIL WS-PHS-EOF = 'Y'.
           IF WS-PHS-LISTED > 0
               MOVE CH-TOTAL-PAID TO IP-TOTAL-PAID
               MOVE CH-PAY-COUNT TO IP-PAY-COUNT
               WRITE INQ-RPT-REC FROM WS-INQ-PAID-TOTAL
           END-IF.

       365-PRINT-ONE-PAYMENT.
           READ CLAIM-PAYHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PHS-EOF
               NOT AT END
                   IF PH-CLAIM-NUMBER NOT = CH-CLAIM-NUMBER
                       MOVE 'Y' TO WS-PHS-EOF
                   ELSE
                       MOVE PH-PAY-SEQ TO IP-PAY-SEQ
                       MOVE PH-PAY-DATE TO IP-PAY-DATE
                       MOVE PH-CLAIMED-AMOUNT TO IP-CLAIMED-AMOUNT
                       MOVE PH-DEDUCTIBLE-AMOUNT
                           TO IP-DEDUCTIBLE-AMOUNT
                       MOVE PH-NET-AMOUNT TO IP-NET-AMOUNT
                       MOVE PH-INTEREST-AMOUNT TO IP-INTEREST-AMOUNT
                       MOVE PH-DISPOSITION TO IP-DISPOSITION
                       WRITE INQ-RPT-REC FROM WS-INQ-PAYMENT
                       ADD 1 TO WS-PHS-LISTED
                   END-IF
           END-READ.

       800-TERMINATION.
           MOVE SPACE TO WS-INQ-TOTAL.
           MOVE WS-REQUEST-COUNT TO IT-REQUEST-COUNT.
           IF ARCH-DIR-AVAILABLE
               CLOSE ARCHIVE-DIR
           END-IF.
           IF PAYHIST-AVAILABLE
               CLOSE CLAIM-PAYHIST
           END-IF.
           CLOSE INQ-RPT.
