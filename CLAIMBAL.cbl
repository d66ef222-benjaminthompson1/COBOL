      *   - the claim run's disposition counts (the EXCEPTIONS /
      *     REJECTS / PAYMENTS totals it carried into its final
      *     checkpoint record) against the records actually sitting
      *     on CLAIM-EXCEPT, CLAIM-REJECT and CLAIM-PAYEXT - the
      *     exceptions file also carrying the approvals CLAIMADJ
      *     held back onto it for a remittance change;
      *   - the claim run's records-read count against its
      *     CLAIM-AUDIT entries (one per CLAIMIN record);
      *   - CLAIMADJ's approvals on the audit trail against the
      *
      * Modification History:
      *   2026-09-02 BT  Initial version.
      *   2026-09-24 BT  CLAIMADJ now appends an approval it holds for
      *                  a recent payee remittance change back onto
      *                  CLAIM-EXCEPT, so the exceptions check expects
      *                  the claim run's exceptions plus the REMITHOLD
      *                  entries on the audit trail.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WS-ADJPAY-REC-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-AUD-CLAIM-COUNT                 PIC 9(07) COMP VALUE 0.
       77 WS-AUD-APPRVD-COUNT                PIC 9(07) COMP VALUE 0.
       77 WS-AUD-REMITHOLD-COUNT             PIC 9(07) COMP VALUE 0.

      * Balancing report heading lines
       01  WS-BAL-HEADING1.
                           ADD 1 TO WS-AUD-CLAIM-COUNT
                       WHEN 'ADJAPPRVD'
                           ADD 1 TO WS-AUD-APPRVD-COUNT
                       WHEN 'REMITHOLD'
                           ADD 1 TO WS-AUD-REMITHOLD-COUNT
                   END-EVALUATE
           END-READ.

                   MOVE 'Y' TO WS-OOB-SW
               END-IF
           END-IF.
           MOVE 'EXCEPTIONS + REMIT HOLDS VS FILE' TO BD-CHECK-DESC.
           COMPUTE WS-EXPECTED =
               WS-CKPT-EXCEPT-COUNT + WS-AUD-REMITHOLD-COUNT.
           MOVE WS-EXC-REC-COUNT TO WS-ACTUAL.
           PERFORM 600-CHECK-ONE-TOTAL.
           MOVE 'CLAIM REJECTS VS CLAIM-REJECT' TO BD-CHECK-DESC.
