      *
      * Modification History:
      *   2026-08-28 BT  Initial version.
      *   2026-09-10 BT  The re-opened exception carries the
      *                  payment sequence the denial stopped short
      *                  of - one past the claim's payment count on
      *                  the history master - so an appealed
      *                  supplement is decided as a supplement.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE AP-CLAIMANT-NAME TO CE-CLAIMANT-NAME.
           MOVE 'APPEAL OF DENIED CLAIM' TO CE-EXCEPTION-REASON.
           MOVE CH-CLAIM-TYPE TO CE-CLAIM-TYPE.
      * A record written before the master carried the payment
      * count is an original claim that was never paid.
           IF CH-PAY-COUNT NUMERIC
               COMPUTE CE-PAY-SEQ = CH-PAY-COUNT + 1
           ELSE
               MOVE 1 TO CE-PAY-SEQ
           END-IF.
           WRITE CLAIM-EXCEPT-REC.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
