      * RUNLEDG - Run ledger, keyed by program, business date and
      * attempt.  Every stream step that takes its run date off a
      * parameter card writes one record here when it starts and
      * marks it ended clean or abended when it finishes, so the
      * ledger holds every attempt at every step for every business
      * date.  A step refuses to start when the ledger already shows
      * a clean end for its date, unless its card carries the rerun
      * override - the attempt then records who authorized it - and
      * refuses when the step ahead of it in the stream has not
      * ended clean for the same date.  A record left STARTED with
      * no end is a step that died without reaching termination.
      * Month-end and year-end steps are dated by their period,
      * CCYYMM00 and CCYY0000.  CLAIMLGR prints the day's stream.
       01  RUN-LEDGER-REC.
           05  RL-KEY.
               10  RL-PROGRAM                 PIC X(08).
               10  RL-RUN-DATE                PIC 9(08).
               10  RL-ATTEMPT                 PIC 9(03).
           05  RL-STATUS                      PIC X(01).
               88  RL-STARTED                 VALUE 'S'.
               88  RL-ENDED-CLEAN             VALUE 'E'.
               88  RL-ABENDED                 VALUE 'A'.
           05  RL-START-DATE                  PIC 9(08).
           05  RL-START-TIME                  PIC 9(08).
           05  RL-END-DATE                    PIC 9(08).
           05  RL-END-TIME                    PIC 9(08).
           05  RL-RETURN-CODE                 PIC 9(04).
           05  RL-RERUN-IND                   PIC X(01).
               88  RL-RERUN-AUTHORIZED        VALUE 'R'.
           05  RL-RERUN-AUTH                  PIC X(08).
           05  FILLER                         PIC X(15).
