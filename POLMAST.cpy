      * POLMAST - Policy master record layout.  One record per
      * policy, keyed by policy number: policy number, status, the
      * date it was cancelled (if ever), the term it was in force
      * (effective through expiry), its coverage limit and the
      * per-claim deductible netted off every payment before the
      * extract is cut.  Read at random by the claim programs and
      * maintained in place by POLMAINT, which logs every record it
      * touches to the POLBIMG before-image log.
       01  POLICY-REC.
           05  POL-POLICY-NUMBER              PIC X(10).
           05  POL-STATUS                     PIC X(01).
