      *================================================================*
      * Shared Stop Payment File Record Structure.                    *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes STOPPAY, so the layout never drifts between them. One  *
      * record per stop, keyed by the account the checks are drawn    *
      * on and the first check number the stop covers; the owning     *
      * customer is an alternate key so every stop a customer has     *
      * placed can be listed together. A released stop keeps its      *
      * record (with the release date) until the retention purge      *
      * archives it; an expired stop simply stops matching.           *
      *================================================================*
       FD  STOP-PAYMENT-FILE.
       01  STOP-PAYMENT-RECORD.
           05  SP-STOP-KEY.
               10  SP-ACCOUNT-NUMBER  PIC X(10).
               10  SP-CHECK-FROM      PIC 9(10).
      *    LAST CHECK NUMBER THE STOP COVERS; EQUAL TO SP-CHECK-FROM
      *    FOR A STOP ON A SINGLE CHECK.
           05  SP-CHECK-TO            PIC 9(10).
      *    ZERO STOPS EVERY CHECK IN THE RANGE WHATEVER ITS AMOUNT;
      *    OTHERWISE ONLY A CHECK FOR EXACTLY THIS AMOUNT IS STOPPED.
           05  SP-AMOUNT              PIC 9(7)V99.
           05  SP-CUSTOMER-ID         PIC X(10).
           05  SP-STOP-STATUS         PIC X.
               88  STOP-ACTIVE            VALUE 'A'.
               88  STOP-RELEASED          VALUE 'R'.
           05  SP-PLACED-DATE         PIC 9(08).
      *    THE LAST BUSINESS DATE ON WHICH THE STOP STILL HOLDS.
           05  SP-EXPIRY-DATE         PIC 9(08).
           05  SP-RELEASED-DATE       PIC 9(08).
