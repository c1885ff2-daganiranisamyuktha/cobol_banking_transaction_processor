      *================================================================*
      * Shared Screening Review File Record Structure.                *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes SCREENPEND, so the layout never drifts between them.   *
      * One record per customer request or outbound transfer parked   *
      * on a possible watch-list match instead of being applied,      *
      * carrying the request as it arrived so that once compliance    *
      * clears it through SCREENING-REVIEW the next run of the        *
      * program that parked it can apply it exactly as keyed. A       *
      * confirmed match is never applied; its record is kept as the   *
      * compliance record of the stop.                                *
      *================================================================*
       FD  SCREENING-REVIEW-FILE.
       01  SCREENING-REVIEW-RECORD.
           05  RV-REVIEW-KEY.
               10  RV-SOURCE          PIC X.
                   88  REVIEW-CUSTOMER-REQUEST VALUE 'C'.
                   88  REVIEW-EXTERNAL-TRANSFER VALUE 'X'.
      *        THE CUSTOMER ID OF A CUSTOMER REQUEST, OR THE ACCOUNT
      *        NUMBER AN OUTBOUND TRANSFER WAS TO BE DEBITED FROM.
               10  RV-SUBJECT-ID      PIC X(10).
      *        THE TIMESTAMP OF THE MAINTENANCE RUN THAT PARKED A
      *        CUSTOMER REQUEST, OR A TRANSFER'S TRANSIN SEQUENCE
      *        NUMBER.
               10  RV-REFERENCE       PIC 9(14).
           05  RV-REVIEW-STATUS       PIC X.
               88  REVIEW-PENDING         VALUE 'P'.
               88  REVIEW-CLEARED         VALUE 'C'.
               88  REVIEW-CONFIRMED       VALUE 'F'.
               88  REVIEW-RELEASED        VALUE 'R'.
           05  RV-QUEUED-DATE         PIC 9(08).
           05  RV-DECIDED-DATE        PIC 9(08).
           05  RV-DECIDED-BY          PIC X(08).
           05  RV-RELEASED-DATE       PIC 9(08).
      *    THE WATCH-LIST ENTRY MATCHED, WHICH OF ITS FIELDS MATCHED
      *    (NAME, ADDRESS, ROUTING OR ACCOUNT), AND THE VALUE ON THE
      *    REQUEST IT MATCHED.
           05  RV-HIT-ENTRY-ID        PIC X(10).
           05  RV-HIT-FIELD           PIC X(08).
           05  RV-MATCHED-VALUE       PIC X(30).
      *    THE NUMBER OF ACCOUNTS PLACED ON HOLD WHEN THE ITEM WAS
      *    PARKED.
           05  RV-HOLDS-PLACED        PIC 9(03).
           05  RV-REQUEST-IMAGE       PIC X(160).
