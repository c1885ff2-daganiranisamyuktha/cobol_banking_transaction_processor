      *================================================================*
      * Periodic Dormancy Review                                      *
      * Scans the permanent transaction history master for the last   *
      * customer-initiated posting ('D', 'W', 'T', or 'C' - system    *
      * postings such as interest and fees do not count as activity)  *
      * on every account, moves accounts quiet past the configured    *
      * number of months to DORMANT status, and writes an aging       *
      * with the state escheatment candidates flagged. A dormant      *
      * account is reactivated through ACCOUNT-MAINTENANCE once its   *
      * customer returns; the posting run rejects its transactions    *
      * with a reason code that says so. Certificates are never aged: *
      * they sit untouched through their term by design.              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-REVIEW.
       COPY "txnhist_record.cbl".

      * Sort Work File - customer-initiated history postings only,
      * ordered by account so each account's latest activity date
      * falls out of a control break.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-BUSINESS-DATE       PIC 9(8).

      * Sorted Activity File Record Structure
       FD  SORTED-ACTIVITY-FILE.
       01  SORTED-ACTIVITY-RECORD.
           05  SR-ACCOUNT-NUMBER      PIC X(10).
           05  SR-BUSINESS-DATE       PIC 9(8).

      * Aging Sort File - one record per dormant account, ordered by
       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  AG-LAST-ACTIVITY-DATE  PIC 9(8).
           05  AG-ACCOUNT-NUMBER      PIC X(10).
           05  AG-DORMANCY-FLAG       PIC X.
           05  AG-ESCHEAT-FLAG        PIC X.

       FD  DORMANT-AGED-FILE.
       01  DORMANT-AGED-RECORD.
           05  DA-LAST-ACTIVITY-DATE  PIC 9(8).
           05  DA-ACCOUNT-NUMBER      PIC X(10).
           05  DA-DORMANCY-FLAG       PIC X.
               88  NEWLY-DORMANT          VALUE 'N'.
               88  PREVIOUSLY-DORMANT     VALUE 'P'.
           END-IF

      * Pull the customer-initiated postings out of the permanent
      * history and order them by account for the control break.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               INPUT PROCEDURE IS SELECT-CUSTOMER-ACTIVITY
               GIVING SORTED-ACTIVITY-FILE

           DISPLAY "ESCHEAT CUTOFF:  " WS-ESCHEAT-CUTOFF-DATE

      * Position at the start of ACCTMASTER for a full-file scan.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           GO TO EXIT-SELECT-CUSTOMER-ACTIVITY.

       RELEASE-CUSTOMER-POSTINGS.
      * Only 'D', 'W', 'T', and 'C' (a check the customer wrote)
      * count as customer-initiated activity; interest 'I', fees
      * 'F'/'S', and the rest are system postings that must never
      * keep a quiet account alive.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
                   IF TH-TRANSACTION-TYPE = 'D'
                           OR TH-TRANSACTION-TYPE = 'W'
                           OR TH-TRANSACTION-TYPE = 'T'
                           OR TH-TRANSACTION-TYPE = 'C'
                       MOVE TH-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
                       MOVE TH-BUSINESS-DATE  TO SW-BUSINESS-DATE
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.
           ADD 1 TO WS-ACCOUNTS-SCANNED

      * Activity keyed below the current account belongs to a
      * account gone from ACCTMASTER; read past so the match-merge
      * stays lined up.
           PERFORM SKIP-LOW-ACTIVITY
               UNTIL ACTIVITY-END-OF-FILE
                  OR SR-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER

      * The latest customer-initiated posting date, off the sorted
      * activity; the records are consumed whatever the account
           MOVE ZERO TO WS-LAST-ACTIVITY-DATE
           PERFORM NOTE-ONE-ACTIVITY-DATE
               UNTIL ACTIVITY-END-OF-FILE
                  OR SR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER

      * Only active and already-dormant accounts are reviewed;
      * suspended and closed accounts belong to other processes. A
      * certificate is left untouched through its term by design and
      * is never quiet for want of its customer.
           IF NOT ACCOUNT-ACTIVE AND NOT ACCOUNT-DORMANT
               GO TO EXIT-REVIEW-ONE-ACCOUNT
           END-IF

           IF PRODUCT-CERTIFICATE
               GO TO EXIT-REVIEW-ONE-ACCOUNT
           END-IF

      * An account with no customer-initiated history ages from the
      * date the customer relationship was opened.
           IF WS-LAST-ACTIVITY-DATE = ZERO
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "DUPD" TO WS-EXCEPTION-REASON-CODE
                       MOVE AM-ACCOUNT-NUMBER
                         TO WS-EXCEPTION-CUSTOMER-ID
                       MOVE "DORMANT STATUS UPDATE FAILED"
                         TO WS-EXCEPTION-MESSAGE
           ELSE
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "DNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO HISTORY OR CUSTOMER RECORD - AGE UNKNOWN"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY

       RELEASE-DORMANT-ACCOUNT.
           MOVE WS-LAST-ACTIVITY-DATE TO AG-LAST-ACTIVITY-DATE
           MOVE AM-ACCOUNT-NUMBER     TO AG-ACCOUNT-NUMBER
           IF WS-LAST-ACTIVITY-DATE < WS-ESCHEAT-CUTOFF-DATE
               MOVE 'Y' TO AG-ESCHEAT-FLAG
               ADD 1 TO WS-ESCHEAT-CANDIDATES
           STRING "  "                   DELIMITED BY SIZE
                  DA-LAST-ACTIVITY-DATE  DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  DA-ACCOUNT-NUMBER      DELIMITED BY SIZE
             INTO DORMANCY-LINE
           END-STRING
           IF NEWLY-DORMANT
           WRITE DORMANCY-LINE

           MOVE SPACES TO DORMANCY-LINE
           MOVE "  LAST ACT  ACCOUNT" TO DORMANCY-LINE
           WRITE DORMANCY-LINE.

       GENERATE-SUMMARY-REPORT.
