      * regulatory threshold, together with the individual            *
      * transactions that made up the total, so split activity is     *
      * caught as surely as one large transaction. Single             *
      * transactions over the limit are flagged individually too.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-ACTIVITY-COMPLIANCE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-FILE-STATUS.

           COPY "acctmast_select.cbl".

           COPY "custmast_select.cbl".

           COPY "runctl_select.cbl".
       DATA DIVISION.
       FILE SECTION.
      * Daily Report File Record Structure - matches banking_main's
      * tagged layout; only DETAIL-LINE records carry the account
      * activity this program totals.
       FD  DAILY-REPORT-FILE.
       01  REPORT-RECORD.
           05  RP-REPORT-TEXT         PIC X(77).
       01  REPORT-DETAIL-RECORD REDEFINES REPORT-RECORD.
           05  FILLER                 PIC X(3).
           05  RP-ACCOUNT-NUMBER      PIC X(10).
           05  RP-TRANSACTION-TYPE    PIC X.
           05  RP-AMOUNT              PIC 9(7)V99.
           05  RP-STATUS              PIC X(10).
           05  RP-BRANCH-CODE         PIC X(2).
           05  FILLER                 PIC X(45).

      * Sort Work File - DAILY-REPORT-FILE detail lines re-keyed from
      * account number to the owning customer ID and ordered by it, so
      * a customer's activity across all their accounts is totalled
      * together with a control break.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-RECORD-TYPE         PIC X(3).
       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-LINE            PIC X(80).

       COPY "acctmast_record.cbl".

       COPY "custmast_record.cbl".

       COPY "runctl_record.cbl".
           05  WS-SORTED-FILE-STATUS      PIC XX.
           05  WS-PARM-FILE-STATUS        PIC XX.
           05  WS-COMPLIANCE-FILE-STATUS  PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-CUSTOMER-FILE-STATUS    PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.
           05  WS-EXCEPTION-FILE-STATUS       PIC XX.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-RELEASE-EOF-FLAG        PIC X VALUE 'N'.
               88  RELEASE-END-OF-FILE    VALUE 'Y'.

           05  WS-FIRST-RECORD-FLAG       PIC X VALUE 'Y'.
               88  FIRST-RECORD           VALUE 'Y'.

             TO WS-RUN-PREDECESSOR-JOB
           PERFORM VERIFY-RUN-CONTROL

           OPEN INPUT DAILY-REPORT-FILE
                INPUT ACCOUNT-MASTER-FILE

           PERFORM CHECK-SORT-INPUT-STATUSES

      * Sort the day's activity into customer ID order so it can be
      * totalled with a control break. The report carries account
      * numbers; each detail line is re-keyed to its owner on the way
      * in, so cash split across one customer's accounts is caught.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-ID
               INPUT PROCEDURE IS RELEASE-CUSTOMER-ACTIVITY
               GIVING SORTED-ACTIVITY-FILE

           CLOSE DAILY-REPORT-FILE
                 ACCOUNT-MASTER-FILE

           OPEN INPUT SORTED-ACTIVITY-FILE
                INPUT CUSTOMER-MASTER-FILE
                OUTPUT COMPLIANCE-REPORT-FILE

           PERFORM WRITE-REPORT-HEADER.

       CHECK-SORT-INPUT-STATUSES.
           IF WS-REPORT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING DAILY REPORT FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * ACCTMASTER may not exist yet on a brand new installation;
      * activity then totals under the account number alone.
           IF WS-ACCOUNT-FILE-STATUS = "35"
              CLOSE ACCOUNT-MASTER-FILE
              OPEN OUTPUT ACCOUNT-MASTER-FILE
              CLOSE ACCOUNT-MASTER-FILE
              OPEN INPUT ACCOUNT-MASTER-FILE
           END-IF.

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       CHECK-FILE-STATUSES.
           IF WS-SORTED-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY.

       RELEASE-CUSTOMER-ACTIVITY SECTION.
       RELEASE-CUSTOMER-ACTIVITY-ROUTINE.
           PERFORM RELEASE-ONE-REPORT-LINE
               UNTIL RELEASE-END-OF-FILE
           GO TO EXIT-RELEASE-CUSTOMER-ACTIVITY.

       RELEASE-ONE-REPORT-LINE.
           READ DAILY-REPORT-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM RELEASE-REPORT-LINE
           END-READ.

       RELEASE-REPORT-LINE.
           MOVE REPORT-RECORD TO SORT-RECORD

      * Detail lines are re-keyed to the owning customer; an account
      * missing from ACCTMASTER totals under its own number so its
      * activity is still examined.
           IF RP-RECORD-TYPE = 'DTL'
               MOVE RP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE RP-ACCOUNT-NUMBER TO SW-CUSTOMER-ID
                   NOT INVALID KEY
                       MOVE AM-CUSTOMER-ID TO SW-CUSTOMER-ID
               END-READ
           END-IF

           RELEASE SORT-RECORD.

       EXIT-RELEASE-CUSTOMER-ACTIVITY.
           EXIT.

       COMPLIANCE-REPORT-SECTION SECTION.
       PROCESS-SORTED-ACTIVITY.
           READ SORTED-ACTIVITY-FILE
               AT END
