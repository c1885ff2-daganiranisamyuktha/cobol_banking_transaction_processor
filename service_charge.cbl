      * minimum balance across the statement month - the opening      *
      * balance and every TH-RESULTING-BALANCE on the permanent       *
      * history master - stayed at or above the parameter threshold.  *
      * Checking and savings each carry their own charge and waiver   *
      * threshold.                                                    *
      * Charges post with their own 'S' transaction type through the  *
      * audit log and history master, so statements label them as a   *
      * service charge and the GL extract books them as fee income,   *
      * Service Charge Parameter File Record Structure - the monthly
      * maintenance charge and the minimum balance at or above which
      * it is waived, so the fee schedule can move without a program
      * change. The first pair is the checking schedule; the savings
      * pair behind it may be left blank to keep the savings defaults.
       FD  SERVICE-PARM-FILE.
       01  SERVICE-PARM-RECORD.
           05  SP-CHARGE-AMOUNT       PIC 9(5)V99.
           05  SP-WAIVER-MINIMUM      PIC 9(7)V99.
           05  SP-SAVINGS-SCHEDULE.
               10  SP-SAVINGS-CHARGE-AMOUNT  PIC 9(5)V99.
               10  SP-SAVINGS-WAIVER-MINIMUM PIC 9(7)V99.

       COPY "txnhist_record.cbl".

      * Sort Work File - the statement month's postings ordered by
      * account and posting date, so the month's minimum balance
      * falls out of a control break.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-BUSINESS-DATE       PIC 9(8).
           05  SW-SIGNED-AMOUNT       PIC S9(10)V99.
           05  SW-RESULTING-BALANCE   PIC S9(10)V99.
      * Sorted History File Record Structure
       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-RECORD.
           05  SH-ACCOUNT-NUMBER      PIC X(10).
           05  SH-BUSINESS-DATE       PIC 9(8).
           05  SH-SIGNED-AMOUNT       PIC S9(10)V99.
           05  SH-RESULTING-BALANCE   PIC S9(10)V99.
      * postings.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.
           05  WS-HISTORY-EOF-FLAG        PIC X VALUE 'N'.
               88  HISTORY-END-OF-FILE    VALUE 'Y'.

      * Assessment Parameters - SVCPARM overrides the defaults. Each
      * product carries its own schedule; WS-CHARGE-AMOUNT and
      * WS-WAIVER-MINIMUM are loaded from the schedule of the account
      * under assessment.
       01  WS-ASSESSMENT-CONTROLS.
           05  WS-CHECKING-CHARGE-AMOUNT  PIC 9(5)V99 VALUE 10.00.
           05  WS-CHECKING-WAIVER-MINIMUM PIC 9(7)V99 VALUE 500.00.
           05  WS-SAVINGS-CHARGE-AMOUNT   PIC 9(5)V99 VALUE 5.00.
           05  WS-SAVINGS-WAIVER-MINIMUM  PIC 9(7)V99 VALUE 300.00.
           05  WS-CHARGE-AMOUNT           PIC 9(5)V99.
           05  WS-WAIVER-MINIMUM          PIC 9(7)V99.

      * The Statement Month, And The Minimum Balance Seen Across It
      * For The Account Currently Under Assessment.
           END-IF

      * Pull the assessment month's postings out of the permanent
      * history and order them by account, then posting date, with
      * equal keys kept in posted order.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               ON ASCENDING KEY SW-BUSINESS-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-ASSESSMENT-MONTH
           PERFORM WRITE-REPORT-HEADER

      * Position at the start of ACCTMASTER for a full-file scan.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
                               AND SP-CHARGE-AMOUNT > ZERO
                               AND SP-WAIVER-MINIMUM NUMERIC
                           MOVE SP-CHARGE-AMOUNT
                             TO WS-CHECKING-CHARGE-AMOUNT
                           MOVE SP-WAIVER-MINIMUM
                             TO WS-CHECKING-WAIVER-MINIMUM
                       ELSE
                           PERFORM LOG-INVALID-SERVICE-PARM
                       END-IF
                       IF SP-SAVINGS-SCHEDULE NOT = SPACES
                           IF SP-SAVINGS-CHARGE-AMOUNT NUMERIC
                                   AND SP-SAVINGS-CHARGE-AMOUNT > ZERO
                                   AND SP-SAVINGS-WAIVER-MINIMUM
                                       NUMERIC
                               MOVE SP-SAVINGS-CHARGE-AMOUNT
                                 TO WS-SAVINGS-CHARGE-AMOUNT
                               MOVE SP-SAVINGS-WAIVER-MINIMUM
                                 TO WS-SAVINGS-WAIVER-MINIMUM
                           ELSE
                               PERFORM LOG-INVALID-SERVICE-PARM
                           END-IF
                       END-IF
               END-READ
               CLOSE SERVICE-PARM-FILE
           END-IF.
                       GIVING WS-POSTING-YEAR-MONTH
                       REMAINDER WS-PERIOD-REMAINDER
                   IF WS-POSTING-YEAR-MONTH = WS-STATEMENT-YEAR-MONTH
                       MOVE TH-ACCOUNT-NUMBER    TO SW-ACCOUNT-NUMBER
                       MOVE TH-BUSINESS-DATE     TO SW-BUSINESS-DATE
                       MOVE TH-SIGNED-AMOUNT     TO SW-SIGNED-AMOUNT
                       MOVE TH-RESULTING-BALANCE

           ADD 1 TO WS-ACCOUNTS-SCANNED

      * History for an account below the current account belongs to
      * an account gone from ACCTMASTER; read past so the
      * match-merge stays lined up.
           PERFORM SKIP-LOW-HISTORY
               UNTIL HISTORY-END-OF-FILE
                  OR SH-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER

      * The month's minimum balance: the opening balance recomputed
      * off the first posting, then the low-water mark of every
      * consumed whatever the account status so the merge stays
      * lined up for the next account.
           IF NOT HISTORY-END-OF-FILE
                   AND SH-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
               COMPUTE WS-OPENING-BALANCE =
                   SH-RESULTING-BALANCE - SH-SIGNED-AMOUNT
               MOVE WS-OPENING-BALANCE TO WS-MINIMUM-BALANCE
               PERFORM NOTE-ONE-MONTH-POSTING
                   UNTIL HISTORY-END-OF-FILE
                      OR SH-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
           ELSE
               MOVE AM-ACCOUNT-BALANCE TO WS-MINIMUM-BALANCE
           END-IF
               GO TO EXIT-ASSESS-ONE-ACCOUNT
           END-IF

      * A certificate carries no maintenance charge; what it owes
      * for breaking its term is the early-withdrawal penalty.
           IF PRODUCT-CERTIFICATE
               GO TO EXIT-ASSESS-ONE-ACCOUNT
           END-IF

           IF PRODUCT-SAVINGS
               MOVE WS-SAVINGS-CHARGE-AMOUNT  TO WS-CHARGE-AMOUNT
               MOVE WS-SAVINGS-WAIVER-MINIMUM TO WS-WAIVER-MINIMUM
           ELSE
               MOVE WS-CHECKING-CHARGE-AMOUNT  TO WS-CHARGE-AMOUNT
               MOVE WS-CHECKING-WAIVER-MINIMUM TO WS-WAIVER-MINIMUM
           END-IF

           IF WS-MINIMUM-BALANCE NOT < WS-WAIVER-MINIMUM
               ADD 1 TO WS-ACCOUNTS-WAIVED
               PERFORM WRITE-ONE-ASSESSMENT-LINE-WAIVED
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "SUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE AM-ACCOUNT-NUMBER
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "SERVICE CHARGE POSTING FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   GO TO EXIT-POST-ONE-SERVICE-CHARGE
           END-REWRITE

           MOVE AM-ACCOUNT-NUMBER        TO AU-ACCOUNT-NUMBER
           MOVE WS-AUDIT-BEFORE-BALANCE  TO AU-BEFORE-BALANCE
           MOVE AM-ACCOUNT-BALANCE       TO AU-AFTER-BALANCE
           MOVE 'S'                      TO AU-TRANSACTION-TYPE
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO AU-TIMESTAMP
           WRITE AUDIT-RECORD

           MOVE AM-ACCOUNT-NUMBER  TO TH-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE   TO TH-BUSINESS-DATE
           MOVE 'S'                TO TH-TRANSACTION-TYPE
           COMPUTE TH-SIGNED-AMOUNT = ZERO - WS-CHARGE-AMOUNT
           MOVE "99"               TO TH-BRANCH-CODE
           WRITE TRANSACTION-HISTORY-RECORD

           MOVE AM-ACCOUNT-NUMBER       TO SC-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE        TO SC-BUSINESS-DATE
           MOVE WS-AUDIT-BEFORE-BALANCE TO SC-BALANCE-BEFORE
           MOVE WS-CHARGE-AMOUNT        TO SC-CHARGE-AMOUNT
           MOVE WS-MINIMUM-BALANCE TO WS-EDIT-MINIMUM
           MOVE WS-CHARGE-AMOUNT   TO WS-EDIT-CHARGE
           STRING "  "              DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  "  MIN "          DELIMITED BY SIZE
                  WS-EDIT-MINIMUM   DELIMITED BY SIZE
                  "  CHARGED "      DELIMITED BY SIZE
           MOVE SPACES TO SERVICE-PRINT-LINE
           MOVE WS-MINIMUM-BALANCE TO WS-EDIT-MINIMUM
           STRING "  "              DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  "  MIN "          DELIMITED BY SIZE
                  WS-EDIT-MINIMUM   DELIMITED BY SIZE
                  "  WAIVED"        DELIMITED BY SIZE
           WRITE SERVICE-PRINT-LINE

           MOVE SPACES TO SERVICE-PRINT-LINE
           MOVE WS-CHECKING-CHARGE-AMOUNT  TO WS-EDIT-CHARGE
           MOVE WS-CHECKING-WAIVER-MINIMUM TO WS-EDIT-MINIMUM
           STRING "CHECKING CHARGE " DELIMITED BY SIZE
                  WS-EDIT-CHARGE     DELIMITED BY SIZE
                  "  WAIVED AT MIN " DELIMITED BY SIZE
                  WS-EDIT-MINIMUM    DELIMITED BY SIZE
             INTO SERVICE-PRINT-LINE
           END-STRING
           WRITE SERVICE-PRINT-LINE

           MOVE SPACES TO SERVICE-PRINT-LINE
           MOVE WS-SAVINGS-CHARGE-AMOUNT  TO WS-EDIT-CHARGE
           MOVE WS-SAVINGS-WAIVER-MINIMUM TO WS-EDIT-MINIMUM
           STRING "SAVINGS  CHARGE " DELIMITED BY SIZE
                  WS-EDIT-CHARGE     DELIMITED BY SIZE
                  "  WAIVED AT MIN " DELIMITED BY SIZE
                  WS-EDIT-MINIMUM    DELIMITED BY SIZE
