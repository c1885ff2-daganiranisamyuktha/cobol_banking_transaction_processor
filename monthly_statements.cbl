      *================================================================*
      * Monthly Customer Statements                                   *
      * Prints one mailing per customer, holding a statement section  *
      * for every account the customer owns on ACCOUNT-MASTER-FILE,   *
      * from the permanent transaction history master: the opening    *
      * balance, every posting for the statement month in order -     *
      * deposits, withdrawals, transfer legs with the counterparty,   *
       FILE SECTION.
       COPY "txnhist_record.cbl".

      * Sort Work File - one account header per ACCTMASTER record
      * plus the month's TXNHIST postings, ordered by owning customer,
      * account, and posting date, so each customer's mailing comes
      * off together with every account's header ahead of its lines.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-CUSTOMER-ID         PIC X(10).
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-ENTRY-TYPE          PIC X.
               88  SW-ACCOUNT-HEADER  VALUE 'A'.
               88  SW-POSTING         VALUE 'P'.
           05  SW-BUSINESS-DATE       PIC 9(8).
           05  SW-POSTING-DETAIL.
               10  SW-TRANSACTION-TYPE    PIC X.
               10  SW-SIGNED-AMOUNT       PIC S9(10)V99.
               10  SW-COUNTERPARTY-ID     PIC X(10).
               10  SW-RESULTING-BALANCE   PIC S9(10)V99.
               10  SW-ORIGINAL-DATE       PIC 9(8).
               10  SW-ORIGINAL-TYPE       PIC X.
               10  SW-BRANCH-CODE         PIC X(2).
           05  SW-HEADER-DETAIL REDEFINES SW-POSTING-DETAIL.
               10  SW-PRODUCT-CODE        PIC X(3).
               10  SW-ACCOUNT-BALANCE     PIC S9(10)V99.
               10  FILLER                 PIC X(31).

      * Sorted History File Record Structure
       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-RECORD.
           05  SH-CUSTOMER-ID         PIC X(10).
           05  SH-ACCOUNT-NUMBER      PIC X(10).
           05  SH-ENTRY-TYPE          PIC X.
               88  SH-ACCOUNT-HEADER  VALUE 'A'.
               88  SH-POSTING         VALUE 'P'.
           05  SH-BUSINESS-DATE       PIC 9(8).
           05  SH-POSTING-DETAIL.
               10  SH-TRANSACTION-TYPE    PIC X.
               10  SH-SIGNED-AMOUNT       PIC S9(10)V99.
               10  SH-COUNTERPARTY-ID     PIC X(10).
               10  SH-RESULTING-BALANCE   PIC S9(10)V99.
               10  SH-ORIGINAL-DATE       PIC 9(8).
               10  SH-ORIGINAL-TYPE       PIC X.
               10  SH-BRANCH-CODE         PIC X(2).
           05  SH-HEADER-DETAIL REDEFINES SH-POSTING-DETAIL.
               10  SH-PRODUCT-CODE        PIC X(3).
               10  SH-ACCOUNT-BALANCE     PIC S9(10)V99.
               10  FILLER                 PIC X(31).

       COPY "acctmast_record.cbl".


      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-MAILINGS-PRINTED    PIC 9(5) COMP VALUE ZERO.
           05  WS-STATEMENTS-PRINTED  PIC 9(5) COMP VALUE ZERO.
           05  WS-POSTINGS-PRINTED    PIC 9(7) COMP VALUE ZERO.
           05  WS-ORPHAN-POSTINGS     PIC 9(7) COMP VALUE ZERO.
           05  WS-RELEASE-EOF-FLAG        PIC X VALUE 'N'.
               88  RELEASE-END-OF-FILE    VALUE 'Y'.

           05  WS-CUSTOMER-LOOKUP-STATUS  PIC X.
               88  CUSTOMER-FOUND         VALUE 'F'.
               88  CUSTOMER-NOT-FOUND     VALUE 'N'.

      * Statement Work Areas - the customer whose mailing is printing
      * and the balances carried across the control break for the
      * account section currently printing.
       01  WS-STATEMENT-WORK-AREA.
           05  WS-MAILING-CUSTOMER-ID     PIC X(10).
           05  WS-STATEMENT-ACCOUNT       PIC X(10).
           05  WS-STATEMENT-PRODUCT       PIC X(3).
           05  WS-PRODUCT-DESCRIPTION     PIC X(10).
           05  WS-OPENING-BALANCE         PIC S9(10)V99.
           05  WS-CLOSING-BALANCE         PIC S9(10)V99.
           05  WS-PAGE-POSTING-COUNT      PIC 9(5) COMP.
           05  WS-TYPE-DESCRIPTION        PIC X(10).

      * Checks Paid In The Account Section Printing, Kept In Check
      * Number Order As Each Posting Is Filed So The List Under The
      * Closing Balance Reads By Number. Once The Table Fills, The
      * Remaining Checks Still Print Among The Postings Above And
      * The List Says It Is Incomplete.
       01  WS-PAID-CHECK-TABLE.
           05  WS-PAID-CHECK-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-PAID-CHECK-MAX          PIC 9(4) COMP VALUE 300.
           05  WS-PAID-CHECK-SLOT         PIC 9(4) COMP.
           05  WS-PAID-CHECK-FLAGS.
               10  WS-PAID-CHECK-OVERFLOW-FLAG PIC X VALUE 'N'.
                   88  PAID-CHECK-OVERFLOW    VALUE 'Y'.
               10  WS-PAID-CHECK-PLACED-FLAG   PIC X VALUE 'N'.
                   88  PAID-CHECK-PLACED      VALUE 'Y'.
           05  WS-NEW-CHECK-NUMBER        PIC 9(10).
           05  WS-PAID-CHECK-ENTRY OCCURS 300 TIMES.
               10  WS-PC-CHECK-NUMBER     PIC 9(10).
               10  WS-PC-POSTED-DATE      PIC 9(8).
               10  WS-PC-AMOUNT           PIC S9(10)V99.

      * The Statement Month: Postings Are Selected Where The Posting
      * Date's Year And Month Equal This Value.
       01  WS-STATEMENT-PERIOD.
       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PRINT-ONE-MAILING THRU EXIT-PRINT-ONE-MAILING
               UNTIL END-OF-FILE
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.
               PERFORM ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT ACCOUNT-MASTER-FILE

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Pull every account and the statement month's postings out of
      * the masters and order them by owning customer, then account,
      * then posting date, with equal keys kept in posted order. The
      * account header sorts ahead of its own postings.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-ID
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               ON ASCENDING KEY SW-ENTRY-TYPE
               ON ASCENDING KEY SW-BUSINESS-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-STATEMENT-MONTH
               GIVING SORTED-HISTORY-FILE

           CLOSE TRANSACTION-HISTORY-FILE
                 ACCOUNT-MASTER-FILE

           OPEN INPUT SORTED-HISTORY-FILE
                INPUT CUSTOMER-MASTER-FILE
                OUTPUT STATEMENT-FILE

           DISPLAY "MONTHLY CUSTOMER STATEMENTS"
           DISPLAY "PERIOD: " WS-STATEMENT-YEAR-MONTH

           PERFORM READ-SORTED-HISTORY.

       CHECK-FILE-STATUSES.
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * CUSTMASTER may not exist yet on a brand new installation;
      * each statement then simply prints without a mailing block.
           IF WS-CUSTOMER-FILE-STATUS = "35"

       SELECT-STATEMENT-MONTH SECTION.
       SELECT-STATEMENT-MONTH-ROUTINE.
      * Every account gets a statement section, posted to or not.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET RELEASE-END-OF-FILE TO TRUE
           END-START

           PERFORM RELEASE-ACCOUNT-HEADER
               UNTIL RELEASE-END-OF-FILE

           MOVE 'N' TO WS-RELEASE-EOF-FLAG
           PERFORM RELEASE-MONTH-POSTINGS
               UNTIL RELEASE-END-OF-FILE
           GO TO EXIT-SELECT-STATEMENT-MONTH.

       RELEASE-ACCOUNT-HEADER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES               TO SORT-RECORD
                   MOVE AM-CUSTOMER-ID       TO SW-CUSTOMER-ID
                   MOVE AM-ACCOUNT-NUMBER    TO SW-ACCOUNT-NUMBER
                   SET SW-ACCOUNT-HEADER     TO TRUE
                   MOVE ZERO                 TO SW-BUSINESS-DATE
                   MOVE AM-PRODUCT-CODE      TO SW-PRODUCT-CODE
                   MOVE AM-ACCOUNT-BALANCE   TO SW-ACCOUNT-BALANCE
                   RELEASE SORT-RECORD
           END-READ.

       RELEASE-MONTH-POSTINGS.
           READ TRANSACTION-HISTORY-FILE
               AT END
                       GIVING WS-POSTING-YEAR-MONTH
                       REMAINDER WS-PERIOD-REMAINDER
                   IF WS-POSTING-YEAR-MONTH = WS-STATEMENT-YEAR-MONTH
                       PERFORM SET-POSTING-CUSTOMER
                       MOVE TH-ACCOUNT-NUMBER    TO SW-ACCOUNT-NUMBER
                       SET SW-POSTING            TO TRUE
                       MOVE TH-BUSINESS-DATE     TO SW-BUSINESS-DATE
                       MOVE TH-TRANSACTION-TYPE  TO SW-TRANSACTION-TYPE
                       MOVE TH-SIGNED-AMOUNT     TO SW-SIGNED-AMOUNT
                   END-IF
           END-READ.

       SET-POSTING-CUSTOMER.
      * A posting files under its account's owner. One whose account
      * is gone from ACCTMASTER has no owner and no header to print
      * under; it sorts to the front and is logged as an orphan.
           MOVE TH-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SW-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE AM-CUSTOMER-ID TO SW-CUSTOMER-ID
           END-READ.

       EXIT-SELECT-STATEMENT-MONTH.
           EXIT.

       STATEMENT-PRINT-SECTION SECTION.
       PRINT-ONE-MAILING.
      * A posting with no account header ahead of it belongs to an
      * account gone from ACCTMASTER; log and read past it.
           IF NOT SH-ACCOUNT-HEADER
               PERFORM SKIP-ORPHAN-HISTORY
               GO TO EXIT-PRINT-ONE-MAILING
           END-IF

           MOVE SH-CUSTOMER-ID TO WS-MAILING-CUSTOMER-ID
           PERFORM WRITE-MAILING-HEADER

           PERFORM PRINT-ONE-STATEMENT THRU EXIT-PRINT-ONE-STATEMENT
               UNTIL END-OF-FILE
                  OR SH-CUSTOMER-ID NOT = WS-MAILING-CUSTOMER-ID

           ADD 1 TO WS-MAILINGS-PRINTED.

       EXIT-PRINT-ONE-MAILING.
           EXIT.

       PRINT-ONE-STATEMENT.
           IF NOT SH-ACCOUNT-HEADER
               PERFORM SKIP-ORPHAN-HISTORY
               GO TO EXIT-PRINT-ONE-STATEMENT
           END-IF

           MOVE SH-ACCOUNT-NUMBER  TO WS-STATEMENT-ACCOUNT
           MOVE SH-PRODUCT-CODE    TO WS-STATEMENT-PRODUCT
           MOVE SH-ACCOUNT-BALANCE TO WS-OPENING-BALANCE
           PERFORM READ-SORTED-HISTORY

           PERFORM WRITE-STATEMENT-HEADER

      * The opening balance is backed out of the month's first
      * posting; an account with no postings opens where it stands.
           IF NOT END-OF-FILE
                   AND SH-POSTING
                   AND SH-ACCOUNT-NUMBER = WS-STATEMENT-ACCOUNT
               COMPUTE WS-OPENING-BALANCE =
                   SH-RESULTING-BALANCE - SH-SIGNED-AMOUNT
           END-IF

           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           PERFORM WRITE-OPENING-BALANCE-LINE

           MOVE ZERO TO WS-PAGE-POSTING-COUNT
           MOVE ZERO TO WS-PAID-CHECK-COUNT
           MOVE 'N'  TO WS-PAID-CHECK-OVERFLOW-FLAG
           PERFORM PRINT-ONE-POSTING
               UNTIL END-OF-FILE
                  OR SH-ACCOUNT-HEADER
                  OR SH-ACCOUNT-NUMBER NOT = WS-STATEMENT-ACCOUNT

           PERFORM WRITE-CLOSING-BALANCE-LINE
           IF WS-PAID-CHECK-COUNT > ZERO
               PERFORM WRITE-PAID-CHECK-LIST
           END-IF
           ADD 1 TO WS-STATEMENTS-PRINTED.

       EXIT-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-ORPHAN-POSTINGS
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "TORF" TO WS-EXCEPTION-REASON-CODE
           MOVE SH-ACCOUNT-NUMBER
             TO WS-EXCEPTION-CUSTOMER-ID
           MOVE "HISTORY POSTING FOR ACCOUNT NOT ON ACCTMASTER"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           PERFORM READ-SORTED-HISTORY.

       PRINT-ONE-POSTING.
           PERFORM SET-TYPE-DESCRIPTION

           END-IF
           WRITE STATEMENT-LINE

           IF SH-TRANSACTION-TYPE = 'C'
               PERFORM FILE-PAID-CHECK
           END-IF

           MOVE SH-RESULTING-BALANCE TO WS-CLOSING-BALANCE
           ADD 1 TO WS-PAGE-POSTING-COUNT
           ADD 1 TO WS-POSTINGS-PRINTED
                                               MOVE "SVC CHARGE"
                                                 TO WS-TYPE-DESCRIPTION
                                           ELSE
                                               PERFORM
                                            SET-LATER-TYPE-DESCRIPTION
                                           END-IF
                                       END-IF
                                   END-IF
               END-IF
           END-IF.

       SET-LATER-TYPE-DESCRIPTION.
      * Continues the type test of SET-TYPE-DESCRIPTION for the later
      * posting types.
           IF SH-TRANSACTION-TYPE = 'A'
               MOVE "ACH CREDIT" TO WS-TYPE-DESCRIPTION
           ELSE
               IF SH-TRANSACTION-TYPE = 'B'
                   MOVE "ACH DEBIT " TO WS-TYPE-DESCRIPTION
               ELSE
                   IF SH-TRANSACTION-TYPE = 'C'
                       MOVE "CHECK PAID" TO WS-TYPE-DESCRIPTION
                   ELSE
                       IF SH-TRANSACTION-TYPE = 'P'
                           MOVE "CD PENALTY" TO WS-TYPE-DESCRIPTION
                       ELSE
                           IF SH-TRANSACTION-TYPE = 'O'
                               MOVE "CHARGE-OFF"
                                 TO WS-TYPE-DESCRIPTION
                           ELSE
                               IF SH-TRANSACTION-TYPE = 'Y'
                                   MOVE "RECOVERY  "
                                     TO WS-TYPE-DESCRIPTION
                               ELSE
                                   MOVE "UNKNOWN   "
                                     TO WS-TYPE-DESCRIPTION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FILE-PAID-CHECK.
      * Insert the check into the table in check number order: every
      * entry numbered above it moves up one slot to make room. The
      * check number rides in the counterparty column of the posting.
           IF WS-PAID-CHECK-COUNT NOT < WS-PAID-CHECK-MAX
               SET PAID-CHECK-OVERFLOW TO TRUE
           ELSE
               MOVE SH-COUNTERPARTY-ID  TO WS-NEW-CHECK-NUMBER
               MOVE WS-PAID-CHECK-COUNT TO WS-PAID-CHECK-SLOT
               MOVE 'N' TO WS-PAID-CHECK-PLACED-FLAG
               IF WS-PAID-CHECK-SLOT = ZERO
                   SET PAID-CHECK-PLACED TO TRUE
               END-IF
               PERFORM SHIFT-ONE-PAID-CHECK
                   UNTIL PAID-CHECK-PLACED
               ADD 1 TO WS-PAID-CHECK-SLOT
               MOVE WS-NEW-CHECK-NUMBER
                 TO WS-PC-CHECK-NUMBER (WS-PAID-CHECK-SLOT)
               MOVE SH-BUSINESS-DATE
                 TO WS-PC-POSTED-DATE (WS-PAID-CHECK-SLOT)
               COMPUTE WS-PC-AMOUNT (WS-PAID-CHECK-SLOT) =
                   ZERO - SH-SIGNED-AMOUNT
               ADD 1 TO WS-PAID-CHECK-COUNT
           END-IF.

       SHIFT-ONE-PAID-CHECK.
           IF WS-PC-CHECK-NUMBER (WS-PAID-CHECK-SLOT)
                   > WS-NEW-CHECK-NUMBER
               MOVE WS-PAID-CHECK-ENTRY (WS-PAID-CHECK-SLOT)
                 TO WS-PAID-CHECK-ENTRY (WS-PAID-CHECK-SLOT + 1)
               SUBTRACT 1 FROM WS-PAID-CHECK-SLOT
               IF WS-PAID-CHECK-SLOT = ZERO
                   SET PAID-CHECK-PLACED TO TRUE
               END-IF
           ELSE
               SET PAID-CHECK-PLACED TO TRUE
           END-IF.

       SET-PRODUCT-DESCRIPTION.
           IF WS-STATEMENT-PRODUCT = 'CHK'
               MOVE "CHECKING  " TO WS-PRODUCT-DESCRIPTION
           ELSE
               IF WS-STATEMENT-PRODUCT = 'SAV'
                   MOVE "SAVINGS   " TO WS-PRODUCT-DESCRIPTION
               ELSE
                   IF WS-STATEMENT-PRODUCT = 'CTD'
                       MOVE "TIME DEP  " TO WS-PRODUCT-DESCRIPTION
                   ELSE
                       MOVE WS-STATEMENT-PRODUCT
                         TO WS-PRODUCT-DESCRIPTION
                   END-IF
               END-IF
           END-IF.

       READ-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       WRITE-MAILING-HEADER.
      * Page break between mailings; the name-and-address block and
      * the statement period head the whole envelope once.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM WRITE-MAILING-BLOCK THRU EXIT-WRITE-MAILING-BLOCK
           MOVE SPACES TO STATEMENT-LINE
           STRING "CUSTOMER STATEMENT  CUSTOMER " DELIMITED BY SIZE
                  WS-MAILING-CUSTOMER-ID          DELIMITED BY SIZE
                  "  PERIOD "                     DELIMITED BY SIZE
                  WS-STATEMENT-YEAR-MONTH         DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       WRITE-STATEMENT-HEADER.
           PERFORM SET-PRODUCT-DESCRIPTION
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCOUNT "                     DELIMITED BY SIZE
                  WS-STATEMENT-ACCOUNT           DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-PRODUCT-DESCRIPTION         DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
      * says so in place of the address, and the gap is logged for
      * someone to repair the customer master.
           SET CUSTOMER-FOUND TO TRUE
           MOVE WS-MAILING-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           IF CUSTOMER-NOT-FOUND
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "SNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-MAILING-CUSTOMER-ID
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CUSTOMER RECORD ON FILE FOR STATEMENT"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
           END-STRING
           WRITE STATEMENT-LINE.

       WRITE-PAID-CHECK-LIST.
           MOVE SPACES TO STATEMENT-LINE
           MOVE "  CHECKS PAID" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           MOVE "    CHECK NO    DATE PAID              AMOUNT"
             TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE ZERO TO WS-PAID-CHECK-SLOT
           PERFORM WRITE-ONE-PAID-CHECK-LINE
               UNTIL WS-PAID-CHECK-SLOT NOT < WS-PAID-CHECK-COUNT

           IF PAID-CHECK-OVERFLOW
               MOVE SPACES TO STATEMENT-LINE
               MOVE "    FURTHER CHECKS PAID ARE IN THE POSTINGS ABOVE"
                 TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       WRITE-ONE-PAID-CHECK-LINE.
           ADD 1 TO WS-PAID-CHECK-SLOT
           MOVE WS-PC-POSTED-DATE (WS-PAID-CHECK-SLOT) TO WS-EDIT-DATE
           MOVE WS-PC-AMOUNT (WS-PAID-CHECK-SLOT)      TO WS-EDIT-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "    "                 DELIMITED BY SIZE
                  WS-PC-CHECK-NUMBER (WS-PAID-CHECK-SLOT)
                                         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EDIT-DATE           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EDIT-AMOUNT         DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "MONTHLY STATEMENT SUMMARY"
           DISPLAY "Mailings Printed:  " WS-MAILINGS-PRINTED
           DISPLAY "Statements Printed:" WS-STATEMENTS-PRINTED
           DISPLAY "Postings Printed:  " WS-POSTINGS-PRINTED
           DISPLAY "Orphan Postings:   " WS-ORPHAN-POSTINGS.
           PERFORM MARK-JOB-COMPLETE

           CLOSE SORTED-HISTORY-FILE
                 CUSTOMER-MASTER-FILE
                 STATEMENT-FILE
                 RUN-CONTROL-FILE
