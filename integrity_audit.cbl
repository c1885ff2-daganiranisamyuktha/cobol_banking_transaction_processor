      *================================================================*
      * Weekly Cross-File Referential Integrity Audit                 *
      * Read-only sweep of the masters and work files for records     *
      * that no longer agree with each other: accounts whose owner is *
      * not on CUSTMASTER and customers with no accounts; holds,      *
      * standing orders and sequence tracking left against closed or  *
      * missing accounts; product and status combinations in use with *
      * no rate on RATETABLE; certificate terms out of step with      *
      * their accounts; charge-off fields and 'O'/'Y' postings out of *
      * step with the account status; screening holds and review      *
      * items with nothing behind them; and approval queue items that *
      * have lost their subject or were decided by the operator who   *
      * entered them. TXNHIST is replayed account by account: every   *
      * resulting balance must chain from the one before it, and the  *
      * last must equal the balance on ACCTMASTER. Each break is      *
      * logged to EXCPLOG under its own reason code and listed on the *
      * findings report with counts by check. Like the recovery       *
      * check it may be re-run after every repair until it comes back *
      * clean.                                                        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "txnhist_select.cbl".

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-HISTORY-FILE
               ASSIGN TO "INTSORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

           COPY "acctmast_select.cbl".

           COPY "custmast_select.cbl".

           COPY "holds_select.cbl".

           COPY "standord_select.cbl".

           COPY "seqtrack_select.cbl".

           COPY "ratetable_select.cbl".

           COPY "certmast_select.cbl".

           COPY "watchlist_select.cbl".

           COPY "screenpend_select.cbl".

           COPY "apprpend_select.cbl".

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

           COPY "runctl_select.cbl".

           COPY "excplog_select.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "txnhist_record.cbl".

      * Sort Work File - every history posting, ordered by account
      * with each account's postings kept in the order they were
      * appended, so the balance can be replayed.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-BUSINESS-DATE       PIC 9(8).
           05  SW-TRANSACTION-TYPE    PIC X.
           05  SW-SIGNED-AMOUNT       PIC S9(10)V99.
           05  SW-RESULTING-BALANCE   PIC S9(10)V99.

      * Sorted History File Record Structure
       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-RECORD.
           05  SR-ACCOUNT-NUMBER      PIC X(10).
           05  SR-BUSINESS-DATE       PIC 9(8).
           05  SR-TRANSACTION-TYPE    PIC X.
           05  SR-SIGNED-AMOUNT       PIC S9(10)V99.
           05  SR-RESULTING-BALANCE   PIC S9(10)V99.

       COPY "acctmast_record.cbl".

       COPY "custmast_record.cbl".

       COPY "holds_record.cbl".

       COPY "standord_record.cbl".

       COPY "seqtrack_record.cbl".

       COPY "ratetable_record.cbl".

       COPY "certmast_record.cbl".

       COPY "watchlist_record.cbl".

       COPY "screenpend_record.cbl".

       COPY "apprpend_record.cbl".

      * Integrity Findings Report Record Structure
       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-LINE             PIC X(80).

       COPY "runctl_record.cbl".

       COPY "excplog_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-SORTED-FILE-STATUS      PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-CUSTOMER-FILE-STATUS    PIC XX.
           05  WS-HOLDS-FILE-STATUS       PIC XX.
           05  WS-STANDING-ORDER-FILE-STATUS PIC XX.
           05  WS-SEQTRACK-FILE-STATUS    PIC XX.
           05  WS-RATE-FILE-STATUS        PIC XX.
           05  WS-CERTIFICATE-FILE-STATUS PIC XX.
           05  WS-WATCH-LIST-FILE-STATUS  PIC XX.
           05  WS-SCREENING-REVIEW-STATUS PIC XX.
           05  WS-APPROVAL-QUEUE-STATUS   PIC XX.
           05  WS-INTEGRITY-REPORT-STATUS PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.
           05  WS-EXCEPTION-FILE-STATUS   PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-CHECKED    PIC 9(7) COMP VALUE ZERO.
           05  WS-POSTINGS-REPLAYED   PIC 9(9) COMP VALUE ZERO.
           05  WS-RECORDS-CHECKED     PIC 9(9) COMP VALUE ZERO.
           05  WS-TOTAL-FINDINGS      PIC 9(7) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-RELEASE-EOF-FLAG        PIC X VALUE 'N'.
               88  RELEASE-END-OF-FILE    VALUE 'Y'.

           05  WS-HISTORY-EOF-FLAG        PIC X VALUE 'N'.
               88  HISTORY-END-OF-FILE    VALUE 'Y'.

           05  WS-SCAN-FLAG               PIC X.
               88  SCAN-DONE              VALUE 'Y'.

           05  WS-REVIEW-SCAN-FLAG        PIC X.
               88  REVIEW-SCAN-DONE       VALUE 'Y'.

           05  WS-REPLAY-FLAG             PIC X.
               88  REPLAY-STARTED         VALUE 'Y'.
               88  REPLAY-NOT-STARTED     VALUE 'N'.

           05  WS-CHARGE-OFF-POSTED-FLAG  PIC X.
               88  CHARGE-OFF-POSTED      VALUE 'Y'.
               88  NO-CHARGE-OFF-POSTED   VALUE 'N'.

           05  WS-LOOKUP-FLAG             PIC X.
               88  RECORD-FOUND           VALUE 'F'.
               88  RECORD-NOT-FOUND       VALUE 'N'.

           05  WS-COVERAGE-FLAG           PIC X.
               88  HOLD-COVERED           VALUE 'Y'.
               88  HOLD-NOT-COVERED       VALUE 'N'.

      * The Account Under Replay - the balance the history has rolled
      * up to so far and what the next posting should come to.
       01  WS-REPLAY-WORK-AREA.
           05  WS-REPLAY-BALANCE          PIC S9(10)V99 VALUE ZERO.
           05  WS-EXPECTED-BALANCE        PIC S9(10)V99 VALUE ZERO.
           05  WS-LAST-ORPHAN-ACCOUNT     PIC X(10) VALUE SPACES.

      * The Finding About To Be Recorded - which check found it and
      * what it is about; the reason code, message and record image
      * go in the exception work area as usual.
       01  WS-FINDING-AREA.
           05  WS-CHECK-SUB               PIC 9(3) COMP VALUE ZERO.
           05  WS-FINDING-SUBJECT         PIC X(13) VALUE SPACES.

      * Findings By Check - one counter per check, with the short
      * label each finding line carries and the label its total
      * prints under.
       01  WS-CHECK-TOTALS.
           05  WS-CHECK-FINDINGS          PIC 9(7) COMP
                                          OCCURS 10 TIMES.

       01  WS-CHECK-LABEL-VALUES.
           05  FILLER                     PIC X(10) VALUE "CUSTOMER".
           05  FILLER                     PIC X(24)
                   VALUE "ACCOUNT/CUSTOMER".
           05  FILLER                     PIC X(10) VALUE "HOLDS".
           05  FILLER                     PIC X(24)
                   VALUE "HOLDS".
           05  FILLER                     PIC X(10) VALUE "ORDERS".
           05  FILLER                     PIC X(24)
                   VALUE "STANDING ORDERS".
           05  FILLER                     PIC X(10) VALUE "SEQTRACK".
           05  FILLER                     PIC X(24)
                   VALUE "SEQUENCE TRACKING".
           05  FILLER                     PIC X(10) VALUE "RATETABLE".
           05  FILLER                     PIC X(24)
                   VALUE "RATE TABLE".
           05  FILLER                     PIC X(10) VALUE "HISTORY".
           05  FILLER                     PIC X(24)
                   VALUE "HISTORY REPLAY".
           05  FILLER                     PIC X(10) VALUE "CERTIFICAT".
           05  FILLER                     PIC X(24)
                   VALUE "CERTIFICATES".
           05  FILLER                     PIC X(10) VALUE "CHARGE-OFF".
           05  FILLER                     PIC X(24)
                   VALUE "CHARGE-OFF/RECOVERY".
           05  FILLER                     PIC X(10) VALUE "SCREENING".
           05  FILLER                     PIC X(24)
                   VALUE "WATCH-LIST SCREENING".
           05  FILLER                     PIC X(10) VALUE "APPROVAL".
           05  FILLER                     PIC X(24)
                   VALUE "APPROVAL QUEUE".
       01  WS-CHECK-LABEL-TABLE REDEFINES WS-CHECK-LABEL-VALUES.
           05  WS-CHECK-LABEL-ENTRY OCCURS 10 TIMES.
               10  WS-CHECK-SHORT-LABEL   PIC X(10).
               10  WS-CHECK-LABEL         PIC X(24).

      * Product And Status Combinations In Use - one entry per
      * combination some account will be rated under, with the first
      * account found needing it. Only ACTIVE is ever rated, so three
      * products can never fill it; an unknown product or status is
      * a finding of its own and is not entered.
       01  WS-RATE-USE-TABLE.
           05  WS-RATE-USE-COUNT          PIC 9(3) COMP VALUE ZERO.
           05  WS-RATE-USE-ENTRY OCCURS 30 TIMES
                   INDEXED BY RATE-USE-IDX.
               10  WS-RU-PRODUCT-CODE     PIC X(3).
               10  WS-RU-ACCOUNT-STATUS   PIC X(10).
               10  WS-RU-ACCOUNT-NUMBER   PIC X(10).

      * Subscript For Walking The Rate Use Table.
       01  WS-RATE-USE-SUB            PIC 9(3) COMP VALUE ZERO.

      * The Status An Account Is Rated Under, Set Before NOTE-RATE-
      * IN-USE.
       01  WS-RATE-USE-STATUS         PIC X(10).

      * The account open image held on the approval queue, laid over
      * the account request so the owning customer can be checked.
       01  WS-QUEUED-OPEN-IMAGE.
           05  FILLER                     PIC X(45).
           05  WS-QUEUED-OPEN-CUSTOMER-ID PIC X(10).
           05  FILLER                     PIC X(105).

      * The source and subject the hold coverage search looks for.
       01  WS-COVERAGE-KEY.
           05  WS-COVERAGE-SOURCE         PIC X.
           05  WS-COVERAGE-SUBJECT-ID     PIC X(10).

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-INTEGRITY-EDIT-FIELDS.
           05  WS-EDIT-BALANCE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-BALANCE-2          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT              PIC Z,ZZZ,ZZ9.

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-CURRENT-TIME.
               10  WS-HOUR            PIC 9(2).
               10  WS-MINUTE          PIC 9(2).
               10  WS-SECOND          PIC 9(2).

       COPY "runctl_ws.cbl".

       COPY "excplog_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * TRANSACTION-HISTORY-FILE and every master other than
      * ACCTMASTER are not listed here: any of them may not exist yet
      * on a brand new installation. CHECK-FILE-STATUSES below
      * handles those cases explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               SORTED-HISTORY-FILE
               ACCOUNT-MASTER-FILE
               INTEGRITY-REPORT-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM WRITE-REPORT-HEADER

           PERFORM AUDIT-ALL-ACCOUNTS
           PERFORM AUDIT-ALL-CUSTOMERS THRU EXIT-AUDIT-ALL-CUSTOMERS
           PERFORM AUDIT-RATES-IN-USE
           PERFORM AUDIT-ALL-CERTIFICATES THRU
               EXIT-AUDIT-ALL-CERTIFICATES
           PERFORM AUDIT-ALL-HOLDS THRU EXIT-AUDIT-ALL-HOLDS
           PERFORM AUDIT-ALL-STANDING-ORDERS THRU
               EXIT-AUDIT-ALL-STANDING-ORDERS
           PERFORM AUDIT-ALL-SEQUENCE-TRACKING THRU
               EXIT-AUDIT-ALL-SEQUENCE-TRACKING
           PERFORM AUDIT-ALL-SCREENING-ITEMS THRU
               EXIT-AUDIT-ALL-SCREENING-ITEMS
           PERFORM AUDIT-ALL-APPROVAL-ITEMS THRU
               EXIT-AUDIT-ALL-APPROVAL-ITEMS

           PERFORM WRITE-REPORT-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "INTEGRITY-AUDIT" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

      * An integrity audit must be repeatable within the business
      * date - it is run again after every repair until it comes
      * back clean - so like the recovery check it uses the multi-
      * cycle run mode and leaves no completion record.
           SET MULTI-CYCLE-RUN TO TRUE
           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM VERIFY-RUN-CONTROL

           INITIALIZE WS-CHECK-TOTALS

      * The history master may not exist yet on a brand new
      * installation; there is then simply nothing to replay.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               OPEN INPUT TRANSACTION-HISTORY-FILE
           END-IF

           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING TRANSACTION HISTORY FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

      * Pull every posting out of the permanent history, grouped by
      * account in the order it was appended.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-HISTORY-POSTINGS
               GIVING SORTED-HISTORY-FILE

           CLOSE TRANSACTION-HISTORY-FILE

           OPEN INPUT  SORTED-HISTORY-FILE
                INPUT  ACCOUNT-MASTER-FILE
                INPUT  CUSTOMER-MASTER-FILE
                INPUT  HOLDS-FILE
                INPUT  STANDING-ORDER-FILE
                INPUT  SEQUENCE-TRACKING-FILE
                INPUT  RATE-TABLE-FILE
                INPUT  CERTIFICATE-MASTER-FILE
                INPUT  WATCH-LIST-FILE
                INPUT  SCREENING-REVIEW-FILE
                INPUT  APPROVAL-QUEUE-FILE
                OUTPUT INTEGRITY-REPORT-FILE

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "CROSS-FILE INTEGRITY AUDIT"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY

           PERFORM READ-SORTED-HISTORY.

       CHECK-FILE-STATUSES.
           IF WS-SORTED-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING SORTED HISTORY FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * Every other master may not exist yet the very first time
      * this program is run against a brand new installation; an
      * absent file is audited as an empty one.
           IF WS-CUSTOMER-FILE-STATUS = "35"
              CLOSE CUSTOMER-MASTER-FILE
              OPEN OUTPUT CUSTOMER-MASTER-FILE
              CLOSE CUSTOMER-MASTER-FILE
              OPEN INPUT CUSTOMER-MASTER-FILE
           END-IF.

           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CUSTOMER MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-HOLDS-FILE-STATUS = "35"
              CLOSE HOLDS-FILE
              OPEN OUTPUT HOLDS-FILE
              CLOSE HOLDS-FILE
              OPEN INPUT HOLDS-FILE
           END-IF.

           IF WS-HOLDS-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING HOLDS FILE" TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-STANDING-ORDER-FILE-STATUS = "35"
              CLOSE STANDING-ORDER-FILE
              OPEN OUTPUT STANDING-ORDER-FILE
              CLOSE STANDING-ORDER-FILE
              OPEN INPUT STANDING-ORDER-FILE
           END-IF.

           IF WS-STANDING-ORDER-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING STANDING ORDER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-SEQTRACK-FILE-STATUS = "35"
              CLOSE SEQUENCE-TRACKING-FILE
              OPEN OUTPUT SEQUENCE-TRACKING-FILE
              CLOSE SEQUENCE-TRACKING-FILE
              OPEN INPUT SEQUENCE-TRACKING-FILE
           END-IF.

           IF WS-SEQTRACK-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING SEQUENCE TRACKING FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-RATE-FILE-STATUS = "35"
              CLOSE RATE-TABLE-FILE
              OPEN OUTPUT RATE-TABLE-FILE
              CLOSE RATE-TABLE-FILE
              OPEN INPUT RATE-TABLE-FILE
           END-IF.

           IF WS-RATE-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING RATE TABLE FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-CERTIFICATE-FILE-STATUS = "35"
              CLOSE CERTIFICATE-MASTER-FILE
              OPEN OUTPUT CERTIFICATE-MASTER-FILE
              CLOSE CERTIFICATE-MASTER-FILE
              OPEN INPUT CERTIFICATE-MASTER-FILE
           END-IF.

           IF WS-CERTIFICATE-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CERTIFICATE MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-WATCH-LIST-FILE-STATUS = "35"
              CLOSE WATCH-LIST-FILE
              OPEN OUTPUT WATCH-LIST-FILE
              CLOSE WATCH-LIST-FILE
              OPEN INPUT WATCH-LIST-FILE
           END-IF.

           IF WS-WATCH-LIST-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING WATCH LIST FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-SCREENING-REVIEW-STATUS = "35"
              CLOSE SCREENING-REVIEW-FILE
              OPEN OUTPUT SCREENING-REVIEW-FILE
              CLOSE SCREENING-REVIEW-FILE
              OPEN INPUT SCREENING-REVIEW-FILE
           END-IF.

           IF WS-SCREENING-REVIEW-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING SCREENING REVIEW FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-APPROVAL-QUEUE-STATUS = "35"
              CLOSE APPROVAL-QUEUE-FILE
              OPEN OUTPUT APPROVAL-QUEUE-FILE
              CLOSE APPROVAL-QUEUE-FILE
              OPEN INPUT APPROVAL-QUEUE-FILE
           END-IF.

           IF WS-APPROVAL-QUEUE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING APPROVAL QUEUE FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-INTEGRITY-REPORT-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING INTEGRITY REPORT FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       AUDIT-ALL-ACCOUNTS.
      * One pass of ACCTMASTER in account order, merged against the
      * sorted history: owner, codes, certificate terms, charge-off
      * fields, and the replay of the account's postings.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM AUDIT-ONE-ACCOUNT THRU EXIT-AUDIT-ONE-ACCOUNT
               UNTIL END-OF-FILE

      * History left over past the last account belongs to accounts
      * gone from ACCTMASTER.
           PERFORM SKIP-ORPHAN-HISTORY
               UNTIL HISTORY-END-OF-FILE.

       AUDIT-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-AUDIT-ONE-ACCOUNT
           END-READ

           ADD 1 TO WS-ACCOUNTS-CHECKED

      * History keyed below the current account belongs to an
      * account gone from ACCTMASTER; it is reported and read past
      * so the merge stays lined up.
           PERFORM SKIP-ORPHAN-HISTORY
               UNTIL HISTORY-END-OF-FILE
                  OR SR-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER

           PERFORM CHECK-ACCOUNT-OWNER
           PERFORM CHECK-ACCOUNT-CODES THRU EXIT-CHECK-ACCOUNT-CODES
           PERFORM CHECK-ACCOUNT-CERTIFICATE
           PERFORM CHECK-CHARGE-OFF-FIELDS
           PERFORM REPLAY-ACCOUNT-HISTORY.

       EXIT-AUDIT-ONE-ACCOUNT.
           EXIT.

       CHECK-ACCOUNT-OWNER.
      * An account cannot be opened for an ID with no customer
      * record, so an owner missing now was removed or mis-keyed
      * after the fact.
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 1 TO WS-CHECK-SUB
                   MOVE "IACU" TO WS-EXCEPTION-REASON-CODE
                   MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
                   MOVE "ACCOUNT OWNER NOT ON CUSTOMER MASTER"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
           END-READ.

       CHECK-ACCOUNT-CODES.
           IF NOT PRODUCT-VALID
               MOVE 1 TO WS-CHECK-SUB
               MOVE "IAPR" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
               MOVE "UNKNOWN PRODUCT CODE ON ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               GO TO EXIT-CHECK-ACCOUNT-CODES
           END-IF

           IF NOT ACCOUNT-ACTIVE AND NOT ACCOUNT-SUSPENDED
                   AND NOT ACCOUNT-CLOSED AND NOT ACCOUNT-DORMANT
                   AND NOT ACCOUNT-CHARGED-OFF
               MOVE 1 TO WS-CHECK-SUB
               MOVE "IAST" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
               MOVE "UNKNOWN ACCOUNT STATUS ON ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               GO TO EXIT-CHECK-ACCOUNT-CODES
           END-IF

      * INTEREST-CALC rates only ACTIVE accounts, under their own
      * product and status. A certificate is never rated nightly -
      * it earns at its locked rate - but until it is closed or
      * charged off it can still roll into a new term, which is
      * priced at the CTD/ACTIVE rate whatever its own status.
           IF PRODUCT-CERTIFICATE
               IF NOT ACCOUNT-CLOSED AND NOT ACCOUNT-CHARGED-OFF
                   MOVE 'ACTIVE' TO WS-RATE-USE-STATUS
                   PERFORM NOTE-RATE-IN-USE
               END-IF
               GO TO EXIT-CHECK-ACCOUNT-CODES
           END-IF

           IF ACCOUNT-ACTIVE
               MOVE AM-ACCOUNT-STATUS TO WS-RATE-USE-STATUS
               PERFORM NOTE-RATE-IN-USE
           END-IF.

       EXIT-CHECK-ACCOUNT-CODES.
           EXIT.

       NOTE-RATE-IN-USE.
           SET RATE-USE-IDX TO 1
           SEARCH WS-RATE-USE-ENTRY
               AT END
                   PERFORM ADD-RATE-USE-ENTRY
               WHEN RATE-USE-IDX > WS-RATE-USE-COUNT
                   PERFORM ADD-RATE-USE-ENTRY
               WHEN WS-RU-PRODUCT-CODE (RATE-USE-IDX) = AM-PRODUCT-CODE
                AND WS-RU-ACCOUNT-STATUS (RATE-USE-IDX)
                      = WS-RATE-USE-STATUS
                   CONTINUE
           END-SEARCH.

       ADD-RATE-USE-ENTRY.
           IF WS-RATE-USE-COUNT >= 30
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "ITBL" TO WS-EXCEPTION-REASON-CODE
               MOVE "RATE USE TABLE FULL - UNEXPECTED PRODUCT/STATUS"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           ADD 1 TO WS-RATE-USE-COUNT
           SET RATE-USE-IDX TO WS-RATE-USE-COUNT
           MOVE AM-PRODUCT-CODE   TO WS-RU-PRODUCT-CODE (RATE-USE-IDX)
           MOVE WS-RATE-USE-STATUS
             TO WS-RU-ACCOUNT-STATUS (RATE-USE-IDX)
           MOVE AM-ACCOUNT-NUMBER
             TO WS-RU-ACCOUNT-NUMBER (RATE-USE-IDX).

       CHECK-ACCOUNT-CERTIFICATE.
      * A certificate account carries its terms on CERTMASTER under
      * the same account number from the day it is opened.
           IF PRODUCT-CERTIFICATE
               MOVE AM-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER
               READ CERTIFICATE-MASTER-FILE
                   INVALID KEY
                       MOVE 7 TO WS-CHECK-SUB
                       MOVE "ICTM" TO WS-EXCEPTION-REASON-CODE
                       MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
                       MOVE "CERTIFICATE ACCOUNT HAS NO TERMS"
                         TO WS-EXCEPTION-MESSAGE
                       MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                       PERFORM RECORD-FINDING
               END-READ
           END-IF.

       CHECK-CHARGE-OFF-FIELDS.
      * A charged-off account sits at zero or above with the date it
      * was written off; no other account may carry an unrecovered
      * charged-off balance.
           MOVE 8 TO WS-CHECK-SUB
           MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
           IF ACCOUNT-CHARGED-OFF
               IF AM-CHARGE-OFF-DATE = ZERO
                   MOVE "ICOD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CHARGED-OFF ACCOUNT HAS NO CHARGE-OFF DATE"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
               IF AM-ACCOUNT-BALANCE < ZERO
                   MOVE "ICON" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CHARGED-OFF ACCOUNT CARRIES A NEGATIVE BALANCE"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           ELSE
               IF AM-CHARGED-OFF-BALANCE NOT = ZERO
                   MOVE "ICOX" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CHARGED-OFF BALANCE ON ACCOUNT NOT CHARGED OFF"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       REPLAY-ACCOUNT-HISTORY.
      * Openings do not post to history, so the first posting seeds
      * the replay from its own resulting balance; every later one
      * must come to the balance before it plus its own amount, and
      * the last must be the balance on the master. An account with
      * no postings at all still stands at its opening balance and
      * has nothing to prove.
           SET REPLAY-NOT-STARTED   TO TRUE
           SET NO-CHARGE-OFF-POSTED TO TRUE
           PERFORM REPLAY-ONE-POSTING
               UNTIL HISTORY-END-OF-FILE
                  OR SR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER

           IF REPLAY-STARTED
                   AND WS-REPLAY-BALANCE NOT = AM-ACCOUNT-BALANCE
               MOVE 6 TO WS-CHECK-SUB
               MOVE "ITXB" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
               MOVE "LAST HISTORY BALANCE DIFFERS FROM ACCOUNT MASTER"
                 TO WS-EXCEPTION-MESSAGE
               MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               MOVE AM-ACCOUNT-BALANCE TO WS-EDIT-BALANCE
               MOVE WS-REPLAY-BALANCE  TO WS-EDIT-BALANCE-2
               PERFORM WRITE-BALANCE-DETAIL-LINE
           END-IF

           IF ACCOUNT-CHARGED-OFF AND NO-CHARGE-OFF-POSTED
               MOVE 8 TO WS-CHECK-SUB
               MOVE "ICOH" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
               MOVE "CHARGED-OFF ACCOUNT HAS NO 'O' POSTING ON HISTORY"
                 TO WS-EXCEPTION-MESSAGE
               MOVE ACCOUNT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
           END-IF.

       REPLAY-ONE-POSTING.
           ADD 1 TO WS-POSTINGS-REPLAYED

           IF REPLAY-STARTED
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-REPLAY-BALANCE + SR-SIGNED-AMOUNT
               IF WS-EXPECTED-BALANCE NOT = SR-RESULTING-BALANCE
                   MOVE 6 TO WS-CHECK-SUB
                   MOVE "ITXC" TO WS-EXCEPTION-REASON-CODE
                   MOVE SR-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
                   MOVE "BALANCE DOES NOT CHAIN FROM PRIOR POSTING"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE SORTED-HISTORY-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
                   MOVE WS-EXPECTED-BALANCE  TO WS-EDIT-BALANCE
                   MOVE SR-RESULTING-BALANCE TO WS-EDIT-BALANCE-2
                   PERFORM WRITE-BALANCE-DETAIL-LINE
               END-IF
           ELSE
               SET REPLAY-STARTED TO TRUE
           END-IF

      * A charge-off posts as an 'O'; a recovery 'Y' can only follow
      * one.
           IF SR-TRANSACTION-TYPE = 'O'
               SET CHARGE-OFF-POSTED TO TRUE
           END-IF
           IF SR-TRANSACTION-TYPE = 'Y' AND NO-CHARGE-OFF-POSTED
               MOVE 8 TO WS-CHECK-SUB
               MOVE "IRNO" TO WS-EXCEPTION-REASON-CODE
               MOVE SR-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
               MOVE "RECOVERY POSTED WITH NO CHARGE-OFF BEFORE IT"
                 TO WS-EXCEPTION-MESSAGE
               MOVE SORTED-HISTORY-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
           END-IF

           MOVE SR-RESULTING-BALANCE TO WS-REPLAY-BALANCE
           PERFORM READ-SORTED-HISTORY.

       SKIP-ORPHAN-HISTORY.
      * One finding per account gone from the master, however many
      * postings it left behind.
           IF SR-ACCOUNT-NUMBER NOT = WS-LAST-ORPHAN-ACCOUNT
               MOVE SR-ACCOUNT-NUMBER TO WS-LAST-ORPHAN-ACCOUNT
               MOVE 6 TO WS-CHECK-SUB
               MOVE "ITXO" TO WS-EXCEPTION-REASON-CODE
               MOVE SR-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
               MOVE "HISTORY FOR ACCOUNT NOT ON ACCOUNT MASTER"
                 TO WS-EXCEPTION-MESSAGE
               MOVE SORTED-HISTORY-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
           END-IF
           PERFORM READ-SORTED-HISTORY.

       READ-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   SET HISTORY-END-OF-FILE TO TRUE
           END-READ.

       AUDIT-ALL-CUSTOMERS.
      * A customer with no account at all is not wrong in itself -
      * the customer record is added ahead of the first account - so
      * it is reported as a warning for follow-up.
           MOVE LOW-VALUES TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-CUSTOMERS
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-CUSTOMER
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-CUSTOMERS.
           EXIT.

       AUDIT-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-CHECKED
                   MOVE CM-CUSTOMER-ID TO AM-CUSTOMER-ID
                   START ACCOUNT-MASTER-FILE
                       KEY IS EQUAL TO AM-CUSTOMER-ID
                       INVALID KEY
                           MOVE 1 TO WS-CHECK-SUB
                           MOVE 'W' TO WS-EXCEPTION-SEVERITY
                           MOVE "ICNA" TO WS-EXCEPTION-REASON-CODE
                           MOVE CM-CUSTOMER-ID TO WS-FINDING-SUBJECT
                           MOVE "CUSTOMER HAS NO ACCOUNTS"
                             TO WS-EXCEPTION-MESSAGE
                           MOVE CUSTOMER-RECORD
                             TO WS-EXCEPTION-RECORD-IMAGE
                           PERFORM RECORD-FINDING
                   END-START
           END-READ.

       AUDIT-RATES-IN-USE.
      * Every product and status an account is rated under must have
      * a rate, or INTEREST-CALC skips an active account the night it
      * needs one and a certificate cannot be priced into its next
      * term. One finding per combination, naming the first account
      * found needing it.
           MOVE ZERO TO WS-RATE-USE-SUB
           PERFORM AUDIT-ONE-RATE-IN-USE
               UNTIL WS-RATE-USE-SUB >= WS-RATE-USE-COUNT.

       AUDIT-ONE-RATE-IN-USE.
           ADD 1 TO WS-RATE-USE-SUB
           SET RATE-USE-IDX TO WS-RATE-USE-SUB
           MOVE WS-RU-PRODUCT-CODE (RATE-USE-IDX)   TO RT-PRODUCT-CODE
           MOVE WS-RU-ACCOUNT-STATUS (RATE-USE-IDX) TO RT-ACCOUNT-STATUS
           READ RATE-TABLE-FILE
               INVALID KEY
                   MOVE 5 TO WS-CHECK-SUB
                   MOVE "IRTM" TO WS-EXCEPTION-REASON-CODE
                   MOVE RT-RATE-KEY TO WS-FINDING-SUBJECT
                   MOVE "NO RATE FOR PRODUCT/STATUS IN USE"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE WS-RATE-USE-ENTRY (RATE-USE-IDX)
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
           END-READ.

       AUDIT-ALL-CERTIFICATES.
      * The certificate side of the terms check: every certificate
      * must belong to a certificate account, a paid-out term must
      * have closed it, and a term due to pay out must have an open
      * account to pay into.
           MOVE LOW-VALUES TO CT-ACCOUNT-NUMBER
           START CERTIFICATE-MASTER-FILE
               KEY IS NOT LESS THAN CT-ACCOUNT-NUMBER
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-CERTIFICATES
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-CERTIFICATE THRU
               EXIT-AUDIT-ONE-CERTIFICATE
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-CERTIFICATES.
           EXIT.

       AUDIT-ONE-CERTIFICATE.
           READ CERTIFICATE-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   GO TO EXIT-AUDIT-ONE-CERTIFICATE
           END-READ

           ADD 1 TO WS-RECORDS-CHECKED
           MOVE 7 TO WS-CHECK-SUB
           MOVE CT-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT

           MOVE CT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           PERFORM LOOKUP-ACCOUNT
           IF RECORD-NOT-FOUND
               MOVE "ICTA" TO WS-EXCEPTION-REASON-CODE
               MOVE "CERTIFICATE HAS NO ACCOUNT ON ACCOUNT MASTER"
                 TO WS-EXCEPTION-MESSAGE
               MOVE CERTIFICATE-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               GO TO EXIT-AUDIT-ONE-CERTIFICATE
           END-IF

           IF NOT PRODUCT-CERTIFICATE
               MOVE "ICTP" TO WS-EXCEPTION-REASON-CODE
               MOVE "CERTIFICATE TERMS ON A NON-CERTIFICATE ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               MOVE CERTIFICATE-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               GO TO EXIT-AUDIT-ONE-CERTIFICATE
           END-IF

      * A certificate closed early through account maintenance stays
      * in term until the next maturity run finishes it, so only the
      * other direction is a break.
           IF CERTIFICATE-PAID-OUT AND NOT ACCOUNT-CLOSED
               MOVE "ICTS" TO WS-EXCEPTION-REASON-CODE
               MOVE "PAID-OUT CERTIFICATE ON AN ACCOUNT NOT CLOSED"
                 TO WS-EXCEPTION-MESSAGE
               MOVE CERTIFICATE-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               GO TO EXIT-AUDIT-ONE-CERTIFICATE
           END-IF

           IF CERTIFICATE-IN-TERM AND MATURITY-PAY-OUT
               MOVE CT-LINKED-ACCOUNT TO AM-ACCOUNT-NUMBER
               PERFORM LOOKUP-ACCOUNT
               IF RECORD-NOT-FOUND OR ACCOUNT-CLOSED
                   MOVE 7 TO WS-CHECK-SUB
                   MOVE CT-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
                   MOVE "ICTL" TO WS-EXCEPTION-REASON-CODE
                   MOVE "PAYOUT ACCOUNT MISSING OR CLOSED"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE CERTIFICATE-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       EXIT-AUDIT-ONE-CERTIFICATE.
           EXIT.

       AUDIT-ALL-HOLDS.
      * Holds against accounts that are gone or closed, and active
      * screening holds no open review item stands behind.
           MOVE LOW-VALUES TO HD-ACCOUNT-NUMBER
           START HOLDS-FILE
               KEY IS NOT LESS THAN HD-ACCOUNT-NUMBER
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-HOLDS
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-HOLD THRU EXIT-AUDIT-ONE-HOLD
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-HOLDS.
           EXIT.

       AUDIT-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   GO TO EXIT-AUDIT-ONE-HOLD
           END-READ

           ADD 1 TO WS-RECORDS-CHECKED
           MOVE 2 TO WS-CHECK-SUB
           MOVE HD-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT

           MOVE HD-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           PERFORM LOOKUP-ACCOUNT
           IF RECORD-NOT-FOUND
               MOVE "IHNA" TO WS-EXCEPTION-REASON-CODE
               MOVE "HOLD FOR ACCOUNT NOT ON ACCOUNT MASTER"
                 TO WS-EXCEPTION-MESSAGE
               MOVE HOLDS-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
               GO TO EXIT-AUDIT-ONE-HOLD
           END-IF

           IF NOT HOLD-ACTIVE
               GO TO EXIT-AUDIT-ONE-HOLD
           END-IF

           IF ACCOUNT-CLOSED
               MOVE "IHCL" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACTIVE HOLD ON A CLOSED ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               MOVE HOLDS-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
           END-IF

      * A screening hold stays only while an item still pending, or
      * a match compliance confirmed, covers the account: a transfer
      * parked against the account itself, or a change parked
      * against the customer who owns it.
           IF HOLD-FOR-SCREENING
               SET HOLD-NOT-COVERED TO TRUE
               MOVE 'X'               TO WS-COVERAGE-SOURCE
               MOVE AM-ACCOUNT-NUMBER TO WS-COVERAGE-SUBJECT-ID
               PERFORM SEARCH-REVIEW-COVERAGE THRU
                   EXIT-SEARCH-REVIEW-COVERAGE
               IF HOLD-NOT-COVERED
                   MOVE 'C'            TO WS-COVERAGE-SOURCE
                   MOVE AM-CUSTOMER-ID TO WS-COVERAGE-SUBJECT-ID
                   PERFORM SEARCH-REVIEW-COVERAGE THRU
                       EXIT-SEARCH-REVIEW-COVERAGE
               END-IF
               IF HOLD-NOT-COVERED
                   MOVE 9 TO WS-CHECK-SUB
                   MOVE HD-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
                   MOVE "ISCH" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING HOLD WITH NO OPEN REVIEW ITEM"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE HOLDS-RECORD TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       EXIT-AUDIT-ONE-HOLD.
           EXIT.

       SEARCH-REVIEW-COVERAGE.
           MOVE WS-COVERAGE-SOURCE     TO RV-SOURCE
           MOVE WS-COVERAGE-SUBJECT-ID TO RV-SUBJECT-ID
           MOVE ZERO                   TO RV-REFERENCE
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-SEARCH-REVIEW-COVERAGE
           END-START

           MOVE 'N' TO WS-REVIEW-SCAN-FLAG
           PERFORM SCAN-ONE-COVERING-ITEM
               UNTIL REVIEW-SCAN-DONE.

       EXIT-SEARCH-REVIEW-COVERAGE.
           EXIT.

       SCAN-ONE-COVERING-ITEM.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEW-SCAN-DONE TO TRUE
           END-READ

           IF NOT REVIEW-SCAN-DONE
               IF RV-SOURCE NOT = WS-COVERAGE-SOURCE
                       OR RV-SUBJECT-ID NOT = WS-COVERAGE-SUBJECT-ID
                   SET REVIEW-SCAN-DONE TO TRUE
               ELSE
                   IF REVIEW-PENDING OR REVIEW-CONFIRMED
                       SET HOLD-COVERED TO TRUE
                       SET REVIEW-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       AUDIT-ALL-STANDING-ORDERS.
      * An active order must move money between two accounts that
      * are both still on the master and open.
           MOVE LOW-VALUES TO SO-ORDER-ID
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-STANDING-ORDERS
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-STANDING-ORDER THRU
               EXIT-AUDIT-ONE-STANDING-ORDER
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-STANDING-ORDERS.
           EXIT.

       AUDIT-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   GO TO EXIT-AUDIT-ONE-STANDING-ORDER
           END-READ

           ADD 1 TO WS-RECORDS-CHECKED
           IF NOT ORDER-ACTIVE
               GO TO EXIT-AUDIT-ONE-STANDING-ORDER
           END-IF

           MOVE SO-FROM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           PERFORM CHECK-ORDER-ACCOUNT

           MOVE SO-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           PERFORM CHECK-ORDER-ACCOUNT.

       EXIT-AUDIT-ONE-STANDING-ORDER.
           EXIT.

       CHECK-ORDER-ACCOUNT.
           PERFORM LOOKUP-ACCOUNT
           MOVE 3 TO WS-CHECK-SUB
           MOVE SO-ORDER-ID TO WS-FINDING-SUBJECT
           IF RECORD-NOT-FOUND
               MOVE "ISNA" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACTIVE ORDER ON ACCOUNT NOT ON ACCOUNT MASTER"
                 TO WS-EXCEPTION-MESSAGE
               MOVE STANDING-ORDER-RECORD TO WS-EXCEPTION-RECORD-IMAGE
               PERFORM RECORD-FINDING
           ELSE
               IF ACCOUNT-CLOSED
                   MOVE "ISCL" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACTIVE ORDER ON A CLOSED ACCOUNT"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE STANDING-ORDER-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       AUDIT-ALL-SEQUENCE-TRACKING.
      * A closed account's tracking record is left for the retention
      * purge; one for an account not on the master at all is an
      * orphan.
           MOVE LOW-VALUES TO ST-ACCOUNT-NUMBER
           START SEQUENCE-TRACKING-FILE
               KEY IS NOT LESS THAN ST-ACCOUNT-NUMBER
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-SEQUENCE-TRACKING
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-SEQUENCE-RECORD
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-SEQUENCE-TRACKING.
           EXIT.

       AUDIT-ONE-SEQUENCE-RECORD.
           READ SEQUENCE-TRACKING-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-CHECKED
                   MOVE ST-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
                   PERFORM LOOKUP-ACCOUNT
                   IF RECORD-NOT-FOUND
                       MOVE 4 TO WS-CHECK-SUB
                       MOVE "ISQO" TO WS-EXCEPTION-REASON-CODE
                       MOVE ST-ACCOUNT-NUMBER TO WS-FINDING-SUBJECT
                       MOVE "TRACKING FOR ACCOUNT NOT ON MASTER"
                         TO WS-EXCEPTION-MESSAGE
                       MOVE SEQUENCE-TRACKING-RECORD
                         TO WS-EXCEPTION-RECORD-IMAGE
                       PERFORM RECORD-FINDING
                   END-IF
           END-READ.

       AUDIT-ALL-SCREENING-ITEMS.
      * An open transfer item must still have its debit account, and
      * every item must name a watch-list entry that is on file,
      * removed or not.
           MOVE LOW-VALUES TO RV-REVIEW-KEY
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-SCREENING-ITEMS
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-SCREENING-ITEM
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-SCREENING-ITEMS.
           EXIT.

       AUDIT-ONE-SCREENING-ITEM.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-CHECKED
                   PERFORM CHECK-ONE-SCREENING-ITEM
           END-READ.

       CHECK-ONE-SCREENING-ITEM.
           MOVE 9 TO WS-CHECK-SUB
           MOVE RV-SUBJECT-ID TO WS-FINDING-SUBJECT

           IF REVIEW-EXTERNAL-TRANSFER
                   AND (REVIEW-PENDING OR REVIEW-CLEARED)
               MOVE RV-SUBJECT-ID TO AM-ACCOUNT-NUMBER
               PERFORM LOOKUP-ACCOUNT
               IF RECORD-NOT-FOUND
                   MOVE "ISPA" TO WS-EXCEPTION-REASON-CODE
                   MOVE "OPEN TRANSFER REVIEW FOR ACCOUNT NOT ON MASTER"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE SCREENING-REVIEW-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF

           MOVE RV-HIT-ENTRY-ID TO WL-ENTRY-ID
           READ WATCH-LIST-FILE
               INVALID KEY
                   MOVE 9 TO WS-CHECK-SUB
                   MOVE RV-SUBJECT-ID TO WS-FINDING-SUBJECT
                   MOVE "ISWL" TO WS-EXCEPTION-REASON-CODE
                   MOVE "HIT ENTRY NOT ON WATCH LIST"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE SCREENING-REVIEW-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
           END-READ.

       AUDIT-ALL-APPROVAL-ITEMS.
      * An approved request waiting to be applied must still have
      * its subject to apply to, and no decided request may carry
      * the entering operator (or nobody) as its second operator.
           MOVE LOW-VALUES TO AP-QUEUE-KEY
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AP-QUEUE-KEY
               INVALID KEY
                   GO TO EXIT-AUDIT-ALL-APPROVAL-ITEMS
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM AUDIT-ONE-APPROVAL-ITEM
               UNTIL SCAN-DONE.

       EXIT-AUDIT-ALL-APPROVAL-ITEMS.
           EXIT.

       AUDIT-ONE-APPROVAL-ITEM.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-CHECKED
                   PERFORM CHECK-ONE-APPROVAL-ITEM
           END-READ.

       CHECK-ONE-APPROVAL-ITEM.
           MOVE 10 TO WS-CHECK-SUB
           MOVE AP-SUBJECT-ID TO WS-FINDING-SUBJECT

           IF APPROVAL-GRANTED OR APPROVAL-REJECTED
                   OR APPROVAL-APPLIED
               IF AP-DECIDED-BY = SPACES
                       OR AP-DECIDED-BY = AP-ENTERED-BY
                   MOVE "IAPO" TO WS-EXCEPTION-REASON-CODE
                   MOVE "DECIDED WITHOUT A DIFFERENT SECOND OPERATOR"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE APPROVAL-QUEUE-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF

           IF APPROVAL-GRANTED
               PERFORM LOOKUP-APPROVAL-SUBJECT
               IF RECORD-NOT-FOUND
                   MOVE 10 TO WS-CHECK-SUB
                   MOVE AP-SUBJECT-ID TO WS-FINDING-SUBJECT
                   MOVE "IAPS" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVED SUBJECT NO LONGER EXISTS"
                     TO WS-EXCEPTION-MESSAGE
                   MOVE APPROVAL-QUEUE-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       LOOKUP-APPROVAL-SUBJECT.
      * A hold release needs its hold, a customer change its
      * customer, a rate change or delete its rate, and an account
      * open the customer it is opened for. A rate add has nothing
      * on file yet to lose.
           SET RECORD-FOUND TO TRUE
           IF APPROVAL-HOLD-REQUEST
               MOVE AP-SUBJECT-ID TO HD-ACCOUNT-NUMBER
               READ HOLDS-FILE
                   INVALID KEY
                       SET RECORD-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF APPROVAL-CUSTOMER-REQUEST
               MOVE AP-SUBJECT-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       SET RECORD-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF APPROVAL-RATE-REQUEST AND AP-ACTION NOT = "RATE ADD"
               MOVE AP-SUBJECT-ID TO RT-RATE-KEY
               READ RATE-TABLE-FILE
                   INVALID KEY
                       SET RECORD-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF APPROVAL-ACCOUNT-REQUEST
               MOVE AP-REQUEST-IMAGE TO WS-QUEUED-OPEN-IMAGE
               MOVE WS-QUEUED-OPEN-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       SET RECORD-NOT-FOUND TO TRUE
               END-READ
           END-IF.

       LOOKUP-ACCOUNT.
      * AM-ACCOUNT-NUMBER is set by the caller.
           SET RECORD-FOUND TO TRUE
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
           END-READ.

       RECORD-FINDING.
      * Common wrapper for every break found: counted under its
      * check, listed on the findings report, and logged. The caller
      * sets the check, the subject, the reason code, the message and
      * the record image.
           ADD 1 TO WS-CHECK-FINDINGS (WS-CHECK-SUB)
           ADD 1 TO WS-TOTAL-FINDINGS

           MOVE SPACES TO INTEGRITY-LINE
           STRING WS-CHECK-SHORT-LABEL (WS-CHECK-SUB)
                                          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-EXCEPTION-REASON-CODE DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-FINDING-SUBJECT      DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-EXCEPTION-MESSAGE    DELIMITED BY SIZE
             INTO INTEGRITY-LINE
           END-STRING
           WRITE INTEGRITY-LINE

           MOVE WS-FINDING-SUBJECT TO WS-EXCEPTION-CUSTOMER-ID
           PERFORM WRITE-EXCEPTION-ENTRY.

       WRITE-BALANCE-DETAIL-LINE.
           MOVE SPACES TO INTEGRITY-LINE
           STRING "                EXPECTED " DELIMITED BY SIZE
                  WS-EDIT-BALANCE             DELIMITED BY SIZE
                  "  FOUND "                  DELIMITED BY SIZE
                  WS-EDIT-BALANCE-2           DELIMITED BY SIZE
             INTO INTEGRITY-LINE
           END-STRING
           WRITE INTEGRITY-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO INTEGRITY-LINE
           STRING "CROSS-FILE INTEGRITY AUDIT FOR "
                                       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR     DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-MONTH    DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-DAY      DELIMITED BY SIZE
             INTO INTEGRITY-LINE
           END-STRING
           WRITE INTEGRITY-LINE

           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE "FINDINGS" TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE "CHECK      CODE SUBJECT       DETAIL"
             TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE "FINDINGS BY CHECK" TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE ZERO TO WS-CHECK-SUB
           PERFORM WRITE-ONE-CHECK-TOTAL
               UNTIL WS-CHECK-SUB >= 10

           MOVE WS-TOTAL-FINDINGS TO WS-EDIT-COUNT
           MOVE SPACES TO INTEGRITY-LINE
           STRING "TOTAL FINDINGS          " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
             INTO INTEGRITY-LINE
           END-STRING
           WRITE INTEGRITY-LINE.

       WRITE-ONE-CHECK-TOTAL.
           ADD 1 TO WS-CHECK-SUB
           MOVE WS-CHECK-FINDINGS (WS-CHECK-SUB) TO WS-EDIT-COUNT
           MOVE SPACES TO INTEGRITY-LINE
           STRING WS-CHECK-LABEL (WS-CHECK-SUB) DELIMITED BY SIZE
                  WS-EDIT-COUNT                 DELIMITED BY SIZE
             INTO INTEGRITY-LINE
           END-STRING
           WRITE INTEGRITY-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CROSS-FILE INTEGRITY AUDIT SUMMARY"
           DISPLAY "Accounts Checked:   " WS-ACCOUNTS-CHECKED
           DISPLAY "Postings Replayed:  " WS-POSTINGS-REPLAYED
           DISPLAY "Other Records:      " WS-RECORDS-CHECKED
           DISPLAY "Total Findings:     " WS-TOTAL-FINDINGS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE SORTED-HISTORY-FILE
                 ACCOUNT-MASTER-FILE
                 CUSTOMER-MASTER-FILE
                 HOLDS-FILE
                 STANDING-ORDER-FILE
                 SEQUENCE-TRACKING-FILE
                 RATE-TABLE-FILE
                 CERTIFICATE-MASTER-FILE
                 WATCH-LIST-FILE
                 SCREENING-REVIEW-FILE
                 APPROVAL-QUEUE-FILE
                 INTEGRITY-REPORT-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE

           DISPLAY "CROSS-FILE INTEGRITY AUDIT COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       SELECT-HISTORY-POSTINGS SECTION.
       SELECT-HISTORY-POSTINGS-ROUTINE.
           PERFORM RELEASE-HISTORY-POSTING
               UNTIL RELEASE-END-OF-FILE
           GO TO EXIT-SELECT-HISTORY-POSTINGS.

       RELEASE-HISTORY-POSTING.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE TH-ACCOUNT-NUMBER    TO SW-ACCOUNT-NUMBER
                   MOVE TH-BUSINESS-DATE     TO SW-BUSINESS-DATE
                   MOVE TH-TRANSACTION-TYPE  TO SW-TRANSACTION-TYPE
                   MOVE TH-SIGNED-AMOUNT     TO SW-SIGNED-AMOUNT
                   MOVE TH-RESULTING-BALANCE TO SW-RESULTING-BALANCE
                   RELEASE SORT-RECORD
           END-READ.

       EXIT-SELECT-HISTORY-POSTINGS.
           EXIT.
