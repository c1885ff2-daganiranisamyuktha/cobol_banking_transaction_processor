      *================================================================*
      * Nightly Overdrawn Account Aging And Charge-Off                *
      * Ages every account carrying a negative balance by how long it *
      * has stayed negative - the date it last went below zero, found *
      * by replaying each account's resulting balances off the        *
      * history master - into 1-30, 31-60 and 61-90+ day buckets, and *
      * lists them oldest first on the collections work list with the *
      * customer's name and phone number off CUSTMASTER. An account   *
      * still overdrawn at the charge-off age is written off: the     *
      * balance goes to zero as an 'O' posting on the history master  *
      * and the audit log, the loss is held on the account as its     *
      * charged-off balance, and the account moves to CHARGEDOFF so   *
      * nothing but recoveries posts to it again. Charge-offs are     *
      * recorded on CHGOFFPOST for the daily reconciliation; the GL   *
      * extract books the loss off the audit log. Runs behind the     *
      * certificate maturity job and ahead of the reconciliation.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-COLLECTIONS.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. AGES OVERDRAWN ACCOUNTS AND CHARGES OFF THE OLDEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTIONS-PARM-FILE
               ASSIGN TO "COLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           COPY "txnhist_select.cbl".

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-HISTORY-FILE
               ASSIGN TO "COLSORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

           SELECT AGING-SORT-FILE
               ASSIGN TO "SORTWORK2".

           SELECT COLLECTIONS-AGED-FILE
               ASSIGN TO "COLAGED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-FILE-STATUS.

           COPY "acctmast_select.cbl".

           COPY "custmast_select.cbl".

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           COPY "chgpost_select.cbl".

           SELECT COLLECTIONS-REPORT-FILE
               ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.

           COPY "runctl_select.cbl".

           COPY "excplog_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Collections Parameter File Record Structure - the number of
      * days an account may stay overdrawn before it is charged off.
       FD  COLLECTIONS-PARM-FILE.
       01  COLLECTIONS-PARM-RECORD.
           05  OP-CHARGE-OFF-DAYS     PIC 9(3).

       COPY "txnhist_record.cbl".

      * Sort Work File - every history posting's resulting balance,
      * ordered by account with each account's postings kept in the
      * order they were appended, so the balance can be replayed.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-BUSINESS-DATE       PIC 9(8).
           05  SW-RESULTING-BALANCE   PIC S9(10)V99.

      * Sorted History File Record Structure
       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-RECORD.
           05  SR-ACCOUNT-NUMBER      PIC X(10).
           05  SR-BUSINESS-DATE       PIC 9(8).
           05  SR-RESULTING-BALANCE   PIC S9(10)V99.

      * Aging Sort File - one record per overdrawn account, ordered
      * oldest bucket and longest overdrawn first for the work list.
       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  AG-BUCKET              PIC 9.
           05  AG-DAYS-OVERDRAWN      PIC 9(5).
           05  AG-ACCOUNT-NUMBER      PIC X(10).
           05  AG-CUSTOMER-ID         PIC X(10).
           05  AG-OVERDRAWN-BALANCE   PIC S9(10)V99.
           05  AG-CHARGE-OFF-FLAG     PIC X.

      * Collections Aged File Record Structure
       FD  COLLECTIONS-AGED-FILE.
       01  COLLECTIONS-AGED-RECORD.
           05  CA-BUCKET              PIC 9.
           05  CA-DAYS-OVERDRAWN      PIC 9(5).
           05  CA-ACCOUNT-NUMBER      PIC X(10).
           05  CA-CUSTOMER-ID         PIC X(10).
           05  CA-OVERDRAWN-BALANCE   PIC S9(10)V99.
           05  CA-CHARGE-OFF-FLAG     PIC X.
               88  CHARGED-OFF-TONIGHT    VALUE 'Y'.

       COPY "acctmast_record.cbl".

       COPY "custmast_record.cbl".

      * Audit Log File Record Structure - matches the layout written
      * by BANKING-TRANSACTION-PROCESSOR; every charge-off appends
      * its before and after balance images behind the day's
      * postings.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.
           05  AU-TIMESTAMP           PIC 9(14).

       COPY "chgpost_record.cbl".

      * Collections Work List Record Structure
       FD  COLLECTIONS-REPORT-FILE.
       01  COLLECTIONS-LINE           PIC X(80).

       COPY "runctl_record.cbl".

       COPY "excplog_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS        PIC XX.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-SORTED-FILE-STATUS      PIC XX.
           05  WS-AGED-FILE-STATUS        PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-CUSTOMER-FILE-STATUS    PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-CHGPOST-FILE-STATUS     PIC XX.
           05  WS-COLLECTIONS-FILE-STATUS PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.
           05  WS-EXCEPTION-FILE-STATUS   PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-ACCOUNTS-SCANNED    PIC 9(7) COMP VALUE ZERO.
           05  WS-ACCOUNTS-OVERDRAWN  PIC 9(7) COMP VALUE ZERO.
           05  WS-ACCOUNTS-CHARGED-OFF PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-CHARGED-OFF   PIC S9(11)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-RELEASE-EOF-FLAG        PIC X VALUE 'N'.
               88  RELEASE-END-OF-FILE    VALUE 'Y'.

           05  WS-HISTORY-EOF-FLAG        PIC X VALUE 'N'.
               88  HISTORY-END-OF-FILE    VALUE 'Y'.

           05  WS-PRINT-EOF-FLAG          PIC X VALUE 'N'.
               88  PRINT-END-OF-FILE      VALUE 'Y'.

           05  WS-CUSTOMER-LOOKUP-STATUS  PIC X.
               88  CUSTOMER-FOUND         VALUE 'F'.
               88  CUSTOMER-NOT-FOUND     VALUE 'N'.

      * Collections Controls - the parameter file overrides the
      * default charge-off age, counted in calendar days from the
      * day the balance went negative (that day is day one).
       01  WS-COLLECTIONS-CONTROLS.
           05  WS-CHARGE-OFF-DAYS         PIC 9(3) VALUE 90.

      * The Account Under Review - the business date its balance
      * last went below zero on the history master (zero while the
      * replay shows it at or above zero), and how long ago that was.
       01  WS-AGING-WORK-AREA.
           05  WS-OVERDRAWN-SINCE-DATE    PIC 9(8) VALUE ZERO.
           05  WS-DAYS-OVERDRAWN          PIC 9(5) VALUE ZERO.
           05  WS-OVERDRAWN-AMOUNT        PIC S9(10)V99.
           05  WS-AUDIT-BEFORE-BALANCE    PIC S9(10)V99.
           05  WS-CHARGE-OFF-AMOUNT       PIC S9(10)V99.

      * Aging Buckets - count and amount overdrawn per bucket, with
      * the label each prints under.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 3 TIMES.
               10  WS-BUCKET-COUNT        PIC 9(7) COMP.
               10  WS-BUCKET-AMOUNT       PIC S9(11)V99.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                     PIC X(6) VALUE "1-30  ".
           05  FILLER                     PIC X(6) VALUE "31-60 ".
           05  FILLER                     PIC X(6) VALUE "61-90+".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL            PIC X(6) OCCURS 3 TIMES.

      * Subscript For The Bucket Tables.
       01  WS-BUCKET-SUB              PIC 9(3) COMP VALUE ZERO.

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-COLLECTIONS-EDIT-FIELDS.
           05  WS-EDIT-BALANCE            PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-DAYS               PIC ZZZZ9.
           05  WS-EDIT-COUNT              PIC Z,ZZZ,ZZ9.
           05  WS-EDIT-TOTAL              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-CUSTOMER-NAME      PIC X(18).
           05  WS-EDIT-PHONE-NUMBER       PIC X(10).
           05  WS-EDIT-ACTION             PIC X(11).

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
      * TRANSACTION-HISTORY-FILE, CUSTOMER-MASTER-FILE, and
      * AUDIT-LOG-FILE are not listed here: the first two may not
      * exist yet on a brand new installation, and the audit log is
      * opened EXTEND, which returns status 35 until the very first
      * posting creates it. INITIALIZATION-ROUTINE handles those
      * cases explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               SORTED-HISTORY-FILE
               COLLECTIONS-AGED-FILE
               ACCOUNT-MASTER-FILE
               CHARGE-OFF-POSTING-FILE
               COLLECTIONS-REPORT-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE

      * Age every overdrawn account, charging off the oldest on the
      * way through, and order them oldest first for the work list.
           SORT AGING-SORT-FILE
               ON DESCENDING KEY AG-BUCKET
                                 AG-DAYS-OVERDRAWN
               ON ASCENDING KEY AG-ACCOUNT-NUMBER
               INPUT PROCEDURE IS REVIEW-ALL-ACCOUNTS
               GIVING COLLECTIONS-AGED-FILE

           PERFORM PRINT-COLLECTIONS-LIST
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "OVERDRAFT-COLLECTIONS" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

      * Every posting of the day - the night's interest and any
      * certificate payout included - must be on the balances before
      * they are aged, and a second run on the same business date
      * would age the same day twice. CERTIFICATE-MATURITY itself
      * runs behind INTEREST-CALC, so one predecessor covers both.
           PERFORM OPEN-RUN-CONTROL-FILE
           MOVE "CERTIFICATE-MATURITY" TO WS-RUN-PREDECESSOR-JOB
           PERFORM VERIFY-RUN-CONTROL

           PERFORM LOAD-COLLECTIONS-PARAMETERS

           INITIALIZE WS-BUCKET-TOTALS

      * The history master may not exist yet on a brand new
      * installation; every overdrawn account then ages from today.
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

      * Pull every posting's resulting balance out of the permanent
      * history, grouped by account in the order it was appended.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-HISTORY-BALANCES
               GIVING SORTED-HISTORY-FILE

           CLOSE TRANSACTION-HISTORY-FILE

           OPEN INPUT  SORTED-HISTORY-FILE
                I-O    ACCOUNT-MASTER-FILE
                INPUT  CUSTOMER-MASTER-FILE
                OUTPUT CHARGE-OFF-POSTING-FILE
                OUTPUT COLLECTIONS-REPORT-FILE

      * Charge-offs append behind everything already on the history
      * master and the day's audit log.
           OPEN EXTEND TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               OPEN EXTEND TRANSACTION-HISTORY-FILE
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "OVERDRAWN ACCOUNT AGING AND CHARGE-OFF"
           DISPLAY "CHARGE-OFF AGE:  " WS-CHARGE-OFF-DAYS " DAYS"

      * Position at the start of ACCTMASTER for a full-file scan.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

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

      * CUSTMASTER may not exist yet on a brand new installation;
      * every account is then listed flagged with no customer.
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

           IF WS-CHGPOST-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CHARGE-OFF POSTING FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING COLLECTIONS REPORT FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-HISTORY-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING TRANSACTION HISTORY FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-AUDIT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING AUDIT LOG FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       LOAD-COLLECTIONS-PARAMETERS.
      * A missing or empty COLLPARM leaves the built-in default in
      * effect; a present but non-numeric or zero one is logged and
      * ignored so a mangled parameter never charges off early.
           OPEN INPUT COLLECTIONS-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ COLLECTIONS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-CHARGE-OFF-DAYS NUMERIC
                               AND OP-CHARGE-OFF-DAYS > ZERO
                           MOVE OP-CHARGE-OFF-DAYS
                             TO WS-CHARGE-OFF-DAYS
                       ELSE
                           PERFORM LOG-INVALID-COLLECTIONS-PARM
                       END-IF
               END-READ
               CLOSE COLLECTIONS-PARM-FILE
           END-IF.

       LOG-INVALID-COLLECTIONS-PARM.
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "OPRM" TO WS-EXCEPTION-REASON-CODE
           MOVE "INVALID COLLPARM CHARGE-OFF DAYS - DEFAULT USED"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY.

       SELECT-HISTORY-BALANCES SECTION.
       SELECT-HISTORY-BALANCES-ROUTINE.
           PERFORM RELEASE-HISTORY-BALANCE
               UNTIL RELEASE-END-OF-FILE
           GO TO EXIT-SELECT-HISTORY-BALANCES.

       RELEASE-HISTORY-BALANCE.
      * Every posting type counts: whatever moved the balance, its
      * resulting balance says which side of zero the account sat on
      * afterwards.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE TH-ACCOUNT-NUMBER    TO SW-ACCOUNT-NUMBER
                   MOVE TH-BUSINESS-DATE     TO SW-BUSINESS-DATE
                   MOVE TH-RESULTING-BALANCE TO SW-RESULTING-BALANCE
                   RELEASE SORT-RECORD
           END-READ.

       EXIT-SELECT-HISTORY-BALANCES.
           EXIT.

       REVIEW-ALL-ACCOUNTS SECTION.
       REVIEW-ALL-ACCOUNTS-ROUTINE.
           PERFORM REVIEW-ONE-ACCOUNT THRU EXIT-REVIEW-ONE-ACCOUNT
               UNTIL END-OF-FILE
           GO TO EXIT-REVIEW-ALL-ACCOUNTS.

       REVIEW-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-REVIEW-ONE-ACCOUNT
           END-READ

           ADD 1 TO WS-ACCOUNTS-SCANNED

      * History keyed below the current account belongs to an
      * account gone from ACCTMASTER; read past so the match-merge
      * stays lined up.
           PERFORM SKIP-LOW-HISTORY
               UNTIL HISTORY-END-OF-FILE
                  OR SR-ACCOUNT-NUMBER NOT < AM-ACCOUNT-NUMBER

      * Replay the account's resulting balances to find the date it
      * last went below zero; the records are consumed whatever the
      * balance so the merge stays lined up for the next account.
           MOVE ZERO TO WS-OVERDRAWN-SINCE-DATE
           PERFORM NOTE-ONE-HISTORY-BALANCE
               UNTIL HISTORY-END-OF-FILE
                  OR SR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER

      * Only a negative balance on an account still able to post is
      * aged; a charged-off account has already been written off to
      * zero and a closed one can carry no balance.
           IF AM-ACCOUNT-BALANCE NOT < ZERO
               GO TO EXIT-REVIEW-ONE-ACCOUNT
           END-IF

           IF ACCOUNT-CLOSED OR ACCOUNT-CHARGED-OFF
               GO TO EXIT-REVIEW-ONE-ACCOUNT
           END-IF

           ADD 1 TO WS-ACCOUNTS-OVERDRAWN

      * A negative balance the history does not show going negative
      * cannot be dated; it ages from today rather than being
      * passed over, and is logged for research.
           IF WS-OVERDRAWN-SINCE-DATE = ZERO
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "ONOH" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "OVERDRAWN BALANCE NOT ON HISTORY - AGED FROM TODAY"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE WS-BUSINESS-DATE TO WS-OVERDRAWN-SINCE-DATE
           END-IF

           COMPUTE WS-DAYS-OVERDRAWN =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-OVERDRAWN-SINCE-DATE)
                   + 1

           IF WS-DAYS-OVERDRAWN > 60
               MOVE 3 TO WS-BUCKET-SUB
           ELSE
               IF WS-DAYS-OVERDRAWN > 30
                   MOVE 2 TO WS-BUCKET-SUB
               ELSE
                   MOVE 1 TO WS-BUCKET-SUB
               END-IF
           END-IF

           COMPUTE WS-OVERDRAWN-AMOUNT = ZERO - AM-ACCOUNT-BALANCE
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
           ADD WS-OVERDRAWN-AMOUNT TO WS-BUCKET-AMOUNT (WS-BUCKET-SUB)

           MOVE WS-BUCKET-SUB      TO AG-BUCKET
           MOVE WS-DAYS-OVERDRAWN  TO AG-DAYS-OVERDRAWN
           MOVE AM-ACCOUNT-NUMBER  TO AG-ACCOUNT-NUMBER
           MOVE AM-CUSTOMER-ID     TO AG-CUSTOMER-ID
           MOVE AM-ACCOUNT-BALANCE TO AG-OVERDRAWN-BALANCE
           MOVE SPACE              TO AG-CHARGE-OFF-FLAG

           IF WS-DAYS-OVERDRAWN NOT < WS-CHARGE-OFF-DAYS
               PERFORM CHARGE-OFF-ONE-ACCOUNT THRU
                   EXIT-CHARGE-OFF-ONE-ACCOUNT
           END-IF

           RELEASE AGING-SORT-RECORD.

       EXIT-REVIEW-ONE-ACCOUNT.
           EXIT.

       SKIP-LOW-HISTORY.
           PERFORM READ-SORTED-HISTORY.

       NOTE-ONE-HISTORY-BALANCE.
      * The first negative resulting balance after the account last
      * stood at or above zero starts the clock; any posting that
      * brings it back to zero or better stops it again.
           IF SR-RESULTING-BALANCE < ZERO
               IF WS-OVERDRAWN-SINCE-DATE = ZERO
                   MOVE SR-BUSINESS-DATE TO WS-OVERDRAWN-SINCE-DATE
               END-IF
           ELSE
               MOVE ZERO TO WS-OVERDRAWN-SINCE-DATE
           END-IF
           PERFORM READ-SORTED-HISTORY.

       READ-SORTED-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END
                   SET HISTORY-END-OF-FILE TO TRUE
           END-READ.

       CHARGE-OFF-ONE-ACCOUNT.
      * The whole overdrawn balance is written off to zero: the loss
      * is held on the account as its charged-off balance for any
      * later recovery to post against, the posting is audited and
      * appended to the history master as an 'O' under the house
      * code, and it is recorded on CHGOFFPOST for the
      * reconciliation.
           MOVE AM-ACCOUNT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           MOVE WS-OVERDRAWN-AMOUNT TO WS-CHARGE-OFF-AMOUNT
           MOVE ZERO                 TO AM-ACCOUNT-BALANCE
           MOVE WS-CHARGE-OFF-AMOUNT TO AM-CHARGED-OFF-BALANCE
           MOVE WS-BUSINESS-DATE     TO AM-CHARGE-OFF-DATE
           SET ACCOUNT-CHARGED-OFF TO TRUE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "OUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CHARGE-OFF UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-CHARGE-OFF-ONE-ACCOUNT
           END-REWRITE

           MOVE AM-ACCOUNT-NUMBER        TO AU-ACCOUNT-NUMBER
           MOVE WS-AUDIT-BEFORE-BALANCE  TO AU-BEFORE-BALANCE
           MOVE AM-ACCOUNT-BALANCE       TO AU-AFTER-BALANCE
           MOVE 'O'                      TO AU-TRANSACTION-TYPE
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO AU-TIMESTAMP
           WRITE AUDIT-RECORD

           MOVE AM-ACCOUNT-NUMBER        TO TH-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE         TO TH-BUSINESS-DATE
           MOVE 'O'                      TO TH-TRANSACTION-TYPE
           MOVE WS-CHARGE-OFF-AMOUNT     TO TH-SIGNED-AMOUNT
           MOVE SPACES                   TO TH-COUNTERPARTY-ID
           MOVE AM-ACCOUNT-BALANCE       TO TH-RESULTING-BALANCE
           MOVE ZERO                     TO TH-ORIGINAL-DATE
           MOVE SPACE                    TO TH-ORIGINAL-TYPE
           MOVE "99"                     TO TH-BRANCH-CODE
           WRITE TRANSACTION-HISTORY-RECORD

           MOVE AM-ACCOUNT-NUMBER        TO CG-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE         TO CG-BUSINESS-DATE
           MOVE WS-AUDIT-BEFORE-BALANCE  TO CG-BALANCE-BEFORE
           MOVE WS-CHARGE-OFF-AMOUNT     TO CG-SIGNED-AMOUNT
           MOVE AM-ACCOUNT-BALANCE       TO CG-BALANCE-AFTER
           MOVE WS-DAYS-OVERDRAWN        TO CG-DAYS-OVERDRAWN
           WRITE CHARGE-OFF-POSTING-RECORD

           MOVE 'Y' TO AG-CHARGE-OFF-FLAG
           ADD 1 TO WS-ACCOUNTS-CHARGED-OFF
           ADD WS-CHARGE-OFF-AMOUNT TO WS-TOTAL-CHARGED-OFF.

       EXIT-CHARGE-OFF-ONE-ACCOUNT.
           EXIT.

       EXIT-REVIEW-ALL-ACCOUNTS.
           EXIT.

       REPORT-PRINT-SECTION SECTION.
       PRINT-COLLECTIONS-LIST.
           OPEN INPUT COLLECTIONS-AGED-FILE

           PERFORM WRITE-REPORT-HEADER
           PERFORM PRINT-ONE-AGED-ACCOUNT
               UNTIL PRINT-END-OF-FILE

           CLOSE COLLECTIONS-AGED-FILE

           PERFORM WRITE-REPORT-TOTALS.

       PRINT-ONE-AGED-ACCOUNT.
           READ COLLECTIONS-AGED-FILE
               AT END
                   SET PRINT-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM WRITE-ONE-AGED-LINE
           END-READ.

       WRITE-ONE-AGED-LINE.
      * The collector works the list by phone, so a customer with no
      * record on the master is still listed, flagged for research.
           SET CUSTOMER-FOUND TO TRUE
           MOVE CA-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           END-READ

           IF CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NAME TO WS-EDIT-CUSTOMER-NAME
               MOVE CM-PHONE-NUMBER  TO WS-EDIT-PHONE-NUMBER
           ELSE
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "ONOC" TO WS-EXCEPTION-REASON-CODE
               MOVE CA-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CUSTOMER RECORD ON FILE FOR COLLECTIONS"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE "** NO CUSTOMER **" TO WS-EDIT-CUSTOMER-NAME
               MOVE SPACES              TO WS-EDIT-PHONE-NUMBER
           END-IF

           IF CHARGED-OFF-TONIGHT
               MOVE "CHARGED OFF" TO WS-EDIT-ACTION
           ELSE
               MOVE SPACES        TO WS-EDIT-ACTION
           END-IF

           MOVE CA-OVERDRAWN-BALANCE TO WS-EDIT-BALANCE
           MOVE CA-DAYS-OVERDRAWN    TO WS-EDIT-DAYS
           MOVE SPACES TO COLLECTIONS-LINE
           STRING CA-ACCOUNT-NUMBER          DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-EDIT-CUSTOMER-NAME      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-EDIT-PHONE-NUMBER       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-EDIT-BALANCE            DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-EDIT-DAYS               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-BUCKET-LABEL (CA-BUCKET) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-EDIT-ACTION             DELIMITED BY SIZE
             INTO COLLECTIONS-LINE
           END-STRING
           WRITE COLLECTIONS-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO COLLECTIONS-LINE
           STRING "OVERDRAWN ACCOUNT COLLECTIONS LIST FOR "
                                       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR     DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-MONTH    DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-DAY      DELIMITED BY SIZE
             INTO COLLECTIONS-LINE
           END-STRING
           WRITE COLLECTIONS-LINE

           MOVE SPACES TO COLLECTIONS-LINE
           STRING "CHARGE-OFF AT "     DELIMITED BY SIZE
                  WS-CHARGE-OFF-DAYS   DELIMITED BY SIZE
                  " DAYS OVERDRAWN"    DELIMITED BY SIZE
             INTO COLLECTIONS-LINE
           END-STRING
           WRITE COLLECTIONS-LINE

           MOVE SPACES TO COLLECTIONS-LINE
           STRING "ACCOUNT    NAME               PHONE      "
                                       DELIMITED BY SIZE
                  "       BALANCE  DAYS AGE    ACTION"
                                       DELIMITED BY SIZE
             INTO COLLECTIONS-LINE
           END-STRING
           WRITE COLLECTIONS-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO COLLECTIONS-LINE
           WRITE COLLECTIONS-LINE

           MOVE ZERO TO WS-BUCKET-SUB
           PERFORM WRITE-ONE-BUCKET-TOTAL
               UNTIL WS-BUCKET-SUB >= 3

           MOVE SPACES TO COLLECTIONS-LINE
           MOVE WS-ACCOUNTS-CHARGED-OFF TO WS-EDIT-COUNT
           MOVE WS-TOTAL-CHARGED-OFF    TO WS-EDIT-TOTAL
           STRING "CHARGED OFF   "    DELIMITED BY SIZE
                  WS-EDIT-COUNT       DELIMITED BY SIZE
                  "  AMOUNT "         DELIMITED BY SIZE
                  WS-EDIT-TOTAL       DELIMITED BY SIZE
             INTO COLLECTIONS-LINE
           END-STRING
           WRITE COLLECTIONS-LINE.

       WRITE-ONE-BUCKET-TOTAL.
           ADD 1 TO WS-BUCKET-SUB
           MOVE SPACES TO COLLECTIONS-LINE
           MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB)  TO WS-EDIT-COUNT
           MOVE WS-BUCKET-AMOUNT (WS-BUCKET-SUB) TO WS-EDIT-TOTAL
           STRING "AGED "                        DELIMITED BY SIZE
                  WS-BUCKET-LABEL (WS-BUCKET-SUB) DELIMITED BY SIZE
                  "   "                          DELIMITED BY SIZE
                  WS-EDIT-COUNT                  DELIMITED BY SIZE
                  "  AMOUNT "                    DELIMITED BY SIZE
                  WS-EDIT-TOTAL                  DELIMITED BY SIZE
             INTO COLLECTIONS-LINE
           END-STRING
           WRITE COLLECTIONS-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "OVERDRAWN ACCOUNT AGING SUMMARY"
           DISPLAY "Accounts Scanned:   " WS-ACCOUNTS-SCANNED
           DISPLAY "Accounts Overdrawn: " WS-ACCOUNTS-OVERDRAWN
           DISPLAY "Aged 1-30 Days:     " WS-BUCKET-COUNT (1)
           DISPLAY "Aged 31-60 Days:    " WS-BUCKET-COUNT (2)
           DISPLAY "Aged 61-90+ Days:   " WS-BUCKET-COUNT (3)
           DISPLAY "Charged Off:        " WS-ACCOUNTS-CHARGED-OFF
           DISPLAY "Total Charged Off:  " WS-TOTAL-CHARGED-OFF.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE SORTED-HISTORY-FILE
                 ACCOUNT-MASTER-FILE
                 CUSTOMER-MASTER-FILE
                 TRANSACTION-HISTORY-FILE
                 AUDIT-LOG-FILE
                 CHARGE-OFF-POSTING-FILE
                 COLLECTIONS-REPORT-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE

           DISPLAY "OVERDRAWN ACCOUNT AGING COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".
