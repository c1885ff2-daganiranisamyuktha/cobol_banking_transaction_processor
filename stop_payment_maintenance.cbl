      *================================================================*
      * Stop Payment Maintenance                                      *
      * Places and releases stop payments on checks so the posting    *
      * run can refuse a stopped check when it is presented, without  *
      * anyone hand-editing the stop payment file directly.           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOP-PAYMENT-MAINTENANCE.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. PLACES AND RELEASES STOP PAYMENTS ON CHECKS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-REQUEST-FILE
               ASSIGN TO "STOPREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-REQUEST-FILE-STATUS.

           COPY "acctmast_select.cbl".

           COPY "stoppay_select.cbl".

           COPY "excplog_select.cbl".

           SELECT STOP-JOURNAL-FILE
               ASSIGN TO "STOPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           COPY "runctl_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Stop Payment Request File Record Structure
       FD  STOP-REQUEST-FILE.
       01  STOP-REQUEST-RECORD.
           05  SQ-ACCOUNT-NUMBER      PIC X(10).
           05  SQ-ACTION              PIC X.
               88  STOP-ACTION-PLACE      VALUE 'P'.
               88  STOP-ACTION-RELEASE    VALUE 'R'.
      *    A RELEASE NAMES THE STOP BY ITS ACCOUNT AND FIRST CHECK
      *    NUMBER ONLY; THE REMAINING FIELDS APPLY TO A PLACE.
           05  SQ-CHECK-FROM          PIC 9(10).
      *    ZERO FOR A STOP ON THE SINGLE CHECK SQ-CHECK-FROM.
           05  SQ-CHECK-TO            PIC 9(10).
      *    ZERO STOPS THE CHECKS WHATEVER THEIR AMOUNT.
           05  SQ-AMOUNT              PIC 9(7)V99.
      *    ZERO TAKES THE STANDARD EXPIRY FROM THE BUSINESS DATE.
           05  SQ-EXPIRY-DATE         PIC 9(8).

       COPY "acctmast_record.cbl".

       COPY "stoppay_record.cbl".

       COPY "excplog_record.cbl".

      * Stop Journal File Record Structure - one record per applied
      * maintenance action, in the pattern of MAINTJRNL.
       FD  STOP-JOURNAL-FILE.
       01  STOP-JOURNAL-RECORD.
           05  PJ-ACCOUNT-NUMBER      PIC X(10).
           05  PJ-ACTION              PIC X(10).
           05  PJ-TIMESTAMP           PIC 9(14).
           05  PJ-DETAIL              PIC X(40).

       COPY "runctl_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-STOP-REQUEST-FILE-STATUS PIC XX.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX.
           05  WS-STOP-PAYMENT-FILE-STATUS PIC XX.
           05  WS-EXCEPTION-FILE-STATUS    PIC XX.
           05  WS-JOURNAL-FILE-STATUS      PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS  PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-REQUESTS      PIC 9(5) COMP VALUE ZERO.
           05  WS-SUCCESSFUL-REQUESTS PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-REQUESTS     PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.

           05  WS-STOP-ON-FILE-FLAG       PIC X.
               88  STOP-ON-FILE           VALUE 'Y'.
               88  STOP-NOT-ON-FILE       VALUE 'N'.

      * Stop Payment Defaults - a stop placed without an expiry date
      * holds for this many calendar days from the business date.
       01  WS-STOP-DEFAULTS.
           05  WS-STOP-EXPIRY-DAYS        PIC 9(3) VALUE 180.

       01  WS-STOP-WORK-AREA.
           05  WS-STOP-CHECK-TO           PIC 9(10).
           05  WS-STOP-EXPIRY-DATE        PIC 9(8).

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
      * STOP-PAYMENT-FILE is not listed here: it is created on its
      * very first run (file status 35 is expected then, not an
      * error), and CHECK-FILE-STATUSES below handles that case.
           USE AFTER STANDARD ERROR PROCEDURE ON
               STOP-REQUEST-FILE
               ACCOUNT-MASTER-FILE
               STOP-JOURNAL-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-STOP-REQUESTS THRU
               EXIT-PROCESS-STOP-REQUESTS
               UNTIL END-OF-FILE
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "STOP-PAYMENT-MAINTENANCE" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM VERIFY-RUN-CONTROL

      * Open all required files
           OPEN INPUT  STOP-REQUEST-FILE
                INPUT  ACCOUNT-MASTER-FILE
                I-O    STOP-PAYMENT-FILE
                OUTPUT STOP-JOURNAL-FILE

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "STOP PAYMENT MAINTENANCE"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY.

       CHECK-FILE-STATUSES.
           IF WS-STOP-REQUEST-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING STOP PAYMENT REQUEST FILE"
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

      * STOPPAY may not exist yet the very first time this program
      * is run against a brand new installation.
           IF WS-STOP-PAYMENT-FILE-STATUS = "35"
              CLOSE STOP-PAYMENT-FILE
              OPEN OUTPUT STOP-PAYMENT-FILE
              CLOSE STOP-PAYMENT-FILE
              OPEN I-O STOP-PAYMENT-FILE
           END-IF.

           IF WS-STOP-PAYMENT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING STOP PAYMENT FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       PROCESS-STOP-REQUESTS.
           READ STOP-REQUEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-PROCESS-STOP-REQUESTS
           END-READ

           ADD 1 TO WS-TOTAL-REQUESTS
           MOVE 'V' TO WS-REQUEST-STATUS

           MOVE SQ-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "PCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID ACCOUNT NUMBER ON STOP REQUEST"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ

           IF REQUEST-VALID AND STOP-ACTION-PLACE
               PERFORM PLACE-STOP-PAYMENT THRU EXIT-PLACE-STOP-PAYMENT
           END-IF

           IF REQUEST-VALID AND STOP-ACTION-RELEASE
               PERFORM RELEASE-STOP-PAYMENT THRU
                   EXIT-RELEASE-STOP-PAYMENT
           END-IF

           IF REQUEST-VALID AND NOT STOP-ACTION-PLACE
                             AND NOT STOP-ACTION-RELEASE
               SET REQUEST-INVALID TO TRUE
               MOVE "PACT" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID STOP REQUEST ACTION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF

           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               ADD 1 TO WS-FAILED-REQUESTS
           END-IF.

       EXIT-PROCESS-STOP-REQUESTS.
           EXIT.

       PLACE-STOP-PAYMENT.
      * Checks are only drawn on checking accounts, and a closed
      * account will never have another check paid against it.
           IF ACCOUNT-CLOSED
               SET REQUEST-INVALID TO TRUE
               MOVE "PCLS" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACCOUNT CLOSED FOR STOP REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PLACE-STOP-PAYMENT
           END-IF

           IF NOT PRODUCT-CHECKING
               SET REQUEST-INVALID TO TRUE
               MOVE "PPRD" TO WS-EXCEPTION-REASON-CODE
               MOVE "STOP REQUEST ON A NON-CHECKING ACCOUNT"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PLACE-STOP-PAYMENT
           END-IF

           PERFORM EDIT-STOP-REQUEST-FIELDS THRU
               EXIT-EDIT-STOP-REQUEST-FIELDS

           IF NOT REQUEST-VALID
               GO TO EXIT-PLACE-STOP-PAYMENT
           END-IF

      * A stop already live on the same first check must be released
      * before it is replaced; a released one is simply written over.
           PERFORM READ-STOP-PAYMENT
           IF STOP-ON-FILE AND STOP-ACTIVE
               SET REQUEST-INVALID TO TRUE
               MOVE "PDUP" TO WS-EXCEPTION-REASON-CODE
               MOVE "STOP PAYMENT ALREADY ACTIVE FOR THIS CHECK"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PLACE-STOP-PAYMENT
           END-IF

           MOVE SQ-ACCOUNT-NUMBER   TO SP-ACCOUNT-NUMBER
           MOVE SQ-CHECK-FROM       TO SP-CHECK-FROM
           MOVE WS-STOP-CHECK-TO    TO SP-CHECK-TO
           MOVE SQ-AMOUNT           TO SP-AMOUNT
           MOVE AM-CUSTOMER-ID      TO SP-CUSTOMER-ID
           SET STOP-ACTIVE TO TRUE
           MOVE WS-BUSINESS-DATE    TO SP-PLACED-DATE
           MOVE WS-STOP-EXPIRY-DATE TO SP-EXPIRY-DATE
           MOVE ZERO                TO SP-RELEASED-DATE
           IF STOP-ON-FILE
               REWRITE STOP-PAYMENT-RECORD
                   INVALID KEY
                       SET REQUEST-INVALID TO TRUE
               END-REWRITE
           ELSE
               WRITE STOP-PAYMENT-RECORD
                   INVALID KEY
                       SET REQUEST-INVALID TO TRUE
               END-WRITE
           END-IF

           IF REQUEST-INVALID
               MOVE "PUPD" TO WS-EXCEPTION-REASON-CODE
               MOVE "STOP PAYMENT PLACE FAILED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           ELSE
               MOVE "PLACE" TO PJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       EXIT-PLACE-STOP-PAYMENT.
           EXIT.

       EDIT-STOP-REQUEST-FIELDS.
      * The check range must be real serial numbers, low to high; a
      * zero upper bound means the single check SQ-CHECK-FROM.
           IF SQ-CHECK-FROM NOT NUMERIC
                   OR SQ-CHECK-FROM = ZERO
                   OR SQ-CHECK-TO NOT NUMERIC
               SET REQUEST-INVALID TO TRUE
               MOVE "PCHK" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID CHECK NUMBER ON STOP REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-STOP-REQUEST-FIELDS
           END-IF

           IF SQ-CHECK-TO = ZERO
               MOVE SQ-CHECK-FROM TO WS-STOP-CHECK-TO
           ELSE
               MOVE SQ-CHECK-TO TO WS-STOP-CHECK-TO
           END-IF

           IF WS-STOP-CHECK-TO < SQ-CHECK-FROM
               SET REQUEST-INVALID TO TRUE
               MOVE "PCHK" TO WS-EXCEPTION-REASON-CODE
               MOVE "CHECK NUMBER RANGE REVERSED ON STOP REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-STOP-REQUEST-FIELDS
           END-IF

           IF SQ-AMOUNT NOT NUMERIC
               SET REQUEST-INVALID TO TRUE
               MOVE "PAMT" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID AMOUNT ON STOP REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-STOP-REQUEST-FIELDS
           END-IF

           PERFORM EDIT-EXPIRY-DATE.

       EXIT-EDIT-STOP-REQUEST-FIELDS.
           EXIT.

       EDIT-EXPIRY-DATE.
      * The posting run compares this date against the business date
      * for every check presented, so a nonsense date or one already
      * past is rejected here rather than silently never matching.
           IF SQ-EXPIRY-DATE NOT NUMERIC
               SET REQUEST-INVALID TO TRUE
               MOVE "PEXP" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID EXPIRY DATE ON STOP REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           ELSE
               IF SQ-EXPIRY-DATE = ZERO
                   COMPUTE WS-STOP-EXPIRY-DATE =
                       FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                            + WS-STOP-EXPIRY-DAYS)
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(SQ-EXPIRY-DATE) = ZERO
                           OR SQ-EXPIRY-DATE < WS-BUSINESS-DATE
                       SET REQUEST-INVALID TO TRUE
                       MOVE "PEXP" TO WS-EXCEPTION-REASON-CODE
                       MOVE "INVALID EXPIRY DATE ON STOP REQUEST"
                           TO WS-EXCEPTION-MESSAGE
                       PERFORM LOG-REQUEST-EXCEPTION
                   ELSE
                       MOVE SQ-EXPIRY-DATE TO WS-STOP-EXPIRY-DATE
                   END-IF
               END-IF
           END-IF.

       RELEASE-STOP-PAYMENT.
      * Read the existing stop record; there must be a live one.
           PERFORM READ-STOP-PAYMENT
           IF STOP-NOT-ON-FILE OR NOT STOP-ACTIVE
               SET REQUEST-INVALID TO TRUE
               MOVE "PNOS" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO ACTIVE STOP PAYMENT ON FILE TO RELEASE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-RELEASE-STOP-PAYMENT
           END-IF

           SET STOP-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO SP-RELEASED-DATE
           REWRITE STOP-PAYMENT-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "PUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "STOP PAYMENT RELEASE UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

           IF REQUEST-VALID
               MOVE "RELEASE" TO PJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       EXIT-RELEASE-STOP-PAYMENT.
           EXIT.

       READ-STOP-PAYMENT.
           SET STOP-ON-FILE TO TRUE
           MOVE SQ-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER
           MOVE SQ-CHECK-FROM     TO SP-CHECK-FROM
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   SET STOP-NOT-ON-FILE TO TRUE
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE SP-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO PJ-TIMESTAMP
           MOVE SPACES TO PJ-DETAIL
           STRING SP-CHECK-FROM       DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  SP-CHECK-TO         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SP-AMOUNT           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SP-EXPIRY-DATE      DELIMITED BY SIZE
             INTO PJ-DETAIL
           END-STRING
           WRITE STOP-JOURNAL-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "STOP PAYMENT MAINTENANCE SUMMARY"
           DISPLAY "Total Requests:     " WS-TOTAL-REQUESTS
           DISPLAY "Successful Requests:" WS-SUCCESSFUL-REQUESTS
           DISPLAY "Failed Requests:    " WS-FAILED-REQUESTS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE STOP-REQUEST-FILE
                 ACCOUNT-MASTER-FILE
                 STOP-PAYMENT-FILE
                 EXCEPTION-LOG-FILE
                 STOP-JOURNAL-FILE
                 RUN-CONTROL-FILE

           DISPLAY "STOP PAYMENT MAINTENANCE COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       LOG-REQUEST-EXCEPTION.
      * Common exception wrapper for rejected stop requests: every
      * entry carries the account and the request record that
      * caused it. The caller sets the reason code and message.
           MOVE SQ-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE STOP-REQUEST-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
