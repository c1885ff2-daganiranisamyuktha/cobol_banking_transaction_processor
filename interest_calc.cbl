      * Nightly Interest Accrual                                      *
      * Walks every ACTIVE account on ACCOUNT-MASTER-FILE, accrues    *
      * interest against AM-ACCOUNT-BALANCE at the rate on file for   *
      * that account's product and status, and posts the credit       *
      * directly. A certificate accrues instead at the rate locked    *
      * on CERTMASTER when its current term began.                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-CALC.

           COPY "ratetable_select.cbl".

           COPY "certmast_select.cbl".

           COPY "interestrpt_select.cbl".

           COPY "txnhist_select.cbl".
      * every balance change on ACCTMASTER.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.

       COPY "ratetable_record.cbl".

       COPY "certmast_record.cbl".

       COPY "interestrpt_record.cbl".

       COPY "excplog_record.cbl".
       01  WS-FILE-STATUSES.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS        PIC XX.
           05  WS-CERTIFICATE-FILE-STATUS PIC XX.
           05  WS-INTEREST-FILE-STATUS    PIC XX.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
               88  RATE-FOUND             VALUE 'F'.
               88  RATE-NOT-FOUND         VALUE 'N'.

      * CERTMASTER does not exist until the first certificate is
      * opened; until then there is no locked rate to look up.
           05  WS-CERTIFICATE-FILE-FLAG   PIC X VALUE 'N'.
               88  CERTIFICATES-ON-FILE   VALUE 'Y'.

      * Interest Computation Work Areas.
       01  WS-INTEREST-WORK-AREA.
           05  WS-ANNUAL-RATE             PIC 9V9(6).
      * TRANSACTION-HISTORY-FILE is not listed here: it is opened
      * EXTEND every run, which returns status 35 until the very
      * first posting creates it, and INITIALIZATION-ROUTINE handles
      * that case explicitly. CERTIFICATE-MASTER-FILE is left out
      * for the same reason until the first certificate is opened.
           USE AFTER STANDARD ERROR PROCEDURE ON
               ACCOUNT-MASTER-FILE
               RATE-TABLE-FILE
                INPUT  RATE-TABLE-FILE
                OUTPUT INTEREST-REPORT-FILE

           OPEN INPUT CERTIFICATE-MASTER-FILE
           IF WS-CERTIFICATE-FILE-STATUS = "00"
               SET CERTIFICATES-ON-FILE TO TRUE
           ELSE
               CLOSE CERTIFICATE-MASTER-FILE
           END-IF

      * The transaction history master is permanent and is always
      * extended, never rebuilt; the interest credits posted below
      * append behind the day's transaction postings.
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY

      * Position at the start of ACCTMASTER for a full-file scan.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.
           EXIT.

       CREDIT-INTEREST-IF-RATED.
           IF PRODUCT-CERTIFICATE
               PERFORM LOOKUP-LOCKED-RATE THRU EXIT-LOOKUP-LOCKED-RATE
               IF RATE-NOT-FOUND
                   GO TO EXIT-CREDIT-INTEREST-IF-RATED
               END-IF
               GO TO POST-INTEREST-CREDIT
           END-IF

           SET RATE-FOUND TO TRUE
           MOVE AM-PRODUCT-CODE   TO RT-PRODUCT-CODE
           MOVE AM-ACCOUNT-STATUS TO RT-ACCOUNT-STATUS
           READ RATE-TABLE-FILE
               INVALID KEY
                   SET RATE-NOT-FOUND TO TRUE
                   MOVE "RNOR" TO WS-EXCEPTION-REASON-CODE
                   MOVE AM-ACCOUNT-NUMBER
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "NO INTEREST RATE ON FILE FOR PRODUCT/STATUS"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           END-READ
           IF RT-EFFECTIVE-DATE NOT = ZERO
                   AND RT-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               MOVE RT-PENDING-RATE TO WS-ANNUAL-RATE
           END-IF.

       POST-INTEREST-CREDIT.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               AM-ACCOUNT-BALANCE * WS-ANNUAL-RATE / WS-DAYS-PER-YEAR

           MOVE AM-ACCOUNT-NUMBER  TO IR-ACCOUNT-NUMBER
           MOVE AM-ACCOUNT-BALANCE TO IR-BALANCE-BEFORE

           ADD WS-INTEREST-AMOUNT TO AM-ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "RUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE AM-ACCOUNT-NUMBER
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "INTEREST POSTING FAILED"
                     TO WS-EXCEPTION-MESSAGE

      * Audit the credit with its before and after balance images,
      * the same as any other balance change on the master.
           MOVE AM-ACCOUNT-NUMBER  TO AU-ACCOUNT-NUMBER
           MOVE IR-BALANCE-BEFORE  TO AU-BEFORE-BALANCE
           MOVE AM-ACCOUNT-BALANCE TO AU-AFTER-BALANCE
           MOVE 'I'                TO AU-TRANSACTION-TYPE

      * Append the credit to the permanent transaction history
      * master so it appears on the customer's statement.
           MOVE AM-ACCOUNT-NUMBER  TO TH-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE   TO TH-BUSINESS-DATE
           MOVE 'I'                TO TH-TRANSACTION-TYPE
           MOVE WS-INTEREST-AMOUNT TO TH-SIGNED-AMOUNT
       EXIT-CREDIT-INTEREST-IF-RATED.
           EXIT.

       LOOKUP-LOCKED-RATE.
      * A certificate earns the rate it was opened or last rolled at
      * until CERTIFICATE-MATURITY starts its next term, whatever the
      * rate table says tonight.
           SET RATE-FOUND TO TRUE
           IF NOT CERTIFICATES-ON-FILE
               SET RATE-NOT-FOUND TO TRUE
           ELSE
               MOVE AM-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER
               READ CERTIFICATE-MASTER-FILE
                   INVALID KEY
                       SET RATE-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF RATE-NOT-FOUND
               MOVE "RNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CERTIFICATE TERMS ON FILE FOR CERTIFICATE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               GO TO EXIT-LOOKUP-LOCKED-RATE
           END-IF

           MOVE CT-LOCKED-RATE TO WS-ANNUAL-RATE.

       EXIT-LOOKUP-LOCKED-RATE.
           EXIT.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "INTEREST ACCRUAL SUMMARY"
           DISPLAY "Accounts Scanned: " WS-ACCOUNTS-SCANNED
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE

           IF CERTIFICATES-ON-FILE
               CLOSE CERTIFICATE-MASTER-FILE
           END-IF

           DISPLAY "NIGHTLY INTEREST ACCRUAL COMPLETE".

       ABNORMAL-TERMINATION.
