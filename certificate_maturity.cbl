      *================================================================*
      * Nightly Certificate Maturity Processing                       *
      * Walks every certificate on CERTMASTER still in its term. One  *
      * whose maturity date has arrived is either rolled into a new   *
      * term of the same length at the rate the rate table carries    *
      * tonight, or paid out - principal and accrued interest - to    *
      * its linked account and closed, as the customer instructed.    *
      * A payout posts like a transfer: both legs audited and         *
      * appended to the history master as 'T' with the other account  *
      * as counterparty, and both recorded on MATPOST for the daily   *
      * reconciliation to recognize. A certificate maturing within    *
      * the notice window goes onto the maturity-notice list once per *
      * term, so the customer can change the instruction in time.     *
      * Runs behind the interest accrual, so a maturing certificate   *
      * earns its last night of interest before it is paid out, and   *
      * ahead of the reconciliation and the GL extract.               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICATE-MATURITY.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. ROLLS OR PAYS OUT MATURED CERTIFICATES NIGHTLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "certmast_select.cbl".

           COPY "acctmast_select.cbl".

           COPY "ratetable_select.cbl".

           COPY "custmast_select.cbl".

           COPY "txnhist_select.cbl".

           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           COPY "matpost_select.cbl".

           SELECT MATURITY-REPORT-FILE
               ASSIGN TO "MATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATURITY-REPORT-STATUS.

           SELECT MATURITY-NOTICE-FILE
               ASSIGN TO "MATNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATURITY-NOTICE-STATUS.

           COPY "runctl_select.cbl".

           COPY "excplog_select.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "certmast_record.cbl".

       COPY "acctmast_record.cbl".

       COPY "ratetable_record.cbl".

       COPY "custmast_record.cbl".

       COPY "txnhist_record.cbl".

      * Audit Log File Record Structure - matches the layout written
      * by BANKING-TRANSACTION-PROCESSOR; both legs of every payout
      * append their before and after balance images behind the
      * day's postings.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.
           05  AU-TIMESTAMP           PIC 9(14).

       COPY "matpost_record.cbl".

      * Maturity Action Report Record Structure - one print line per
      * certificate rolled, paid out, or held over for another night.
       FD  MATURITY-REPORT-FILE.
       01  MATURITY-REPORT-LINE       PIC X(80).

      * Maturity Notice List Record Structure - the mailing block and
      * terms of every certificate maturing within the notice window.
       FD  MATURITY-NOTICE-FILE.
       01  MATURITY-NOTICE-LINE       PIC X(80).

       COPY "runctl_record.cbl".

       COPY "excplog_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-CERTIFICATE-FILE-STATUS PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS        PIC XX.
           05  WS-CUSTOMER-FILE-STATUS    PIC XX.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-MATPOST-FILE-STATUS     PIC XX.
           05  WS-MATURITY-REPORT-STATUS  PIC XX.
           05  WS-MATURITY-NOTICE-STATUS  PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.
           05  WS-EXCEPTION-FILE-STATUS   PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-CERTIFICATES-SCANNED PIC 9(5) COMP VALUE ZERO.
           05  WS-CERTIFICATES-ROLLED  PIC 9(5) COMP VALUE ZERO.
           05  WS-CERTIFICATES-PAID    PIC 9(5) COMP VALUE ZERO.
           05  WS-CERTIFICATES-HELD    PIC 9(5) COMP VALUE ZERO.
           05  WS-NOTICES-LISTED       PIC 9(5) COMP VALUE ZERO.
           05  WS-TOTAL-PAID-OUT       PIC S9(11)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-CUSTOMER-LOOKUP-STATUS  PIC X.
               88  CUSTOMER-FOUND         VALUE 'F'.
               88  CUSTOMER-NOT-FOUND     VALUE 'N'.

      * Set by CLOSE-PAID-CERTIFICATE: a payout goes no further than
      * a certificate that could not be closed.
           05  WS-CERTIFICATE-CLOSE-FLAG  PIC X.
               88  CERTIFICATE-CLOSED-OK  VALUE 'Y'.
               88  CERTIFICATE-CLOSE-FAILED VALUE 'N'.

      * Maturity Controls - a certificate goes onto the notice list
      * once its maturity date falls within this many days of the
      * business date.
       01  WS-MATURITY-CONTROLS.
           05  WS-NOTICE-DAYS             PIC 9(3) VALUE 10.
           05  WS-NOTICE-HORIZON-DATE     PIC 9(8).

      * Payout Work Area - the certificate being paid out and the
      * account it pays to, held across the READs of each side the
      * same way PROCESS-TRANSFER holds its two accounts.
       01  WS-PAYOUT-WORK-AREA.
           05  WS-PAYOUT-CERT-ACCOUNT     PIC X(10).
           05  WS-PAYOUT-LINKED-ACCOUNT   PIC X(10).
           05  WS-PAYOUT-AMOUNT           PIC S9(10)V99.
           05  WS-AUDIT-BEFORE-BALANCE    PIC S9(10)V99.
           05  WS-POSTING-SIGNED-AMOUNT   PIC S9(10)V99.
           05  WS-POSTING-COUNTERPARTY    PIC X(10).
           05  WS-ACTION-DESCRIPTION      PIC X(30).

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-MATURITY-EDIT-FIELDS.
           05  WS-EDIT-BALANCE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-RATE               PIC 9.9(6).
           05  WS-EDIT-TOTAL              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT              PIC ZZ,ZZ9.
           05  WS-EDIT-DATE.
               10  WS-EDIT-YEAR           PIC 9(4).
               10  FILLER                 PIC X VALUE '-'.
               10  WS-EDIT-MONTH          PIC 9(2).
               10  FILLER                 PIC X VALUE '-'.
               10  WS-EDIT-DAY            PIC 9(2).
           05  WS-EDIT-DATE-SOURCE        PIC 9(8).
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-SOURCE.
               10  WS-EDIT-SOURCE-YEAR    PIC 9(4).
               10  WS-EDIT-SOURCE-MONTH   PIC 9(2).
               10  WS-EDIT-SOURCE-DAY     PIC 9(2).

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

       COPY "certterm_ws.cbl".

       COPY "runctl_ws.cbl".

       COPY "excplog_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * CERTIFICATE-MASTER-FILE, TRANSACTION-HISTORY-FILE, and
      * AUDIT-LOG-FILE are not listed here: CERTMASTER does not
      * exist until the first certificate is opened, and the other
      * two are opened EXTEND, which returns status 35 until the
      * very first posting creates them. INITIALIZATION-ROUTINE
      * handles those cases explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               ACCOUNT-MASTER-FILE
               RATE-TABLE-FILE
               CUSTOMER-MASTER-FILE
               MATURITY-POSTING-FILE
               MATURITY-REPORT-FILE
               MATURITY-NOTICE-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM REVIEW-ONE-CERTIFICATE THRU
               EXIT-REVIEW-ONE-CERTIFICATE
               UNTIL END-OF-FILE
           PERFORM WRITE-REPORT-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "CERTIFICATE-MATURITY" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

      * The last night of a term's interest must be on the balance
      * before it is paid out or rolled, and a second run on the same
      * business date would pay a certificate out twice.
           PERFORM OPEN-RUN-CONTROL-FILE
           MOVE "INTEREST-CALC" TO WS-RUN-PREDECESSOR-JOB
           PERFORM VERIFY-RUN-CONTROL

      * A CERTMASTER not yet created by account maintenance simply
      * means no certificate has ever been opened; the run still
      * completes so the rest of the stream may follow it.
           OPEN I-O CERTIFICATE-MASTER-FILE
           IF WS-CERTIFICATE-FILE-STATUS = "35"
               CLOSE CERTIFICATE-MASTER-FILE
               OPEN OUTPUT CERTIFICATE-MASTER-FILE
               CLOSE CERTIFICATE-MASTER-FILE
               OPEN I-O CERTIFICATE-MASTER-FILE
           END-IF

           OPEN I-O    ACCOUNT-MASTER-FILE
                INPUT  RATE-TABLE-FILE
                INPUT  CUSTOMER-MASTER-FILE
                OUTPUT MATURITY-POSTING-FILE
                OUTPUT MATURITY-REPORT-FILE
                OUTPUT MATURITY-NOTICE-FILE

      * Payouts append behind everything already on the history
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

      * The notice window runs from tomorrow through the horizon
      * date, counted in calendar days off the business date.
           COMPUTE WS-NOTICE-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + WS-NOTICE-DAYS)

           DISPLAY "NIGHTLY CERTIFICATE MATURITY PROCESSING"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-NOTICE-HEADER

      * Position at the start of CERTMASTER for a full-file scan.
           MOVE LOW-VALUES TO CT-ACCOUNT-NUMBER
           START CERTIFICATE-MASTER-FILE
               KEY IS NOT LESS THAN CT-ACCOUNT-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START.

       CHECK-FILE-STATUSES.
           IF WS-CERTIFICATE-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CERTIFICATE MASTER FILE"
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

           IF WS-RATE-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING RATE TABLE FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CUSTOMER MASTER FILE"
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

       REVIEW-ONE-CERTIFICATE.
           READ CERTIFICATE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-REVIEW-ONE-CERTIFICATE
           END-READ

           ADD 1 TO WS-CERTIFICATES-SCANNED

           IF NOT CERTIFICATE-IN-TERM
               GO TO EXIT-REVIEW-ONE-CERTIFICATE
           END-IF

           MOVE CT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "CNAC" TO WS-EXCEPTION-REASON-CODE
                   MOVE CT-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CERTIFICATE HAS NO ACCOUNT ON ACCTMASTER"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-REVIEW-ONE-CERTIFICATE
           END-READ

      * A certificate emptied and closed through account maintenance
      * before its maturity date has nothing left to mature; its term
      * is finished here so it is not reviewed again.
           IF ACCOUNT-CLOSED
               SET CERTIFICATE-PAID-OUT TO TRUE
               PERFORM REWRITE-CERTIFICATE
               MOVE "CLOSED BEFORE MATURITY" TO WS-ACTION-DESCRIPTION
               PERFORM WRITE-ONE-ACTION-LINE
               GO TO EXIT-REVIEW-ONE-CERTIFICATE
           END-IF

           IF CT-MATURITY-DATE NOT > WS-BUSINESS-DATE
               PERFORM MATURE-ONE-CERTIFICATE THRU
                   EXIT-MATURE-ONE-CERTIFICATE
               GO TO EXIT-REVIEW-ONE-CERTIFICATE
           END-IF

           IF CT-MATURITY-DATE NOT > WS-NOTICE-HORIZON-DATE
                   AND CT-NOTICE-DATE = ZERO
               PERFORM LIST-MATURITY-NOTICE
           END-IF.

       EXIT-REVIEW-ONE-CERTIFICATE.
           EXIT.

       MATURE-ONE-CERTIFICATE.
      * A certificate frozen by a hold, or gone dormant, is not moved
      * on its maturity date; it keeps its terms and is retried every
      * night until the account is active again.
           IF NOT ACCOUNT-ACTIVE
               ADD 1 TO WS-CERTIFICATES-HELD
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "CHLD" TO WS-EXCEPTION-REASON-CODE
               MOVE CT-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "MATURED CERTIFICATE NOT ACTIVE - RETRIED NEXT RUN"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE "HELD - ACCOUNT NOT ACTIVE" TO WS-ACTION-DESCRIPTION
               PERFORM WRITE-ONE-ACTION-LINE
               GO TO EXIT-MATURE-ONE-CERTIFICATE
           END-IF

           IF MATURITY-PAY-OUT
               PERFORM PAY-OUT-CERTIFICATE THRU
                   EXIT-PAY-OUT-CERTIFICATE
           ELSE
               PERFORM ROLL-OVER-CERTIFICATE THRU
                   EXIT-ROLL-OVER-CERTIFICATE
           END-IF.

       EXIT-MATURE-ONE-CERTIFICATE.
           EXIT.

       ROLL-OVER-CERTIFICATE.
      * The new term runs the same number of months from the old
      * maturity date, at tonight's certificate rate, with a fresh
      * notice to come. The balance stays where it is.
           PERFORM LOOKUP-CERTIFICATE-RATE
           IF TERM-RATE-NOT-FOUND
               ADD 1 TO WS-CERTIFICATES-HELD
               MOVE "CRAT" TO WS-EXCEPTION-REASON-CODE
               MOVE CT-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CERTIFICATE RATE FOR ROLLOVER - RETRIED"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE "HELD - NO ROLLOVER RATE" TO WS-ACTION-DESCRIPTION
               PERFORM WRITE-ONE-ACTION-LINE
               GO TO EXIT-ROLL-OVER-CERTIFICATE
           END-IF

           MOVE CT-MATURITY-DATE TO WS-TERM-START-DATE
           MOVE CT-TERM-MONTHS   TO WS-TERM-LENGTH-MONTHS
           PERFORM COMPUTE-MATURITY-DATE
           PERFORM SET-TERM-PENALTY-DAYS

           MOVE WS-TERM-RATE          TO CT-LOCKED-RATE
           MOVE WS-TERM-START-DATE    TO CT-TERM-START-DATE
           MOVE WS-TERM-MATURITY-DATE TO CT-MATURITY-DATE
           MOVE WS-TERM-PENALTY-DAYS  TO CT-PENALTY-DAYS
           MOVE ZERO                  TO CT-NOTICE-DATE
           ADD 1 TO CT-ROLLOVER-COUNT
           PERFORM REWRITE-CERTIFICATE

           ADD 1 TO WS-CERTIFICATES-ROLLED
           MOVE "ROLLED TO NEW TERM" TO WS-ACTION-DESCRIPTION
           PERFORM WRITE-ONE-ACTION-LINE.

       EXIT-ROLL-OVER-CERTIFICATE.
           EXIT.

       PAY-OUT-CERTIFICATE.
      * The whole balance - principal and every night's interest -
      * moves to the linked account and the certificate closes. The
      * linked account must still be on file and active; otherwise
      * the certificate keeps its balance and is retried tomorrow.
           MOVE CT-ACCOUNT-NUMBER  TO WS-PAYOUT-CERT-ACCOUNT
           MOVE CT-LINKED-ACCOUNT  TO WS-PAYOUT-LINKED-ACCOUNT
           MOVE AM-ACCOUNT-BALANCE TO WS-PAYOUT-AMOUNT

           IF WS-PAYOUT-AMOUNT NOT > ZERO
               PERFORM CLOSE-PAID-CERTIFICATE THRU
                   EXIT-CLOSE-PAID-CERTIFICATE
               GO TO EXIT-PAY-OUT-CERTIFICATE
           END-IF

           MOVE WS-PAYOUT-LINKED-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "CLOSED" TO AM-ACCOUNT-STATUS
           END-READ

           IF NOT ACCOUNT-ACTIVE
               ADD 1 TO WS-CERTIFICATES-HELD
               MOVE "CLNK" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-PAYOUT-CERT-ACCOUNT TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "PAYOUT ACCOUNT MISSING OR NOT ACTIVE - RETRIED"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE "HELD - PAYOUT ACCOUNT" TO WS-ACTION-DESCRIPTION
               PERFORM WRITE-ONE-ACTION-LINE
               GO TO EXIT-PAY-OUT-CERTIFICATE
           END-IF

      * Debit the certificate to zero first; CLOSE-PAID-CERTIFICATE
      * closes it and finishes its term. A certificate that cannot
      * be closed keeps its balance, nothing is posted on either
      * side, and the payout is retried tomorrow - the linked account
      * is never credited for a certificate still open to pay again.
           MOVE WS-PAYOUT-CERT-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE WS-PAYOUT-CERT-ACCOUNT
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CERTIFICATE REREAD FAILED AT PAYOUT"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-PAY-OUT-CERTIFICATE
           END-READ
           MOVE AM-ACCOUNT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           SUBTRACT WS-PAYOUT-AMOUNT FROM AM-ACCOUNT-BALANCE
           PERFORM CLOSE-PAID-CERTIFICATE THRU
               EXIT-CLOSE-PAID-CERTIFICATE
           IF CERTIFICATE-CLOSE-FAILED
               GO TO EXIT-PAY-OUT-CERTIFICATE
           END-IF
           COMPUTE WS-POSTING-SIGNED-AMOUNT = ZERO - WS-PAYOUT-AMOUNT
           MOVE WS-PAYOUT-LINKED-ACCOUNT TO WS-POSTING-COUNTERPARTY
           PERFORM RECORD-PAYOUT-LEG

      * Credit the linked account. A failure here leaves the
      * certificate closed with its funds unplaced, so it is logged
      * for operations to post by hand; MATPOST shows the one leg.
           MOVE WS-PAYOUT-LINKED-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE WS-PAYOUT-CERT-ACCOUNT
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CERTIFICATE CLOSED - PAYOUT CREDIT FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-PAY-OUT-CERTIFICATE
           END-READ
           MOVE AM-ACCOUNT-BALANCE TO WS-AUDIT-BEFORE-BALANCE
           ADD WS-PAYOUT-AMOUNT TO AM-ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE WS-PAYOUT-CERT-ACCOUNT
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CERTIFICATE CLOSED - PAYOUT CREDIT FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-PAY-OUT-CERTIFICATE
           END-REWRITE
           MOVE WS-PAYOUT-AMOUNT       TO WS-POSTING-SIGNED-AMOUNT
           MOVE WS-PAYOUT-CERT-ACCOUNT TO WS-POSTING-COUNTERPARTY
           PERFORM RECORD-PAYOUT-LEG

           ADD WS-PAYOUT-AMOUNT TO WS-TOTAL-PAID-OUT.

       EXIT-PAY-OUT-CERTIFICATE.
           EXIT.

       CLOSE-PAID-CERTIFICATE.
      * The certificate account is in the record buffer; it closes
      * on ACCTMASTER and its term is finished on CERTMASTER.
           SET CERTIFICATE-CLOSE-FAILED TO TRUE
           MOVE "CLOSED" TO AM-ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE WS-PAYOUT-CERT-ACCOUNT
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CERTIFICATE CLOSE AT PAYOUT FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-CLOSE-PAID-CERTIFICATE
           END-REWRITE
           SET CERTIFICATE-CLOSED-OK TO TRUE

           SET CERTIFICATE-PAID-OUT TO TRUE
           PERFORM REWRITE-CERTIFICATE

           ADD 1 TO WS-CERTIFICATES-PAID
           MOVE "PAID OUT AND CLOSED" TO WS-ACTION-DESCRIPTION
           PERFORM WRITE-ONE-ACTION-LINE.

       EXIT-CLOSE-PAID-CERTIFICATE.
           EXIT.

       RECORD-PAYOUT-LEG.
      * One leg of a payout, for the account in the record buffer:
      * audited with its before and after images, appended to the
      * history master as a transfer leg against the other account,
      * and recorded on MATPOST for the reconciliation.
           MOVE AM-ACCOUNT-NUMBER        TO AU-ACCOUNT-NUMBER
           MOVE WS-AUDIT-BEFORE-BALANCE  TO AU-BEFORE-BALANCE
           MOVE AM-ACCOUNT-BALANCE       TO AU-AFTER-BALANCE
           MOVE 'T'                      TO AU-TRANSACTION-TYPE
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO AU-TIMESTAMP
           WRITE AUDIT-RECORD

           MOVE AM-ACCOUNT-NUMBER        TO TH-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE         TO TH-BUSINESS-DATE
           MOVE 'T'                      TO TH-TRANSACTION-TYPE
           MOVE WS-POSTING-SIGNED-AMOUNT TO TH-SIGNED-AMOUNT
           MOVE WS-POSTING-COUNTERPARTY  TO TH-COUNTERPARTY-ID
           MOVE AM-ACCOUNT-BALANCE       TO TH-RESULTING-BALANCE
           MOVE ZERO                     TO TH-ORIGINAL-DATE
           MOVE SPACE                    TO TH-ORIGINAL-TYPE
           MOVE "99"                     TO TH-BRANCH-CODE
           WRITE TRANSACTION-HISTORY-RECORD

           MOVE AM-ACCOUNT-NUMBER        TO MP-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE         TO MP-BUSINESS-DATE
           MOVE WS-AUDIT-BEFORE-BALANCE  TO MP-BALANCE-BEFORE
           MOVE WS-POSTING-SIGNED-AMOUNT TO MP-SIGNED-AMOUNT
           MOVE AM-ACCOUNT-BALANCE       TO MP-BALANCE-AFTER
           MOVE WS-POSTING-COUNTERPARTY  TO MP-COUNTERPARTY-ID
           WRITE MATURITY-POSTING-RECORD.

       REWRITE-CERTIFICATE.
           REWRITE CERTIFICATE-RECORD
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE CT-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "CERTIFICATE MASTER UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           END-REWRITE.

       LIST-MATURITY-NOTICE.
      * One entry per term: the mailing block off the customer
      * master, the maturity date and terms, and what will happen on
      * the day unless the customer changes the instruction. The
      * notice date is stamped so the term is listed only once. A
      * customer with no record on the master is still listed,
      * flagged for the mail room to pull and research.
           MOVE SPACES TO MATURITY-NOTICE-LINE
           WRITE MATURITY-NOTICE-LINE

           MOVE CT-MATURITY-DATE TO WS-EDIT-DATE-SOURCE
           PERFORM FORMAT-EDIT-DATE
           MOVE SPACES TO MATURITY-NOTICE-LINE
           STRING "CERTIFICATE "   DELIMITED BY SIZE
                  CT-ACCOUNT-NUMBER DELIMITED BY SIZE
                  "   MATURES ON " DELIMITED BY SIZE
                  WS-EDIT-DATE     DELIMITED BY SIZE
             INTO MATURITY-NOTICE-LINE
           END-STRING
           WRITE MATURITY-NOTICE-LINE

           SET CUSTOMER-FOUND TO TRUE
           MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           END-READ

           IF CUSTOMER-NOT-FOUND
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "NNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE CT-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CUSTOMER RECORD ON FILE FOR NOTICE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE SPACES TO MATURITY-NOTICE-LINE
               MOVE "*** CUSTOMER RECORD NOT ON FILE - PULL ***"
                 TO MATURITY-NOTICE-LINE
               WRITE MATURITY-NOTICE-LINE
           ELSE
               MOVE SPACES TO MATURITY-NOTICE-LINE
               MOVE CM-CUSTOMER-NAME TO MATURITY-NOTICE-LINE
               WRITE MATURITY-NOTICE-LINE
               MOVE SPACES TO MATURITY-NOTICE-LINE
               MOVE CM-ADDRESS-LINE-1 TO MATURITY-NOTICE-LINE
               WRITE MATURITY-NOTICE-LINE
               IF CM-ADDRESS-LINE-2 NOT = SPACES
                   MOVE SPACES TO MATURITY-NOTICE-LINE
                   MOVE CM-ADDRESS-LINE-2 TO MATURITY-NOTICE-LINE
                   WRITE MATURITY-NOTICE-LINE
               END-IF
               MOVE SPACES TO MATURITY-NOTICE-LINE
               STRING CM-CITY     DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      CM-STATE    DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      CM-ZIP-CODE DELIMITED BY SIZE
                 INTO MATURITY-NOTICE-LINE
               END-STRING
               WRITE MATURITY-NOTICE-LINE
           END-IF

           MOVE AM-ACCOUNT-BALANCE TO WS-EDIT-BALANCE
           MOVE CT-LOCKED-RATE     TO WS-EDIT-RATE
           MOVE SPACES TO MATURITY-NOTICE-LINE
           STRING "BALANCE "       DELIMITED BY SIZE
                  WS-EDIT-BALANCE  DELIMITED BY SIZE
                  "   RATE "       DELIMITED BY SIZE
                  WS-EDIT-RATE     DELIMITED BY SIZE
                  "   TERM "       DELIMITED BY SIZE
                  CT-TERM-MONTHS   DELIMITED BY SIZE
                  " MONTHS"        DELIMITED BY SIZE
             INTO MATURITY-NOTICE-LINE
           END-STRING
           WRITE MATURITY-NOTICE-LINE

           MOVE SPACES TO MATURITY-NOTICE-LINE
           IF MATURITY-PAY-OUT
               STRING "AT MATURITY: PAY OUT TO ACCOUNT "
                                        DELIMITED BY SIZE
                      CT-LINKED-ACCOUNT DELIMITED BY SIZE
                 INTO MATURITY-NOTICE-LINE
               END-STRING
           ELSE
               MOVE "AT MATURITY: ROLL INTO A NEW TERM AT THE RATE THEN"
                 TO MATURITY-NOTICE-LINE
           END-IF
           WRITE MATURITY-NOTICE-LINE

           MOVE WS-BUSINESS-DATE TO CT-NOTICE-DATE
           PERFORM REWRITE-CERTIFICATE
           ADD 1 TO WS-NOTICES-LISTED.

       WRITE-ONE-ACTION-LINE.
      * One line per certificate acted on or held over; the caller
      * sets WS-ACTION-DESCRIPTION. CT-MATURITY-DATE has already
      * moved on to the new term for a certificate rolled tonight.
           MOVE CT-MATURITY-DATE TO WS-EDIT-DATE-SOURCE
           PERFORM FORMAT-EDIT-DATE
           MOVE CT-LOCKED-RATE TO WS-EDIT-RATE
           MOVE SPACES TO MATURITY-REPORT-LINE
           STRING "  "                  DELIMITED BY SIZE
                  CT-ACCOUNT-NUMBER     DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-EDIT-DATE          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-EDIT-RATE          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-ACTION-DESCRIPTION DELIMITED BY SIZE
             INTO MATURITY-REPORT-LINE
           END-STRING
           WRITE MATURITY-REPORT-LINE.

       FORMAT-EDIT-DATE.
           MOVE WS-EDIT-SOURCE-YEAR  TO WS-EDIT-YEAR
           MOVE WS-EDIT-SOURCE-MONTH TO WS-EDIT-MONTH
           MOVE WS-EDIT-SOURCE-DAY   TO WS-EDIT-DAY.

       WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE-SOURCE
           PERFORM FORMAT-EDIT-DATE
           MOVE SPACES TO MATURITY-REPORT-LINE
           STRING "CERTIFICATE MATURITY ACTIONS FOR " DELIMITED BY SIZE
                  WS-EDIT-DATE                        DELIMITED BY SIZE
             INTO MATURITY-REPORT-LINE
           END-STRING
           WRITE MATURITY-REPORT-LINE

           MOVE SPACES TO MATURITY-REPORT-LINE
           MOVE "  ACCOUNT     MATURITY    RATE      ACTION"
             TO MATURITY-REPORT-LINE
           WRITE MATURITY-REPORT-LINE.

       WRITE-NOTICE-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-EDIT-DATE-SOURCE
           PERFORM FORMAT-EDIT-DATE
           MOVE SPACES TO MATURITY-NOTICE-LINE
           STRING "CERTIFICATES MATURING WITHIN " DELIMITED BY SIZE
                  WS-NOTICE-DAYS                  DELIMITED BY SIZE
                  " DAYS OF "                     DELIMITED BY SIZE
                  WS-EDIT-DATE                    DELIMITED BY SIZE
             INTO MATURITY-NOTICE-LINE
           END-STRING
           WRITE MATURITY-NOTICE-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO MATURITY-REPORT-LINE
           MOVE WS-CERTIFICATES-ROLLED TO WS-EDIT-COUNT
           STRING "TOTAL ROLLED   " DELIMITED BY SIZE
                  WS-EDIT-COUNT     DELIMITED BY SIZE
             INTO MATURITY-REPORT-LINE
           END-STRING
           WRITE MATURITY-REPORT-LINE

           MOVE SPACES TO MATURITY-REPORT-LINE
           MOVE WS-CERTIFICATES-PAID TO WS-EDIT-COUNT
           MOVE WS-TOTAL-PAID-OUT    TO WS-EDIT-TOTAL
           STRING "TOTAL PAID OUT " DELIMITED BY SIZE
                  WS-EDIT-COUNT     DELIMITED BY SIZE
                  "  AMOUNT "       DELIMITED BY SIZE
                  WS-EDIT-TOTAL     DELIMITED BY SIZE
             INTO MATURITY-REPORT-LINE
           END-STRING
           WRITE MATURITY-REPORT-LINE

           MOVE SPACES TO MATURITY-REPORT-LINE
           MOVE WS-CERTIFICATES-HELD TO WS-EDIT-COUNT
           STRING "TOTAL HELD     " DELIMITED BY SIZE
                  WS-EDIT-COUNT     DELIMITED BY SIZE
             INTO MATURITY-REPORT-LINE
           END-STRING
           WRITE MATURITY-REPORT-LINE

           MOVE SPACES TO MATURITY-NOTICE-LINE
           WRITE MATURITY-NOTICE-LINE
           MOVE SPACES TO MATURITY-NOTICE-LINE
           MOVE WS-NOTICES-LISTED TO WS-EDIT-COUNT
           STRING "TOTAL NOTICES  " DELIMITED BY SIZE
                  WS-EDIT-COUNT     DELIMITED BY SIZE
             INTO MATURITY-NOTICE-LINE
           END-STRING
           WRITE MATURITY-NOTICE-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CERTIFICATE MATURITY SUMMARY"
           DISPLAY "Certificates Scanned: " WS-CERTIFICATES-SCANNED
           DISPLAY "Certificates Rolled:  " WS-CERTIFICATES-ROLLED
           DISPLAY "Certificates Paid:    " WS-CERTIFICATES-PAID
           DISPLAY "Certificates Held:    " WS-CERTIFICATES-HELD
           DISPLAY "Notices Listed:       " WS-NOTICES-LISTED
           DISPLAY "Total Paid Out:       " WS-TOTAL-PAID-OUT.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE CERTIFICATE-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 RATE-TABLE-FILE
                 CUSTOMER-MASTER-FILE
                 TRANSACTION-HISTORY-FILE
                 AUDIT-LOG-FILE
                 MATURITY-POSTING-FILE
                 MATURITY-REPORT-FILE
                 MATURITY-NOTICE-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE

           DISPLAY "NIGHTLY CERTIFICATE MATURITY COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       COPY "cert_term.cbl".
