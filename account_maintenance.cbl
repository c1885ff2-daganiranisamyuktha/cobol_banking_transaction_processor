      * Account Maintenance                                           *
      * Opens new accounts, closes accounts, and changes account      *
      * status - the only program in this system that WRITEs new      *
      * records to ACCOUNT-MASTER-FILE. A certificate is opened with  *
      * its term, locked rate, and maturity instruction on            *
      * CERTMASTER, and its maturity instruction can be changed here  *
      * at any time before it matures.                                *
      * Every request carries the operator who keyed it. An open with *
      * an initial balance is not applied on that operator's say-so   *
      * alone: it waits on APPRPEND until a second operator approves  *
      * it through REQUEST-APPROVAL, and is applied at the start of   *
      * the next run, journaled with both operator IDs.               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINTENANCE.

           COPY "custmast_select.cbl".

           COPY "certmast_select.cbl".

           COPY "ratetable_select.cbl".

           COPY "apprpend_select.cbl".

           COPY "holds_select.cbl".

           COPY "excplog_select.cbl".

           COPY "maintjrnl_select.cbl".
      * Account Request File Record Structure
       FD  ACCOUNT-REQUEST-FILE.
       01  ACCOUNT-REQUEST-RECORD.
           05  AR-ACCOUNT-NUMBER      PIC X(10).
           05  AR-ACTION              PIC X.
               88  ACTION-OPEN            VALUE 'O'.
               88  ACTION-CLOSE           VALUE 'C'.
               88  ACTION-STATUS-CHANGE   VALUE 'S'.
               88  ACTION-MATURITY-CHANGE VALUE 'M'.
           05  AR-INITIAL-BALANCE     PIC 9(10)V99.
           05  AR-NEW-STATUS          PIC X(10).
               88  AR-STATUS-ACTIVE       VALUE 'ACTIVE'.
      *    FOR A DORMANT ACCOUNT WHOSE CUSTOMER HAS RETURNED.
               88  AR-STATUS-DORMANT      VALUE 'DORMANT'.
           05  AR-OVERDRAFT-LIMIT     PIC 9(10)V99.
      *    ONLY POPULATED ON AN OPEN: THE CUSTOMER THE NEW ACCOUNT
      *    BELONGS TO AND THE PRODUCT IT IS OPENED AS. A CUSTOMER
      *    MAY HOLD ANY NUMBER OF ACCOUNTS, EACH UNDER ITS OWN
      *    ACCOUNT NUMBER.
           05  AR-CUSTOMER-ID         PIC X(10).
           05  AR-PRODUCT-CODE        PIC X(3).
               88  AR-PRODUCT-CHECKING    VALUE 'CHK'.
               88  AR-PRODUCT-SAVINGS     VALUE 'SAV'.
               88  AR-PRODUCT-CERTIFICATE VALUE 'CTD'.
      *    ONLY POPULATED FOR A CERTIFICATE: THE TERM IT IS OPENED
      *    FOR, AND WHAT HAPPENS AT MATURITY - ROLL INTO A NEW TERM OR
      *    PAY OUT TO THE LINKED ACCOUNT. A MATURITY CHANGE REQUEST
      *    CARRIES THE NEW INSTRUCTION AND LINKED ACCOUNT ALONE.
           05  AR-TERM-MONTHS         PIC 9(3).
           05  AR-MATURITY-INSTRUCTION PIC X.
               88  AR-MATURITY-ROLL-OVER  VALUE 'R'.
               88  AR-MATURITY-PAY-OUT    VALUE 'P'.
           05  AR-LINKED-ACCOUNT      PIC X(10).
      *    THE OPERATOR WHO KEYED THE REQUEST.
           05  AR-OPERATOR-ID         PIC X(08).

       COPY "acctmast_record.cbl".

       COPY "custmast_record.cbl".

       COPY "certmast_record.cbl".

       COPY "ratetable_record.cbl".

       COPY "apprpend_record.cbl".

       COPY "holds_record.cbl".

       COPY "excplog_record.cbl".

       COPY "maintjrnl_record.cbl".
           05  WS-ACCOUNT-REQUEST-FILE-STATUS PIC XX.
           05  WS-ACCOUNT-FILE-STATUS         PIC XX.
           05  WS-CUSTOMER-FILE-STATUS        PIC XX.
           05  WS-CERTIFICATE-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS            PIC XX.
           05  WS-APPROVAL-QUEUE-STATUS       PIC XX.
           05  WS-HOLDS-FILE-STATUS           PIC XX.
           05  WS-EXCEPTION-FILE-STATUS       PIC XX.
           05  WS-JOURNAL-FILE-STATUS         PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS     PIC XX.

           05  WS-TOTAL-REQUESTS      PIC 9(5) COMP VALUE ZERO.
           05  WS-SUCCESSFUL-REQUESTS PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-REQUESTS     PIC 9(5) COMP VALUE ZERO.
           05  WS-AWAITING-APPROVAL   PIC 9(5) COMP VALUE ZERO.
           05  WS-APPROVED-REQUESTS   PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.
               88  REQUEST-PARKED         VALUE 'P'.

      * RATETABLE is only needed to price a certificate; on an
      * installation that has never loaded one, certificate opens
      * are rejected and every other request carries on.
           05  WS-RATE-TABLE-FLAG         PIC X VALUE 'N'.
               88  RATE-TABLE-PRESENT     VALUE 'Y'.

      * HOLDS is only read to keep a suspended account under an
      * active hold from being reinstated here; on an installation
      * where HOLDS-MAINTENANCE has never run there is nothing to
      * check.
           05  WS-HOLDS-FILE-FLAG         PIC X VALUE 'N'.
               88  HOLDS-FILE-PRESENT     VALUE 'Y'.

      * Certificate Request Work Area - the customer a certificate
      * belongs to, held while its linked account is read, and the
      * longest term a certificate may be opened for.
       01  WS-CERTIFICATE-WORK-AREA.
           05  WS-CERTIFICATE-OWNER-ID    PIC X(10).
           05  WS-MAXIMUM-TERM-MONTHS     PIC 9(3) VALUE 120.

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
               10  WS-MINUTE          PIC 9(2).
               10  WS-SECOND          PIC 9(2).

       COPY "certterm_ws.cbl".

       COPY "runctl_ws.cbl".

       COPY "excplog_ws.cbl".

       COPY "dualctl_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * ACCOUNT-MASTER-FILE, CERTIFICATE-MASTER-FILE,
      * RATE-TABLE-FILE, APPROVAL-QUEUE-FILE, and HOLDS-FILE are not
      * listed here:
      * on a brand new installation their first OPEN legitimately
      * returns status 35, and CHECK-FILE-STATUSES below handles that
      * case explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               ACCOUNT-REQUEST-FILE
               MAINTENANCE-JOURNAL-FILE.
       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM RELEASE-APPROVED-REQUESTS THRU
               EXIT-RELEASE-APPROVED-REQUESTS
           PERFORM PROCESS-ACCOUNT-REQUESTS THRU
               EXIT-PROCESS-ACCOUNT-REQUESTS
               UNTIL END-OF-FILE
           OPEN INPUT  ACCOUNT-REQUEST-FILE
                I-O    ACCOUNT-MASTER-FILE
                INPUT  CUSTOMER-MASTER-FILE
                I-O    CERTIFICATE-MASTER-FILE
                INPUT  RATE-TABLE-FILE
                I-O    APPROVAL-QUEUE-FILE
                INPUT  HOLDS-FILE
                OUTPUT MAINTENANCE-JOURNAL-FILE

           PERFORM CHECK-FILE-STATUSES
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * CERTMASTER is created by the first certificate ever opened.
           IF WS-CERTIFICATE-FILE-STATUS = "35"
              CLOSE CERTIFICATE-MASTER-FILE
              OPEN OUTPUT CERTIFICATE-MASTER-FILE
              CLOSE CERTIFICATE-MASTER-FILE
              OPEN I-O CERTIFICATE-MASTER-FILE
           END-IF.

           IF WS-CERTIFICATE-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CERTIFICATE MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-RATE-FILE-STATUS = "35"
              CLOSE RATE-TABLE-FILE
           ELSE
              IF WS-RATE-FILE-STATUS NOT = "00"
                 MOVE 'F' TO WS-EXCEPTION-SEVERITY
                 MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                 MOVE "ERROR OPENING RATE TABLE FILE"
                   TO WS-EXCEPTION-MESSAGE
                 PERFORM WRITE-EXCEPTION-ENTRY
                 PERFORM ABNORMAL-TERMINATION
              END-IF
              SET RATE-TABLE-PRESENT TO TRUE
           END-IF.

      * APPRPEND is created by the first request ever queued for a
      * second operator.
           IF WS-APPROVAL-QUEUE-STATUS = "35"
              CLOSE APPROVAL-QUEUE-FILE
              OPEN OUTPUT APPROVAL-QUEUE-FILE
              CLOSE APPROVAL-QUEUE-FILE
              OPEN I-O APPROVAL-QUEUE-FILE
           END-IF.

           IF WS-APPROVAL-QUEUE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING APPROVAL QUEUE FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-HOLDS-FILE-STATUS = "35"
              CLOSE HOLDS-FILE
           ELSE
              IF WS-HOLDS-FILE-STATUS NOT = "00"
                 MOVE 'F' TO WS-EXCEPTION-SEVERITY
                 MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                 MOVE "ERROR OPENING HOLDS FILE"
                   TO WS-EXCEPTION-MESSAGE
                 PERFORM WRITE-EXCEPTION-ENTRY
                 PERFORM ABNORMAL-TERMINATION
              END-IF
              SET HOLDS-FILE-PRESENT TO TRUE
           END-IF.

       RELEASE-APPROVED-REQUESTS.
      * Account requests a second operator has since approved are
      * applied exactly as they were keyed, ahead of tonight's own
      * requests, and marked applied so they are never applied twice.
           MOVE 'A' TO WS-APPROVAL-SOURCE
           PERFORM START-APPROVAL-RELEASE THRU
               EXIT-START-APPROVAL-RELEASE
           PERFORM RELEASE-ONE-APPROVED-REQUEST
               UNTIL APPROVAL-SCAN-DONE.

       EXIT-RELEASE-APPROVED-REQUESTS.
           EXIT.

       RELEASE-ONE-APPROVED-REQUEST.
           PERFORM READ-NEXT-QUEUED-REQUEST
           IF NOT APPROVAL-SCAN-DONE AND APPROVAL-GRANTED
               PERFORM APPLY-APPROVED-REQUEST
           END-IF.

       APPLY-APPROVED-REQUEST.
           MOVE AP-REQUEST-IMAGE TO ACCOUNT-REQUEST-RECORD
           MOVE AP-DECIDED-BY    TO WS-APPROVED-BY
           ADD 1 TO WS-TOTAL-REQUESTS
           ADD 1 TO WS-APPROVED-REQUESTS
           SET RELEASED-FROM-APPROVAL TO TRUE

           PERFORM APPLY-ACCOUNT-REQUEST THRU
               EXIT-APPLY-ACCOUNT-REQUEST

           SET NOT-RELEASED-FROM-APPROVAL TO TRUE
           MOVE SPACES TO WS-APPROVED-BY
           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               ADD 1 TO WS-FAILED-REQUESTS
           END-IF

      * An approved request that fails its ordinary edits tonight is
      * logged like any other and is not retried: it is keyed again.
           SET APPROVAL-APPLIED TO TRUE
           MOVE WS-BUSINESS-DATE TO AP-APPLIED-DATE
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   MOVE "MUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVAL QUEUE APPLIED UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE.

       PROCESS-ACCOUNT-REQUESTS.
           READ ACCOUNT-REQUEST-FILE
               AT END
           END-READ

           ADD 1 TO WS-TOTAL-REQUESTS

           PERFORM APPLY-ACCOUNT-REQUEST THRU
               EXIT-APPLY-ACCOUNT-REQUEST

           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               IF REQUEST-PARKED
                   ADD 1 TO WS-AWAITING-APPROVAL
               ELSE
                   ADD 1 TO WS-FAILED-REQUESTS
               END-IF
           END-IF.

       EXIT-PROCESS-ACCOUNT-REQUESTS.
           EXIT.

       APPLY-ACCOUNT-REQUEST.
           MOVE 'V' TO WS-REQUEST-STATUS

      * A request nobody has put their name to is not applied.
           IF AR-OPERATOR-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "MOPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO OPERATOR ID ON ACCOUNT REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-APPLY-ACCOUNT-REQUEST
           END-IF

           IF ACTION-OPEN
               PERFORM OPEN-ACCOUNT THRU EXIT-OPEN-ACCOUNT
           END-IF
                   EXIT-CHANGE-ACCOUNT-STATUS
           END-IF

           IF ACTION-MATURITY-CHANGE
               PERFORM CHANGE-MATURITY-INSTRUCTION THRU
                   EXIT-CHANGE-MATURITY-INSTRUCTION
           END-IF

           IF NOT ACTION-OPEN AND NOT ACTION-CLOSE
                             AND NOT ACTION-STATUS-CHANGE
                             AND NOT ACTION-MATURITY-CHANGE
               SET REQUEST-INVALID TO TRUE
               MOVE "MACT" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID ACCOUNT REQUEST ACTION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF.

       EXIT-APPLY-ACCOUNT-REQUEST.
           EXIT.

       OPEN-ACCOUNT.
      * An account number already on file cannot be opened again.
           MOVE AR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MDUP" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACCOUNT NUMBER ALREADY ON FILE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-OPEN-ACCOUNT
           END-IF

      * Every account is opened as a product the rate table and the
      * fee runs know; only checking carries an overdraft cushion.
           IF NOT AR-PRODUCT-CHECKING AND NOT AR-PRODUCT-SAVINGS
                                      AND NOT AR-PRODUCT-CERTIFICATE
               SET REQUEST-INVALID TO TRUE
               MOVE "MPRD" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID PRODUCT CODE ON OPEN"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-OPEN-ACCOUNT
           END-IF

           IF NOT AR-PRODUCT-CHECKING AND AR-OVERDRAFT-LIMIT NOT = ZERO
               SET REQUEST-INVALID TO TRUE
               MOVE "MODL" TO WS-EXCEPTION-REASON-CODE
               MOVE "OVERDRAFT LIMIT ONLY ALLOWED ON CHECKING"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-OPEN-ACCOUNT
           END-IF

      * An account may only be opened for a customer already on the
      * customer information master, so statements and compliance
      * output always have a name and address to carry.
               GO TO EXIT-OPEN-ACCOUNT
           END-IF

      * An open that puts money on the books waits for a second
      * operator; it is proven again in full when it is applied.
           IF AR-INITIAL-BALANCE > ZERO AND NOT-RELEASED-FROM-APPROVAL
               PERFORM PARK-FOR-APPROVAL THRU EXIT-PARK-FOR-APPROVAL
               GO TO EXIT-OPEN-ACCOUNT
           END-IF

      * A certificate's terms are proven and its CERTMASTER record
      * written ahead of the account itself, so an account never
      * exists as a certificate without the terms it matures under.
           IF AR-PRODUCT-CERTIFICATE
               MOVE AR-CUSTOMER-ID TO WS-CERTIFICATE-OWNER-ID
               PERFORM OPEN-CERTIFICATE-TERMS THRU
                   EXIT-OPEN-CERTIFICATE-TERMS
           END-IF

           IF NOT REQUEST-VALID
               GO TO EXIT-OPEN-ACCOUNT
           END-IF

           MOVE AR-ACCOUNT-NUMBER  TO AM-ACCOUNT-NUMBER
           MOVE AR-CUSTOMER-ID     TO AM-CUSTOMER-ID
           MOVE AR-PRODUCT-CODE    TO AM-PRODUCT-CODE
           MOVE AR-INITIAL-BALANCE TO AM-ACCOUNT-BALANCE
           MOVE AR-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT
           MOVE ZERO               TO AM-CHARGED-OFF-BALANCE
           MOVE ZERO               TO AM-CHARGE-OFF-DATE
           SET ACCOUNT-ACTIVE TO TRUE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   PERFORM LOG-REQUEST-EXCEPTION
           END-WRITE

           IF NOT REQUEST-VALID AND AR-PRODUCT-CERTIFICATE
               MOVE AR-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER
               DELETE CERTIFICATE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           IF REQUEST-VALID
               MOVE "OPEN" TO MJ-ACTION
               MOVE AR-INITIAL-BALANCE TO MJ-AMOUNT
       EXIT-OPEN-ACCOUNT.
           EXIT.

       PARK-FOR-APPROVAL.
           MOVE 'A'               TO WS-APPROVAL-SOURCE
           MOVE AR-ACCOUNT-NUMBER TO WS-APPROVAL-SUBJECT-ID
           PERFORM CHECK-PENDING-APPROVAL THRU
               EXIT-CHECK-PENDING-APPROVAL
           IF APPROVAL-OUTSTANDING
               SET REQUEST-INVALID TO TRUE
               MOVE "MDCP" TO WS-EXCEPTION-REASON-CODE
               MOVE "EARLIER REQUEST FOR ACCOUNT AWAITING APPROVAL"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           MOVE "OPEN"                 TO WS-APPROVAL-ACTION
           MOVE AR-INITIAL-BALANCE     TO WS-APPROVAL-AMOUNT
           MOVE AR-OPERATOR-ID         TO WS-APPROVAL-ENTERED-BY
           MOVE ACCOUNT-REQUEST-RECORD TO WS-APPROVAL-REQUEST-IMAGE
           PERFORM QUEUE-FOR-APPROVAL
           IF APPROVAL-NOT-QUEUED
               SET REQUEST-INVALID TO TRUE
               MOVE "MUPD" TO WS-EXCEPTION-REASON-CODE
               MOVE "APPROVAL QUEUE WRITE FAILED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           SET REQUEST-PARKED TO TRUE
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "MDCL" TO WS-EXCEPTION-REASON-CODE
           MOVE "OPEN WITH BALANCE QUEUED FOR SECOND OPERATOR"
               TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-REQUEST-EXCEPTION.

       EXIT-PARK-FOR-APPROVAL.
           EXIT.

       OPEN-CERTIFICATE-TERMS.
      * A certificate is funded at opening and never overdrawn; its
      * term runs from tonight's business date at the rate the rate
      * table carries tonight, locked for the whole term.
           IF AR-INITIAL-BALANCE = ZERO
               SET REQUEST-INVALID TO TRUE
               MOVE "MCDB" TO WS-EXCEPTION-REASON-CODE
               MOVE "CERTIFICATE MUST BE FUNDED AT OPENING"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-OPEN-CERTIFICATE-TERMS
           END-IF

           IF AR-TERM-MONTHS NOT NUMERIC
                   OR AR-TERM-MONTHS = ZERO
                   OR AR-TERM-MONTHS > WS-MAXIMUM-TERM-MONTHS
               SET REQUEST-INVALID TO TRUE
               MOVE "MTRM" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID CERTIFICATE TERM IN MONTHS"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-OPEN-CERTIFICATE-TERMS
           END-IF

           PERFORM VALIDATE-MATURITY-INSTRUCTION THRU
               EXIT-VALIDATE-MATURITY-INSTRUCTION
           IF NOT REQUEST-VALID
               GO TO EXIT-OPEN-CERTIFICATE-TERMS
           END-IF

           IF RATE-TABLE-PRESENT
               PERFORM LOOKUP-CERTIFICATE-RATE
           ELSE
               SET TERM-RATE-NOT-FOUND TO TRUE
           END-IF

           IF TERM-RATE-NOT-FOUND
               SET REQUEST-INVALID TO TRUE
               MOVE "MRAT" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO CERTIFICATE RATE ON THE RATE TABLE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-OPEN-CERTIFICATE-TERMS
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-TERM-START-DATE
           MOVE AR-TERM-MONTHS   TO WS-TERM-LENGTH-MONTHS
           PERFORM COMPUTE-MATURITY-DATE
           PERFORM SET-TERM-PENALTY-DAYS

           MOVE AR-ACCOUNT-NUMBER       TO CT-ACCOUNT-NUMBER
           MOVE AR-TERM-MONTHS          TO CT-TERM-MONTHS
           MOVE WS-TERM-RATE            TO CT-LOCKED-RATE
           MOVE WS-TERM-START-DATE      TO CT-TERM-START-DATE
           MOVE WS-TERM-MATURITY-DATE   TO CT-MATURITY-DATE
           MOVE AR-MATURITY-INSTRUCTION TO CT-MATURITY-INSTRUCTION
           MOVE AR-LINKED-ACCOUNT       TO CT-LINKED-ACCOUNT
           MOVE WS-TERM-PENALTY-DAYS    TO CT-PENALTY-DAYS
           MOVE ZERO                    TO CT-NOTICE-DATE
           MOVE ZERO                    TO CT-ROLLOVER-COUNT
           SET CERTIFICATE-IN-TERM TO TRUE
           WRITE CERTIFICATE-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "CERTIFICATE RECORD ALREADY ON FILE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-WRITE.

       EXIT-OPEN-CERTIFICATE-TERMS.
           EXIT.

       VALIDATE-MATURITY-INSTRUCTION.
      * A payout needs somewhere to go: an active checking or savings
      * account of the same customer. A rollover may name one too,
      * and it is proven the same way so a later switch to payout
      * finds it sound.
           IF NOT AR-MATURITY-ROLL-OVER AND NOT AR-MATURITY-PAY-OUT
               SET REQUEST-INVALID TO TRUE
               MOVE "MINS" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID CERTIFICATE MATURITY INSTRUCTION"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-VALIDATE-MATURITY-INSTRUCTION
           END-IF

           IF AR-LINKED-ACCOUNT = SPACES
               IF AR-MATURITY-PAY-OUT
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MLNK" TO WS-EXCEPTION-REASON-CODE
                   MOVE "PAYOUT INSTRUCTION WITHOUT A LINKED ACCOUNT"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
               END-IF
               GO TO EXIT-VALIDATE-MATURITY-INSTRUCTION
           END-IF

           MOVE AR-LINKED-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MLNK" TO WS-EXCEPTION-REASON-CODE
                   MOVE "LINKED ACCOUNT NOT ON FILE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ

           IF NOT REQUEST-VALID
               GO TO EXIT-VALIDATE-MATURITY-INSTRUCTION
           END-IF

           IF NOT ACCOUNT-ACTIVE OR PRODUCT-CERTIFICATE
                   OR AM-CUSTOMER-ID NOT = WS-CERTIFICATE-OWNER-ID
               SET REQUEST-INVALID TO TRUE
               MOVE "MLNK" TO WS-EXCEPTION-REASON-CODE
               MOVE "LINKED ACCOUNT NOT AN OWNER DEMAND ACCOUNT"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF.

       EXIT-VALIDATE-MATURITY-INSTRUCTION.
           EXIT.

       CLOSE-ACCOUNT.
           MOVE AR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID ACCOUNT NUMBER ON CLOSE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-CLOSE-ACCOUNT
           END-IF

      * A charged-off account stays open while any of the loss is
      * still unrecovered, so recoveries have somewhere to post.
           IF ACCOUNT-CHARGED-OFF AND AM-CHARGED-OFF-BALANCE > ZERO
               SET REQUEST-INVALID TO TRUE
               MOVE "MCHO" TO WS-EXCEPTION-REASON-CODE
               MOVE "CANNOT CLOSE - CHARGE-OFF NOT FULLY RECOVERED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-CLOSE-ACCOUNT
           END-IF

           SET ACCOUNT-CLOSED TO TRUE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
           EXIT.

       CHANGE-ACCOUNT-STATUS.
           MOVE AR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID ACCOUNT NUMBER ON STATUS CHANGE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-CHANGE-ACCOUNT-STATUS
           END-IF

      * A charge-off is final: the account is never reinstated to a
      * posting status, and is only ever closed through a close
      * request once its loss has been recovered.
           IF ACCOUNT-CHARGED-OFF
               SET REQUEST-INVALID TO TRUE
               MOVE "MCHO" TO WS-EXCEPTION-REASON-CODE
               MOVE "CHARGED-OFF ACCOUNT STATUS CANNOT BE CHANGED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-CHANGE-ACCOUNT-STATUS
           END-IF

      * An account suspended under an active hold comes out of
      * suspension only when the hold is released - through
      * HOLDS-MAINTENANCE under dual control, or SCREENING-REVIEW for
      * a screening hold - never by a status change keyed here.
           IF ACCOUNT-SUSPENDED AND NOT AR-STATUS-SUSPENDED
                   AND HOLDS-FILE-PRESENT
               MOVE AR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               READ HOLDS-FILE
                   INVALID KEY
                       MOVE 'R' TO HD-HOLD-STATUS
               END-READ
               IF HOLD-ACTIVE
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MHLD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACTIVE HOLD - RELEASE IT IN HOLDS-MAINTENANCE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
                   GO TO EXIT-CHANGE-ACCOUNT-STATUS
               END-IF
           END-IF

           MOVE AR-NEW-STATUS TO AM-ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
               INVALID KEY
       EXIT-CHANGE-ACCOUNT-STATUS.
           EXIT.

       CHANGE-MATURITY-INSTRUCTION.
      * The customer may change what happens at maturity at any time
      * while the certificate is still in its term; the term, rate,
      * and maturity date themselves are never changed here.
           MOVE AR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID ACCOUNT NUMBER ON MATURITY CHANGE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ

           IF NOT REQUEST-VALID
               GO TO EXIT-CHANGE-MATURITY-INSTRUCTION
           END-IF

           IF NOT PRODUCT-CERTIFICATE OR ACCOUNT-CLOSED
               SET REQUEST-INVALID TO TRUE
               MOVE "MPRD" TO WS-EXCEPTION-REASON-CODE
               MOVE "MATURITY CHANGE ON A NON-CERTIFICATE ACCOUNT"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-CHANGE-MATURITY-INSTRUCTION
           END-IF

           MOVE AR-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER
           READ CERTIFICATE-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MNCT" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO CERTIFICATE RECORD FOR ACCOUNT"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ

           IF NOT REQUEST-VALID
               GO TO EXIT-CHANGE-MATURITY-INSTRUCTION
           END-IF

           IF NOT CERTIFICATE-IN-TERM
               SET REQUEST-INVALID TO TRUE
               MOVE "MNCT" TO WS-EXCEPTION-REASON-CODE
               MOVE "CERTIFICATE ALREADY PAID OUT"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-CHANGE-MATURITY-INSTRUCTION
           END-IF

           MOVE AM-CUSTOMER-ID TO WS-CERTIFICATE-OWNER-ID
           PERFORM VALIDATE-MATURITY-INSTRUCTION THRU
               EXIT-VALIDATE-MATURITY-INSTRUCTION
           IF NOT REQUEST-VALID
               GO TO EXIT-CHANGE-MATURITY-INSTRUCTION
           END-IF

           MOVE AR-MATURITY-INSTRUCTION TO CT-MATURITY-INSTRUCTION
           MOVE AR-LINKED-ACCOUNT       TO CT-LINKED-ACCOUNT
           REWRITE CERTIFICATE-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "MUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "MATURITY CHANGE FAILED" TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

      * The linked account was read into the buffer to prove it;
      * the certificate's own record is read back for the journal.
           IF REQUEST-VALID
               MOVE AR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE "MATURITY" TO MJ-ACTION
               MOVE ZERO TO MJ-AMOUNT
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       EXIT-CHANGE-MATURITY-INSTRUCTION.
           EXIT.

       WRITE-JOURNAL-ENTRY.
           MOVE AR-ACCOUNT-NUMBER TO MJ-ACCOUNT-NUMBER
           MOVE AM-CUSTOMER-ID TO MJ-CUSTOMER-ID
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO MJ-TIMESTAMP
           MOVE AM-ACCOUNT-STATUS TO MJ-DETAIL
           MOVE AR-OPERATOR-ID TO MJ-ENTERED-BY
           MOVE WS-APPROVED-BY TO MJ-APPROVED-BY
           WRITE JOURNAL-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "ACCOUNT MAINTENANCE SUMMARY"
           DISPLAY "Total Requests:     " WS-TOTAL-REQUESTS
           DISPLAY "Successful Requests:" WS-SUCCESSFUL-REQUESTS
           DISPLAY "Failed Requests:    " WS-FAILED-REQUESTS
           DISPLAY "Awaiting Approval:  " WS-AWAITING-APPROVAL
           DISPLAY "Approved Applied:   " WS-APPROVED-REQUESTS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE
           CLOSE ACCOUNT-REQUEST-FILE
                 ACCOUNT-MASTER-FILE
                 CUSTOMER-MASTER-FILE
                 CERTIFICATE-MASTER-FILE
                 APPROVAL-QUEUE-FILE
                 EXCEPTION-LOG-FILE
                 MAINTENANCE-JOURNAL-FILE
                 RUN-CONTROL-FILE

           IF RATE-TABLE-PRESENT
               CLOSE RATE-TABLE-FILE
           END-IF

           IF HOLDS-FILE-PRESENT
               CLOSE HOLDS-FILE
           END-IF

           DISPLAY "ACCOUNT MAINTENANCE COMPLETE".

       ABNORMAL-TERMINATION.

       COPY "write_exception.cbl".

       COPY "cert_term.cbl".

       COPY "dual_control.cbl".

       LOG-REQUEST-EXCEPTION.
      * Common exception wrapper for rejected account requests:
      * every entry carries the account and the request record that
      * caused it. The caller sets the reason code and message.
           MOVE AR-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE ACCOUNT-REQUEST-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
