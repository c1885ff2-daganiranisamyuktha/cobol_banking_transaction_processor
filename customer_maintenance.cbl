      *================================================================*
      * Customer Maintenance                                          *
      * Adds new customers and changes name, address, phone, and tax  *
      * ID on existing ones - the only program in this system that    *
      * WRITEs records to CUSTOMER-MASTER-FILE. Every applied action  *
      * is journaled to CUSTJRNL the same way ACCOUNT-MAINTENANCE     *
      * journals to MAINTJRNL, and a tax ID put on file or changed is *
      * journaled again on its own. ACCOUNT-MAINTENANCE refuses to    *
      * open an account for an ID with no customer record here, so    *
      * the customer add must be applied before (or in the same night *
      * as, ahead of) the account open.                               *
      * Every add and every name or address change is screened first  *
      * against the compliance watch list. A possible match is not    *
      * applied: the request is parked on SCREENPEND for review, and  *
      * a change also puts the customer's active accounts on a        *
      * screening hold. Requests compliance has since cleared through *
      * SCREENING-REVIEW are applied at the start of the next run.    *
      * Every request carries the operator who keyed it. A change to  *
      * a customer's name or address that screens clear is not        *
      * applied on that operator's say-so alone: it waits on APPRPEND *
      * until a second operator approves it through REQUEST-APPROVAL, *
      * and is applied at the start of the next run, journaled with   *
      * both operator IDs.                                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINTENANCE.

           COPY "custmast_select.cbl".

           COPY "acctmast_select.cbl".

           COPY "holds_select.cbl".

           COPY "watchlist_select.cbl".

           COPY "screenpend_select.cbl".

           COPY "apprpend_select.cbl".

           COPY "excplog_select.cbl".

           COPY "custjrnl_select.cbl".
           05  CR-STATE               PIC X(2).
           05  CR-ZIP-CODE            PIC X(10).
           05  CR-PHONE-NUMBER        PIC X(10).
      *    LEFT BLANK ON A CHANGE TO KEEP THE TAX ID ALREADY ON FILE.
           05  CR-TAX-ID              PIC X(9).
      *    THE OPERATOR WHO KEYED THE REQUEST.
           05  CR-OPERATOR-ID         PIC X(08).

       COPY "custmast_record.cbl".

       COPY "acctmast_record.cbl".

       COPY "holds_record.cbl".

       COPY "watchlist_record.cbl".

       COPY "screenpend_record.cbl".

       COPY "apprpend_record.cbl".

       COPY "excplog_record.cbl".

       COPY "custjrnl_record.cbl".
       01  WS-FILE-STATUSES.
           05  WS-CUSTOMER-REQUEST-FILE-STATUS PIC XX.
           05  WS-CUSTOMER-FILE-STATUS         PIC XX.
           05  WS-ACCOUNT-FILE-STATUS          PIC XX.
           05  WS-HOLDS-FILE-STATUS            PIC XX.
           05  WS-WATCH-LIST-FILE-STATUS       PIC XX.
           05  WS-SCREENING-REVIEW-STATUS      PIC XX.
           05  WS-APPROVAL-QUEUE-STATUS        PIC XX.
           05  WS-EXCEPTION-FILE-STATUS        PIC XX.
           05  WS-CUSTOMER-JOURNAL-STATUS      PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS      PIC XX.
           05  WS-TOTAL-REQUESTS      PIC 9(5) COMP VALUE ZERO.
           05  WS-SUCCESSFUL-REQUESTS PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-REQUESTS     PIC 9(5) COMP VALUE ZERO.
           05  WS-PARKED-REQUESTS     PIC 9(5) COMP VALUE ZERO.
           05  WS-RELEASED-REQUESTS   PIC 9(5) COMP VALUE ZERO.
           05  WS-SCREENING-HOLDS     PIC 9(5) COMP VALUE ZERO.
           05  WS-AWAITING-APPROVAL   PIC 9(5) COMP VALUE ZERO.
           05  WS-APPROVED-REQUESTS   PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.
               88  REQUEST-PARKED         VALUE 'P'.

      *    SET WHILE A REQUEST COMPLIANCE HAS CLEARED IS BEING APPLIED,
      *    SO IT IS NOT SCREENED AND PARKED A SECOND TIME.
           05  WS-RELEASE-FLAG            PIC X VALUE 'N'.
               88  RELEASED-FROM-REVIEW   VALUE 'Y'.
               88  NOT-RELEASED-FROM-REVIEW VALUE 'N'.

           05  WS-REVIEW-SCAN-FLAG        PIC X.
               88  REVIEW-SCAN-DONE       VALUE 'Y'.

           05  WS-ACCOUNT-SCAN-FLAG       PIC X.
               88  ACCOUNT-SCAN-DONE      VALUE 'Y'.

           05  WS-TAX-ID-CHANGE-FLAG      PIC X VALUE 'N'.
               88  TAX-ID-CHANGED         VALUE 'Y'.
               88  TAX-ID-UNCHANGED       VALUE 'N'.

           05  WS-NAME-ADDRESS-FLAG       PIC X VALUE 'N'.
               88  NAME-ADDRESS-CHANGED   VALUE 'Y'.
               88  NAME-ADDRESS-UNCHANGED VALUE 'N'.

      * The last four digits of the tax ID, the only part of it the
      * journal ever carries.
       01  WS-TAX-ID-WORK-AREA.
           05  WS-TAX-ID-DIGITS           PIC X(9).
           05  WS-TAX-ID-PARTS REDEFINES WS-TAX-ID-DIGITS.
               10  FILLER                 PIC X(5).
               10  WS-TAX-ID-LAST-FOUR    PIC X(4).

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.

       COPY "excplog_ws.cbl".

       COPY "watchscr_ws.cbl".

       COPY "dualctl_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * CUSTOMER-MASTER-FILE, HOLDS-FILE, SCREENING-REVIEW-FILE, and
      * APPROVAL-QUEUE-FILE are not listed here: on a brand new
      * installation their first OPEN legitimately returns status
      * 35, as does WATCH-LIST-FILE until compliance loads a list, and
      * CHECK-FILE-STATUSES below handles those cases explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               CUSTOMER-REQUEST-FILE
               ACCOUNT-MASTER-FILE
               CUSTOMER-JOURNAL-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM RELEASE-CLEARED-REQUESTS THRU
               EXIT-RELEASE-CLEARED-REQUESTS
           PERFORM RELEASE-APPROVED-REQUESTS THRU
               EXIT-RELEASE-APPROVED-REQUESTS
           PERFORM PROCESS-CUSTOMER-REQUESTS THRU
               EXIT-PROCESS-CUSTOMER-REQUESTS
               UNTIL END-OF-FILE
      * Open all required files
           OPEN INPUT  CUSTOMER-REQUEST-FILE
                I-O    CUSTOMER-MASTER-FILE
                I-O    ACCOUNT-MASTER-FILE
                I-O    HOLDS-FILE
                INPUT  WATCH-LIST-FILE
                I-O    SCREENING-REVIEW-FILE
                I-O    APPROVAL-QUEUE-FILE
                OUTPUT CUSTOMER-JOURNAL-FILE

           PERFORM CHECK-FILE-STATUSES
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

           IF WS-HOLDS-FILE-STATUS = "35"
              CLOSE HOLDS-FILE
              OPEN OUTPUT HOLDS-FILE
              CLOSE HOLDS-FILE
              OPEN I-O HOLDS-FILE
           END-IF.

           IF WS-HOLDS-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING HOLDS FILE" TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * With no watch list loaded yet there is nothing to screen
      * against, and every request is applied as before.
           IF WS-WATCH-LIST-FILE-STATUS = "00"
              SET WATCH-LIST-ON-FILE TO TRUE
           ELSE
              IF WS-WATCH-LIST-FILE-STATUS NOT = "35"
                 MOVE 'F' TO WS-EXCEPTION-SEVERITY
                 MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                 MOVE "ERROR OPENING WATCH LIST FILE"
                   TO WS-EXCEPTION-MESSAGE
                 PERFORM WRITE-EXCEPTION-ENTRY
                 PERFORM ABNORMAL-TERMINATION
              END-IF
           END-IF.

           IF WS-SCREENING-REVIEW-STATUS = "35"
              CLOSE SCREENING-REVIEW-FILE
              OPEN OUTPUT SCREENING-REVIEW-FILE
              CLOSE SCREENING-REVIEW-FILE
              OPEN I-O SCREENING-REVIEW-FILE
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

       RELEASE-CLEARED-REQUESTS.
      * Customer requests parked on a possible watch-list match that
      * compliance has since cleared are applied exactly as they were
      * keyed, ahead of tonight's own requests, and marked released
      * so they are never applied twice.
           MOVE LOW-VALUES TO RV-REVIEW-KEY
           MOVE 'C' TO RV-SOURCE
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-RELEASE-CLEARED-REQUESTS
           END-START

           MOVE 'N' TO WS-REVIEW-SCAN-FLAG
           PERFORM RELEASE-ONE-CLEARED-REQUEST
               UNTIL REVIEW-SCAN-DONE.

       EXIT-RELEASE-CLEARED-REQUESTS.
           EXIT.

       RELEASE-ONE-CLEARED-REQUEST.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEW-SCAN-DONE TO TRUE
           END-READ

           IF NOT REVIEW-SCAN-DONE AND NOT REVIEW-CUSTOMER-REQUEST
               SET REVIEW-SCAN-DONE TO TRUE
           END-IF

           IF NOT REVIEW-SCAN-DONE AND REVIEW-CLEARED
               PERFORM APPLY-RELEASED-REQUEST
           END-IF.

       APPLY-RELEASED-REQUEST.
           MOVE RV-REQUEST-IMAGE TO CUSTOMER-REQUEST-RECORD
           ADD 1 TO WS-TOTAL-REQUESTS
           ADD 1 TO WS-RELEASED-REQUESTS
           SET RELEASED-FROM-REVIEW TO TRUE

           PERFORM APPLY-CUSTOMER-REQUEST THRU
               EXIT-APPLY-CUSTOMER-REQUEST

           SET NOT-RELEASED-FROM-REVIEW TO TRUE
           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               IF REQUEST-PARKED
                   ADD 1 TO WS-AWAITING-APPROVAL
               ELSE
                   ADD 1 TO WS-FAILED-REQUESTS
               END-IF
           END-IF

      * A cleared name or address change still needs its second
      * operator, and moves on to the approval queue from here.
      * A released request that fails its ordinary edits tonight is
      * logged like any other and is not retried: it is keyed again.
           SET REVIEW-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO RV-RELEASED-DATE
           REWRITE SCREENING-REVIEW-RECORD
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING REVIEW RELEASE UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE.

       RELEASE-APPROVED-REQUESTS.
      * Name and address changes a second operator has since approved
      * are applied exactly as they were keyed, without being
      * screened again, and marked applied so they are never applied
      * twice.
           MOVE 'C' TO WS-APPROVAL-SOURCE
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
           MOVE AP-REQUEST-IMAGE TO CUSTOMER-REQUEST-RECORD
           MOVE AP-DECIDED-BY    TO WS-APPROVED-BY
           ADD 1 TO WS-TOTAL-REQUESTS
           ADD 1 TO WS-APPROVED-REQUESTS
           SET RELEASED-FROM-APPROVAL TO TRUE

           PERFORM APPLY-CUSTOMER-REQUEST THRU
               EXIT-APPLY-CUSTOMER-REQUEST

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
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVAL QUEUE APPLIED UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE.

       PROCESS-CUSTOMER-REQUESTS.
           READ CUSTOMER-REQUEST-FILE
               AT END
           END-READ

           ADD 1 TO WS-TOTAL-REQUESTS

           PERFORM APPLY-CUSTOMER-REQUEST THRU
               EXIT-APPLY-CUSTOMER-REQUEST

           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               IF REQUEST-PARKED AND APPROVAL-QUEUED
                   ADD 1 TO WS-AWAITING-APPROVAL
               ELSE
                   IF REQUEST-PARKED
                       ADD 1 TO WS-PARKED-REQUESTS
                   ELSE
                       ADD 1 TO WS-FAILED-REQUESTS
                   END-IF
               END-IF
           END-IF.

       EXIT-PROCESS-CUSTOMER-REQUESTS.
           EXIT.

       APPLY-CUSTOMER-REQUEST.
           MOVE 'V' TO WS-REQUEST-STATUS
           SET TAX-ID-UNCHANGED TO TRUE
           SET APPROVAL-NOT-QUEUED TO TRUE

      * A request nobody has put their name to is not applied.
           IF CR-OPERATOR-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "COPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO OPERATOR ID ON CUSTOMER REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-APPLY-CUSTOMER-REQUEST
           END-IF

           IF ACTION-ADD
               PERFORM ADD-CUSTOMER THRU EXIT-ADD-CUSTOMER
               MOVE "INVALID CUSTOMER REQUEST ACTION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF.

       EXIT-APPLY-CUSTOMER-REQUEST.
           EXIT.

       ADD-CUSTOMER.
               GO TO EXIT-ADD-CUSTOMER
           END-IF

           PERFORM VALIDATE-TAX-ID
           IF NOT REQUEST-VALID
               GO TO EXIT-ADD-CUSTOMER
           END-IF

           IF NOT-RELEASED-FROM-REVIEW
               PERFORM SCREEN-CUSTOMER-REQUEST THRU
                   EXIT-SCREEN-CUSTOMER-REQUEST
               IF NOT REQUEST-VALID
                   GO TO EXIT-ADD-CUSTOMER
               END-IF
           END-IF

           MOVE CR-CUSTOMER-ID     TO CM-CUSTOMER-ID
           MOVE SPACES             TO CM-TAX-ID
           PERFORM MOVE-REQUEST-TO-MASTER
           MOVE WS-BUSINESS-DATE   TO CM-OPENED-DATE
           WRITE CUSTOMER-RECORD
           IF REQUEST-VALID
               MOVE "ADD" TO CJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-TAX-ID-JOURNAL-ENTRY
           END-IF.

       EXIT-ADD-CUSTOMER.
               GO TO EXIT-CHANGE-CUSTOMER
           END-IF

           PERFORM VALIDATE-TAX-ID
           IF NOT REQUEST-VALID
               GO TO EXIT-CHANGE-CUSTOMER
           END-IF

      * While an earlier change for the same customer waits for its
      * second operator, a later one cannot overtake it, sensitive or
      * not: every change carries the whole customer record.
           IF NOT-RELEASED-FROM-APPROVAL
               MOVE 'C'            TO WS-APPROVAL-SOURCE
               MOVE CR-CUSTOMER-ID TO WS-APPROVAL-SUBJECT-ID
               PERFORM CHECK-PENDING-APPROVAL THRU
                   EXIT-CHECK-PENDING-APPROVAL
               IF APPROVAL-OUTSTANDING
                   SET REQUEST-INVALID TO TRUE
                   MOVE "CDCP" TO WS-EXCEPTION-REASON-CODE
                   MOVE "EARLIER CUSTOMER CHANGE AWAITING APPROVAL"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
                   GO TO EXIT-CHANGE-CUSTOMER
               END-IF
           END-IF

      * A change is screened before it is queued for approval, so an
      * approved change has already been screened and is not again.
           IF NOT-RELEASED-FROM-REVIEW AND NOT-RELEASED-FROM-APPROVAL
               PERFORM SCREEN-CUSTOMER-REQUEST THRU
                   EXIT-SCREEN-CUSTOMER-REQUEST
               IF NOT REQUEST-VALID
                   GO TO EXIT-CHANGE-CUSTOMER
               END-IF
           END-IF

      * A new name or address is where a customer's identity, and
      * where their statements go, is changed: it waits for a second
      * operator. The phone and tax ID alone do not.
           IF NOT-RELEASED-FROM-APPROVAL
               PERFORM CHECK-NAME-ADDRESS-CHANGE
               IF NAME-ADDRESS-CHANGED
                   PERFORM PARK-FOR-APPROVAL THRU
                       EXIT-PARK-FOR-APPROVAL
                   GO TO EXIT-CHANGE-CUSTOMER
               END-IF
           END-IF

      * The opened date is part of the relationship's history and is
      * never changed; everything else comes from the request, but
      * for a blank tax ID, which leaves the one on file in place.
           PERFORM MOVE-REQUEST-TO-MASTER
           REWRITE CUSTOMER-RECORD
               INVALID KEY
           IF REQUEST-VALID
               MOVE "CHANGE" TO CJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM WRITE-TAX-ID-JOURNAL-ENTRY
           END-IF.

       EXIT-CHANGE-CUSTOMER.
           EXIT.

       CHECK-NAME-ADDRESS-CHANGE.
      * CUSTOMER-RECORD still holds the customer as on file.
           SET NAME-ADDRESS-UNCHANGED TO TRUE
           IF CR-CUSTOMER-NAME  NOT = CM-CUSTOMER-NAME
                   OR CR-ADDRESS-LINE-1 NOT = CM-ADDRESS-LINE-1
                   OR CR-ADDRESS-LINE-2 NOT = CM-ADDRESS-LINE-2
                   OR CR-CITY           NOT = CM-CITY
                   OR CR-STATE          NOT = CM-STATE
                   OR CR-ZIP-CODE       NOT = CM-ZIP-CODE
               SET NAME-ADDRESS-CHANGED TO TRUE
           END-IF.

       PARK-FOR-APPROVAL.
           MOVE 'C'                     TO WS-APPROVAL-SOURCE
           MOVE CR-CUSTOMER-ID          TO WS-APPROVAL-SUBJECT-ID
           MOVE "NAME/ADDR"             TO WS-APPROVAL-ACTION
           MOVE ZERO                    TO WS-APPROVAL-AMOUNT
           MOVE CR-OPERATOR-ID          TO WS-APPROVAL-ENTERED-BY
           MOVE CUSTOMER-REQUEST-RECORD TO WS-APPROVAL-REQUEST-IMAGE
           PERFORM QUEUE-FOR-APPROVAL
           IF APPROVAL-NOT-QUEUED
               SET REQUEST-INVALID TO TRUE
               MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
               MOVE "APPROVAL QUEUE WRITE FAILED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           SET REQUEST-PARKED TO TRUE
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "CDCL" TO WS-EXCEPTION-REASON-CODE
           MOVE "NAME OR ADDRESS CHANGE QUEUED FOR SECOND OPERATOR"
               TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-REQUEST-EXCEPTION.

       EXIT-PARK-FOR-APPROVAL.
           EXIT.

       SCREEN-CUSTOMER-REQUEST.
      * While an earlier request for the same customer waits on
      * compliance, a later one cannot overtake it, whether or not it
      * would itself screen clear.
           PERFORM CHECK-PENDING-REVIEW THRU EXIT-CHECK-PENDING-REVIEW
           IF NOT REQUEST-VALID
               GO TO EXIT-SCREEN-CUSTOMER-REQUEST
           END-IF

           MOVE CR-CUSTOMER-NAME  TO WS-SCREEN-NAME
           MOVE CR-ADDRESS-LINE-1 TO WS-SCREEN-ADDRESS-1
           MOVE CR-ADDRESS-LINE-2 TO WS-SCREEN-ADDRESS-2
           PERFORM SCREEN-PARTY THRU EXIT-SCREEN-PARTY

           IF SCREEN-HIT
               PERFORM PARK-CUSTOMER-REQUEST THRU
                   EXIT-PARK-CUSTOMER-REQUEST
           END-IF.

       EXIT-SCREEN-CUSTOMER-REQUEST.
           EXIT.

       CHECK-PENDING-REVIEW.
           MOVE 'C'            TO RV-SOURCE
           MOVE CR-CUSTOMER-ID TO RV-SUBJECT-ID
           MOVE ZERO           TO RV-REFERENCE
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-CHECK-PENDING-REVIEW
           END-START

           MOVE 'N' TO WS-REVIEW-SCAN-FLAG
           PERFORM CHECK-ONE-CUSTOMER-REVIEW
               UNTIL REVIEW-SCAN-DONE.

       EXIT-CHECK-PENDING-REVIEW.
           EXIT.

       CHECK-ONE-CUSTOMER-REVIEW.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEW-SCAN-DONE TO TRUE
           END-READ

           IF NOT REVIEW-SCAN-DONE
               IF NOT REVIEW-CUSTOMER-REQUEST
                       OR RV-SUBJECT-ID NOT = CR-CUSTOMER-ID
                   SET REVIEW-SCAN-DONE TO TRUE
               ELSE
                   IF REVIEW-PENDING OR REVIEW-CLEARED
                       SET REVIEW-SCAN-DONE TO TRUE
                       SET REQUEST-INVALID TO TRUE
                       MOVE "CPND" TO WS-EXCEPTION-REASON-CODE
                       MOVE "EARLIER CUSTOMER REQUEST AWAITING REVIEW"
                           TO WS-EXCEPTION-MESSAGE
                       PERFORM LOG-REQUEST-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       PARK-CUSTOMER-REQUEST.
      * The request is kept exactly as keyed for compliance to clear
      * or confirm. A change puts every active account of an existing
      * customer on a screening hold until compliance decides; an add
      * has no accounts yet, and none can be opened without the
      * customer record.
           MOVE 'C'                   TO RV-SOURCE
           MOVE CR-CUSTOMER-ID        TO RV-SUBJECT-ID
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO RV-REFERENCE
           SET REVIEW-PENDING TO TRUE
           MOVE WS-BUSINESS-DATE      TO RV-QUEUED-DATE
           MOVE ZERO                  TO RV-DECIDED-DATE
           MOVE SPACES                TO RV-DECIDED-BY
           MOVE ZERO                  TO RV-RELEASED-DATE
           MOVE WS-SCREEN-HIT-ENTRY-ID  TO RV-HIT-ENTRY-ID
           MOVE WS-SCREEN-HIT-FIELD     TO RV-HIT-FIELD
           MOVE WS-SCREEN-MATCHED-VALUE TO RV-MATCHED-VALUE
           MOVE ZERO                  TO RV-HOLDS-PLACED
           MOVE CUSTOMER-REQUEST-RECORD TO RV-REQUEST-IMAGE
           WRITE SCREENING-REVIEW-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING REVIEW WRITE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-WRITE

           IF NOT REQUEST-VALID
               GO TO EXIT-PARK-CUSTOMER-REQUEST
           END-IF

           IF ACTION-CHANGE
               PERFORM HOLD-CUSTOMER-ACCOUNTS THRU
                   EXIT-HOLD-CUSTOMER-ACCOUNTS
               REWRITE SCREENING-REVIEW-RECORD
                   INVALID KEY
                       MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                       MOVE "SCREENING REVIEW HOLD COUNT UPDATE FAILED"
                         TO WS-EXCEPTION-MESSAGE
                       PERFORM LOG-REQUEST-EXCEPTION
               END-REWRITE
           END-IF

           SET REQUEST-PARKED TO TRUE
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "CSCR" TO WS-EXCEPTION-REASON-CODE
           MOVE "POSSIBLE WATCH-LIST MATCH - PARKED FOR REVIEW"
               TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-REQUEST-EXCEPTION.

       EXIT-PARK-CUSTOMER-REQUEST.
           EXIT.

       HOLD-CUSTOMER-ACCOUNTS.
           MOVE CR-CUSTOMER-ID TO AM-CUSTOMER-ID
           START ACCOUNT-MASTER-FILE
               KEY IS EQUAL TO AM-CUSTOMER-ID
               INVALID KEY
                   GO TO EXIT-HOLD-CUSTOMER-ACCOUNTS
           END-START

           MOVE 'N' TO WS-ACCOUNT-SCAN-FLAG
           PERFORM HOLD-ONE-CUSTOMER-ACCOUNT
               UNTIL ACCOUNT-SCAN-DONE.

       EXIT-HOLD-CUSTOMER-ACCOUNTS.
           EXIT.

       HOLD-ONE-CUSTOMER-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-SCAN-DONE TO TRUE
           END-READ

           IF NOT ACCOUNT-SCAN-DONE
                   AND AM-CUSTOMER-ID NOT = CR-CUSTOMER-ID
               SET ACCOUNT-SCAN-DONE TO TRUE
           END-IF

      * An account already suspended under another hold is frozen
      * already, and its own hold record is left as it stands.
           IF NOT ACCOUNT-SCAN-DONE AND ACCOUNT-ACTIVE
               PERFORM PLACE-SCREENING-HOLD
           END-IF.

       PLACE-SCREENING-HOLD.
           SET ACCOUNT-SUSPENDED TO TRUE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "CUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACCOUNT UPDATE FAILED ON SCREENING HOLD"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           SET HOLD-ACTIVE TO TRUE
           SET HOLD-FOR-SCREENING TO TRUE
           MOVE WS-BUSINESS-DATE TO HD-PLACED-DATE
           MOVE ZERO TO HD-RELEASED-DATE
           REWRITE HOLDS-RECORD
               INVALID KEY
                   WRITE HOLDS-RECORD
           END-REWRITE

           ADD 1 TO RV-HOLDS-PLACED
           ADD 1 TO WS-SCREENING-HOLDS.

       MOVE-REQUEST-TO-MASTER.
           MOVE CR-CUSTOMER-NAME   TO CM-CUSTOMER-NAME
           MOVE CR-ADDRESS-LINE-1  TO CM-ADDRESS-LINE-1
           MOVE CR-CITY            TO CM-CITY
           MOVE CR-STATE           TO CM-STATE
           MOVE CR-ZIP-CODE        TO CM-ZIP-CODE
           MOVE CR-PHONE-NUMBER    TO CM-PHONE-NUMBER
           IF CR-TAX-ID NOT = SPACES
                   AND CR-TAX-ID NOT = CM-TAX-ID
               MOVE CR-TAX-ID      TO CM-TAX-ID
               SET TAX-ID-CHANGED  TO TRUE
           END-IF.

       VALIDATE-TAX-ID.
      * A tax ID, when one is supplied, is the nine digits alone: the
      * year-end tax forms and the government filing carry it as
      * given, so punctuation or a placeholder of zeros is refused.
           IF CR-TAX-ID NOT = SPACES
               IF CR-TAX-ID NOT NUMERIC OR CR-TAX-ID = ZEROS
                   SET REQUEST-INVALID TO TRUE
                   MOVE "CTIN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "TAX ID MUST BE NINE DIGITS"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
               END-IF
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE CR-CUSTOMER-ID TO CJ-CUSTOMER-ID
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO CJ-TIMESTAMP
           MOVE CM-CUSTOMER-NAME TO CJ-DETAIL
           MOVE CR-OPERATOR-ID TO CJ-ENTERED-BY
           MOVE WS-APPROVED-BY TO CJ-APPROVED-BY
           WRITE CUSTOMER-JOURNAL-RECORD.

       WRITE-TAX-ID-JOURNAL-ENTRY.
      * A tax ID put on file or replaced gets an entry of its own, so
      * a corrected tax form can be traced back to the change that
      * made it necessary. Only the last four digits are journaled.
           IF TAX-ID-CHANGED
               MOVE CM-TAX-ID TO WS-TAX-ID-DIGITS
               MOVE "TAX ID" TO CJ-ACTION
               MOVE CR-CUSTOMER-ID TO CJ-CUSTOMER-ID
               MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO CJ-TIMESTAMP
               MOVE SPACES TO CJ-DETAIL
               STRING "TAX ID ON FILE ENDING " DELIMITED BY SIZE
                      WS-TAX-ID-LAST-FOUR      DELIMITED BY SIZE
                 INTO CJ-DETAIL
               END-STRING
               MOVE CR-OPERATOR-ID TO CJ-ENTERED-BY
               MOVE WS-APPROVED-BY TO CJ-APPROVED-BY
               WRITE CUSTOMER-JOURNAL-RECORD
           END-IF.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CUSTOMER MAINTENANCE SUMMARY"
           DISPLAY "Total Requests:     " WS-TOTAL-REQUESTS
           DISPLAY "Successful Requests:" WS-SUCCESSFUL-REQUESTS
           DISPLAY "Failed Requests:    " WS-FAILED-REQUESTS
           DISPLAY "Parked For Review:  " WS-PARKED-REQUESTS
           DISPLAY "Released By Review: " WS-RELEASED-REQUESTS
           DISPLAY "Screening Holds:    " WS-SCREENING-HOLDS
           DISPLAY "Awaiting Approval:  " WS-AWAITING-APPROVAL
           DISPLAY "Approved Applied:   " WS-APPROVED-REQUESTS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE CUSTOMER-REQUEST-FILE
                 CUSTOMER-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 HOLDS-FILE
                 SCREENING-REVIEW-FILE
                 APPROVAL-QUEUE-FILE
                 EXCEPTION-LOG-FILE
                 CUSTOMER-JOURNAL-FILE
                 RUN-CONTROL-FILE

           IF WATCH-LIST-ON-FILE
               CLOSE WATCH-LIST-FILE
           END-IF

           DISPLAY "CUSTOMER MAINTENANCE COMPLETE".

       ABNORMAL-TERMINATION.

       COPY "write_exception.cbl".

       COPY "watch_screen.cbl".

       COPY "dual_control.cbl".

       LOG-REQUEST-EXCEPTION.
      * Common exception wrapper for rejected customer requests:
      * every entry carries the customer and the request record that
