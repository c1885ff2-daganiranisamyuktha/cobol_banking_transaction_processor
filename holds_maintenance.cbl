      * Places and releases holds against ACCTMASTER so compliance    *
      * can freeze or unfreeze an account without hand-editing the    *
      * account master file directly.                                 *
      * Every request carries the operator who keyed it, and every    *
      * applied action is journaled to HOLDJRNL. A release is not     *
      * applied on that operator's say-so alone: it waits on APPRPEND *
      * until a second operator approves it through REQUEST-APPROVAL, *
      * and is applied at the start of the next run, journaled with   *
      * both operator IDs.                                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDS-MAINTENANCE.

           COPY "holds_select.cbl".

           COPY "apprpend_select.cbl".

           SELECT HOLD-JOURNAL-FILE
               ASSIGN TO "HOLDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-JOURNAL-FILE-STATUS.

           COPY "runctl_select.cbl".

           COPY "excplog_select.cbl".
      * Hold Request File Record Structure
       FD  HOLD-REQUEST-FILE.
       01  HOLD-REQUEST-RECORD.
           05  HR-ACCOUNT-NUMBER      PIC X(10).
           05  HR-ACTION              PIC X.
               88  HOLD-ACTION-PLACE      VALUE 'P'.
               88  HOLD-ACTION-RELEASE    VALUE 'R'.
               88  HOLD-REASON-FRAUD      VALUE 'FR'.
               88  HOLD-REASON-COURT      VALUE 'CO'.
               88  HOLD-REASON-DECEASED   VALUE 'DC'.
      *    THE OPERATOR WHO KEYED THE REQUEST.
           05  HR-OPERATOR-ID         PIC X(08).

       COPY "acctmast_record.cbl".

       COPY "holds_record.cbl".

       COPY "apprpend_record.cbl".

      * Hold Journal File Record Structure - one record per applied
      * hold action, in the pattern of MAINTJRNL.
       FD  HOLD-JOURNAL-FILE.
       01  HOLD-JOURNAL-RECORD.
           05  HJ-ACCOUNT-NUMBER      PIC X(10).
           05  HJ-ACTION              PIC X(10).
           05  HJ-REASON-CODE         PIC X(02).
           05  HJ-TIMESTAMP           PIC 9(14).
           05  HJ-ENTERED-BY          PIC X(08).
           05  HJ-APPROVED-BY         PIC X(08).

       COPY "runctl_record.cbl".

       COPY "excplog_record.cbl".
           05  WS-HOLD-REQUEST-FILE-STATUS PIC XX.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX.
           05  WS-HOLDS-FILE-STATUS        PIC XX.
           05  WS-APPROVAL-QUEUE-STATUS    PIC XX.
           05  WS-HOLD-JOURNAL-FILE-STATUS PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS  PIC XX.
           05  WS-EXCEPTION-FILE-STATUS        PIC XX.

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

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.

       COPY "excplog_ws.cbl".

       COPY "dualctl_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * HOLDS-FILE and APPROVAL-QUEUE-FILE are not listed here: they
      * are created on their very first run (file status 35 is
      * expected then, not an error), and CHECK-FILE-STATUSES below
      * handles that case explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               HOLD-REQUEST-FILE
               ACCOUNT-MASTER-FILE
               HOLD-JOURNAL-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM RELEASE-APPROVED-REQUESTS THRU
               EXIT-RELEASE-APPROVED-REQUESTS
           PERFORM PROCESS-HOLD-REQUESTS THRU
               EXIT-PROCESS-HOLD-REQUESTS
               UNTIL END-OF-FILE
           OPEN INPUT  HOLD-REQUEST-FILE
                I-O    ACCOUNT-MASTER-FILE
                I-O    HOLDS-FILE
                I-O    APPROVAL-QUEUE-FILE
                OUTPUT HOLD-JOURNAL-FILE

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "ACCOUNT HOLDS MAINTENANCE"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY.
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

       RELEASE-APPROVED-REQUESTS.
      * Hold releases a second operator has since approved are
      * applied exactly as they were keyed, ahead of tonight's own
      * requests, and marked applied so they are never applied twice.
           MOVE 'H' TO WS-APPROVAL-SOURCE
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
           MOVE AP-REQUEST-IMAGE TO HOLD-REQUEST-RECORD
           MOVE AP-DECIDED-BY    TO WS-APPROVED-BY
           ADD 1 TO WS-TOTAL-REQUESTS
           ADD 1 TO WS-APPROVED-REQUESTS
           SET RELEASED-FROM-APPROVAL TO TRUE

           PERFORM APPLY-HOLD-REQUEST THRU EXIT-APPLY-HOLD-REQUEST

           SET NOT-RELEASED-FROM-APPROVAL TO TRUE
           MOVE SPACES TO WS-APPROVED-BY
           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               ADD 1 TO WS-FAILED-REQUESTS
           END-IF

      * An approved release that fails its ordinary edits tonight is
      * logged like any other and is not retried: it is keyed again.
           SET APPROVAL-APPLIED TO TRUE
           MOVE WS-BUSINESS-DATE TO AP-APPLIED-DATE
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   MOVE "HUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVAL QUEUE APPLIED UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE.

       PROCESS-HOLD-REQUESTS.
           READ HOLD-REQUEST-FILE
               AT END
           END-READ

           ADD 1 TO WS-TOTAL-REQUESTS

           PERFORM APPLY-HOLD-REQUEST THRU EXIT-APPLY-HOLD-REQUEST

           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               IF REQUEST-PARKED
                   ADD 1 TO WS-AWAITING-APPROVAL
               ELSE
                   ADD 1 TO WS-FAILED-REQUESTS
               END-IF
           END-IF.

       EXIT-PROCESS-HOLD-REQUESTS.
           EXIT.

       APPLY-HOLD-REQUEST.
           MOVE 'V' TO WS-REQUEST-STATUS

      * A request nobody has put their name to is not applied.
           IF HR-OPERATOR-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "HOPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO OPERATOR ID ON HOLD REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-APPLY-HOLD-REQUEST
           END-IF

           MOVE HR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "HCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID ACCOUNT NUMBER ON HOLD REQUEST"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               MOVE "INVALID HOLD REQUEST ACTION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF.

       EXIT-APPLY-HOLD-REQUEST.
           EXIT.

       PLACE-HOLD.
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

           MOVE HR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           SET HOLD-ACTIVE TO TRUE
           MOVE HR-REASON-CODE TO HD-REASON-CODE
           MOVE WS-BUSINESS-DATE TO HD-PLACED-DATE
           REWRITE HOLDS-RECORD
               INVALID KEY
                   WRITE HOLDS-RECORD
           END-REWRITE

           MOVE "PLACE" TO HJ-ACTION
           PERFORM WRITE-JOURNAL-ENTRY.

       EXIT-PLACE-HOLD.
           EXIT.

       RELEASE-HOLD.
      * Read the existing hold record; there must be one to release.
           MOVE HR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           READ HOLDS-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
               GO TO EXIT-RELEASE-HOLD
           END-IF

      * A screening hold stays until compliance clears the match that
      * placed it; releasing it here would bypass that decision.
           IF HOLD-ACTIVE AND HOLD-FOR-SCREENING
               SET REQUEST-INVALID TO TRUE
               MOVE "HSCR" TO WS-EXCEPTION-REASON-CODE
               MOVE "SCREENING HOLD - RELEASE VIA COMPLIANCE REVIEW"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-RELEASE-HOLD
           END-IF

      * An account since closed (or never actually suspended) is not
      * a valid target for a hold release; releasing a stale hold
      * must not flip its status back to active, so the account is
      * checked before the hold record itself is marked released.
           MOVE HR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
               GO TO EXIT-RELEASE-HOLD
           END-IF

      * Lifting a freeze waits for a second operator; the release is
      * proven again in full when it is applied.
           IF NOT-RELEASED-FROM-APPROVAL
               PERFORM PARK-FOR-APPROVAL THRU EXIT-PARK-FOR-APPROVAL
               GO TO EXIT-RELEASE-HOLD
           END-IF

           SET HOLD-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO HD-RELEASED-DATE
           REWRITE HOLDS-RECORD
                   MOVE "ACCOUNT UPDATE FAILED ON RELEASE"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

           MOVE "RELEASE" TO HJ-ACTION
           PERFORM WRITE-JOURNAL-ENTRY.

       EXIT-RELEASE-HOLD.
           EXIT.

       PARK-FOR-APPROVAL.
           MOVE 'H'               TO WS-APPROVAL-SOURCE
           MOVE HR-ACCOUNT-NUMBER TO WS-APPROVAL-SUBJECT-ID
           PERFORM CHECK-PENDING-APPROVAL THRU
               EXIT-CHECK-PENDING-APPROVAL
           IF APPROVAL-OUTSTANDING
               SET REQUEST-INVALID TO TRUE
               MOVE "HDCP" TO WS-EXCEPTION-REASON-CODE
               MOVE "EARLIER RELEASE FOR ACCOUNT AWAITING APPROVAL"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           MOVE "RELEASE"           TO WS-APPROVAL-ACTION
           MOVE ZERO                TO WS-APPROVAL-AMOUNT
           MOVE HR-OPERATOR-ID      TO WS-APPROVAL-ENTERED-BY
           MOVE HOLD-REQUEST-RECORD TO WS-APPROVAL-REQUEST-IMAGE
           PERFORM QUEUE-FOR-APPROVAL
           IF APPROVAL-NOT-QUEUED
               SET REQUEST-INVALID TO TRUE
               MOVE "HUPD" TO WS-EXCEPTION-REASON-CODE
               MOVE "APPROVAL QUEUE WRITE FAILED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           SET REQUEST-PARKED TO TRUE
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "HDCL" TO WS-EXCEPTION-REASON-CODE
           MOVE "HOLD RELEASE QUEUED FOR SECOND OPERATOR"
               TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-REQUEST-EXCEPTION.

       EXIT-PARK-FOR-APPROVAL.
           EXIT.

       WRITE-JOURNAL-ENTRY.
           MOVE HR-ACCOUNT-NUMBER TO HJ-ACCOUNT-NUMBER
           MOVE HD-REASON-CODE TO HJ-REASON-CODE
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO HJ-TIMESTAMP
           MOVE HR-OPERATOR-ID TO HJ-ENTERED-BY
           MOVE WS-APPROVED-BY TO HJ-APPROVED-BY
           WRITE HOLD-JOURNAL-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "HOLDS MAINTENANCE SUMMARY"
           DISPLAY "Total Requests:     " WS-TOTAL-REQUESTS
           DISPLAY "Successful Requests:" WS-SUCCESSFUL-REQUESTS
           DISPLAY "Failed Requests:    " WS-FAILED-REQUESTS
           DISPLAY "Awaiting Approval:  " WS-AWAITING-APPROVAL
           DISPLAY "Approved Applied:   " WS-APPROVED-REQUESTS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE
           CLOSE HOLD-REQUEST-FILE
                 ACCOUNT-MASTER-FILE
                 HOLDS-FILE
                 APPROVAL-QUEUE-FILE
                 HOLD-JOURNAL-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE


       COPY "write_exception.cbl".

       COPY "dual_control.cbl".

       LOG-REQUEST-EXCEPTION.
      * Common exception wrapper for rejected hold requests: every
      * entry carries the customer and the request record that
      * caused it. The caller sets the reason code and message.
           MOVE HR-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE HOLD-REQUEST-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
