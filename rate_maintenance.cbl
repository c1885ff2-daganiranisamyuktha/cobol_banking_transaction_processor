      * night the business date arrives, and the next run here        *
      * promotes it. Every change is journaled with the old rate,     *
      * new rate, effective date, and request source.                 *
      * Every request carries the operator who keyed it, and no rate  *
      * is added, changed, or deleted on that operator's say-so       *
      * alone: the request waits on APPRPEND until a second operator  *
      * approves it through REQUEST-APPROVAL, and is applied at the   *
      * start of the next run, journaled with both operator IDs.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINTENANCE.

           COPY "ratetable_select.cbl".

           COPY "apprpend_select.cbl".

           SELECT RATE-JOURNAL-FILE
               ASSIGN TO "RATEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
      * as a character image and is edited before it is trusted.
       FD  RATE-REQUEST-FILE.
       01  RATE-REQUEST-RECORD.
           05  RR-RATE-KEY.
               10  RR-PRODUCT-CODE    PIC X(3).
                   88  RR-PRODUCT-VALID   VALUE 'CHK' 'SAV' 'CTD'.
               10  RR-ACCOUNT-STATUS  PIC X(10).
           05  RR-ACTION              PIC X.
               88  ACTION-ADD             VALUE 'A'.
               88  ACTION-CHANGE          VALUE 'C'.
      *    IMMEDIATELY, ON THIS RUN.
           05  RR-EFFECTIVE-DATE      PIC 9(8).
           05  RR-REQUEST-SOURCE      PIC X(10).
      *    THE OPERATOR WHO KEYED THE REQUEST.
           05  RR-OPERATOR-ID         PIC X(08).

       COPY "ratetable_record.cbl".

       COPY "apprpend_record.cbl".

      * Rate Journal File Record Structure - one record per applied
      * change, the way MAINTJRNL records account actions.
       FD  RATE-JOURNAL-FILE.
       01  RATE-JOURNAL-RECORD.
           05  RJ-RATE-KEY.
               10  RJ-PRODUCT-CODE    PIC X(3).
               10  RJ-ACCOUNT-STATUS  PIC X(10).
           05  RJ-ACTION              PIC X(10).
           05  RJ-OLD-RATE            PIC 9V9(6).
           05  RJ-NEW-RATE            PIC 9V9(6).
           05  RJ-EFFECTIVE-DATE      PIC 9(8).
           05  RJ-REQUEST-SOURCE      PIC X(10).
           05  RJ-TIMESTAMP           PIC 9(14).
      *    THE OPERATOR WHO KEYED THE CHANGE AND THE SECOND OPERATOR
      *    WHO APPROVED IT; BOTH BLANK ON A SCHEDULED PROMOTION.
           05  RJ-ENTERED-BY          PIC X(08).
           05  RJ-APPROVED-BY         PIC X(08).

       COPY "runctl_record.cbl".

           05  WS-RATE-REQUEST-FILE-STATUS PIC XX.
           05  WS-RATE-FILE-STATUS         PIC XX.
           05  WS-RATE-JOURNAL-FILE-STATUS PIC XX.
           05  WS-APPROVAL-QUEUE-STATUS    PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS  PIC XX.
           05  WS-EXCEPTION-FILE-STATUS    PIC XX.

           05  WS-SUCCESSFUL-REQUESTS PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-REQUESTS     PIC 9(5) COMP VALUE ZERO.
           05  WS-RATES-PROMOTED      PIC 9(5) COMP VALUE ZERO.
           05  WS-AWAITING-APPROVAL   PIC 9(5) COMP VALUE ZERO.
           05  WS-APPROVED-REQUESTS   PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.
               88  REQUEST-PARKED         VALUE 'P'.

      * Configured Rate Bounds - a request outside these is nonsense
      * and is rejected before it can reach the table.

       COPY "excplog_ws.cbl".

       COPY "dualctl_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * RATE-TABLE-FILE and APPROVAL-QUEUE-FILE are not listed here:
      * they are created on their very first run (file status 35 is
      * expected then, not an error), and CHECK-FILE-STATUSES below
      * handles that case.
           USE AFTER STANDARD ERROR PROCEDURE ON
               RATE-REQUEST-FILE
               RATE-JOURNAL-FILE.
           PERFORM PROMOTE-DUE-PENDING-RATES THRU
               EXIT-PROMOTE-DUE-PENDING-RATES
               UNTIL SCAN-END-OF-FILE
           PERFORM RELEASE-APPROVED-REQUESTS THRU
               EXIT-RELEASE-APPROVED-REQUESTS
           PERFORM PROCESS-RATE-REQUESTS THRU
               EXIT-PROCESS-RATE-REQUESTS
               UNTIL END-OF-FILE
      * Open all required files
           OPEN INPUT  RATE-REQUEST-FILE
                I-O    RATE-TABLE-FILE
                I-O    APPROVAL-QUEUE-FILE
                OUTPUT RATE-JOURNAL-FILE

           PERFORM CHECK-FILE-STATUSES

      * Position at the start of RATETABLE so pending rate changes
      * whose effective date has arrived can be promoted first.
           MOVE LOW-VALUES TO RT-RATE-KEY
           START RATE-TABLE-FILE KEY IS NOT LESS THAN RT-RATE-KEY
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START.
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

       PROMOTE-DUE-PENDING-RATES.
      * A pending rate whose effective date has arrived becomes the
      * current rate, journaled as an applied scheduled change.
               GO TO EXIT-PROMOTE-DUE-PENDING-RATES
           END-IF

           MOVE RT-RATE-KEY       TO RJ-RATE-KEY
           MOVE "APPLIED"         TO RJ-ACTION
           MOVE RT-ANNUAL-RATE    TO RJ-OLD-RATE
           MOVE RT-PENDING-RATE   TO RJ-NEW-RATE
           MOVE RT-EFFECTIVE-DATE TO RJ-EFFECTIVE-DATE
           MOVE "SCHEDULED"       TO RJ-REQUEST-SOURCE
           MOVE SPACES            TO RJ-ENTERED-BY
           MOVE SPACES            TO RJ-APPROVED-BY
           PERFORM WRITE-RATE-JOURNAL-ENTRY

           MOVE RT-PENDING-RATE TO RT-ANNUAL-RATE
       EXIT-PROMOTE-DUE-PENDING-RATES.
           EXIT.

       RELEASE-APPROVED-REQUESTS.
      * Rate requests a second operator has since approved are
      * applied exactly as they were keyed, ahead of tonight's own
      * requests, and marked applied so they are never applied twice.
           MOVE 'R' TO WS-APPROVAL-SOURCE
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
           MOVE AP-REQUEST-IMAGE TO RATE-REQUEST-RECORD
           MOVE AP-DECIDED-BY    TO WS-APPROVED-BY
           ADD 1 TO WS-TOTAL-REQUESTS
           ADD 1 TO WS-APPROVED-REQUESTS
           SET RELEASED-FROM-APPROVAL TO TRUE

           PERFORM APPLY-RATE-REQUEST THRU EXIT-APPLY-RATE-REQUEST

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
                   MOVE "RUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVAL QUEUE APPLIED UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE.

       PROCESS-RATE-REQUESTS.
           READ RATE-REQUEST-FILE
               AT END
           END-READ

           ADD 1 TO WS-TOTAL-REQUESTS

           PERFORM APPLY-RATE-REQUEST THRU EXIT-APPLY-RATE-REQUEST

           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               IF REQUEST-PARKED
                   ADD 1 TO WS-AWAITING-APPROVAL
               ELSE
                   ADD 1 TO WS-FAILED-REQUESTS
               END-IF
           END-IF.

       EXIT-PROCESS-RATE-REQUESTS.
           EXIT.

       APPLY-RATE-REQUEST.
           MOVE 'V' TO WS-REQUEST-STATUS

           PERFORM EDIT-RATE-REQUEST THRU EXIT-EDIT-RATE-REQUEST

           IF REQUEST-VALID AND ACTION-DELETE
               PERFORM DELETE-RATE THRU EXIT-DELETE-RATE
           END-IF.

       EXIT-APPLY-RATE-REQUEST.
           EXIT.

       EDIT-RATE-REQUEST.
      * A request nobody has put their name to is not applied.
           IF RR-OPERATOR-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "ROPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO OPERATOR ID ON RATE REQUEST"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-RATE-REQUEST
           END-IF

           IF NOT ACTION-ADD AND NOT ACTION-CHANGE
                             AND NOT ACTION-DELETE
               SET REQUEST-INVALID TO TRUE
               GO TO EXIT-EDIT-RATE-REQUEST
           END-IF

      * Every rate belongs to a product the account master knows;
      * a rate keyed to anything else could never be looked up.
           IF NOT RR-PRODUCT-VALID
               SET REQUEST-INVALID TO TRUE
               MOVE "RPRD" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID PRODUCT CODE ON RATE REQUEST"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-RATE-REQUEST
           END-IF

           IF ACTION-DELETE
               GO TO EXIT-EDIT-RATE-REQUEST
           END-IF
           EXIT.

       ADD-RATE.
      * A rate already on file for the product and status cannot be
      * added again.
           MOVE RR-RATE-KEY       TO RT-RATE-KEY
           READ RATE-TABLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "RDUP" TO WS-EXCEPTION-REASON-CODE
                   MOVE "RATE ALREADY ON FILE FOR PRODUCT AND STATUS"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-ADD-RATE
           END-IF

           IF NOT-RELEASED-FROM-APPROVAL
               MOVE "RATE ADD" TO WS-APPROVAL-ACTION
               PERFORM PARK-FOR-APPROVAL THRU EXIT-PARK-FOR-APPROVAL
               GO TO EXIT-ADD-RATE
           END-IF

           MOVE RR-RATE-KEY       TO RT-RATE-KEY
           MOVE RR-RATE-KEY       TO RJ-RATE-KEY
           MOVE "ADD"             TO RJ-ACTION
           MOVE ZERO              TO RJ-OLD-RATE

           IF REQUEST-VALID
               MOVE RR-NEW-RATE       TO RJ-NEW-RATE
               MOVE RR-REQUEST-SOURCE TO RJ-REQUEST-SOURCE
               PERFORM WRITE-REQUEST-JOURNAL-ENTRY
           END-IF.

       EXIT-ADD-RATE.
           EXIT.

       CHANGE-RATE.
           MOVE RR-RATE-KEY       TO RT-RATE-KEY
           READ RATE-TABLE-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "RNOF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO RATE ON FILE FOR PRODUCT AND STATUS"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-CHANGE-RATE
           END-IF

           IF NOT-RELEASED-FROM-APPROVAL
               MOVE "RATE CHG" TO WS-APPROVAL-ACTION
               PERFORM PARK-FOR-APPROVAL THRU EXIT-PARK-FOR-APPROVAL
               GO TO EXIT-CHANGE-RATE
           END-IF

           MOVE RR-RATE-KEY       TO RJ-RATE-KEY
           MOVE RT-ANNUAL-RATE    TO RJ-OLD-RATE
           MOVE RR-NEW-RATE       TO RJ-NEW-RATE
           MOVE RR-REQUEST-SOURCE TO RJ-REQUEST-SOURCE
           END-REWRITE

           IF REQUEST-VALID
               PERFORM WRITE-REQUEST-JOURNAL-ENTRY
           END-IF.

       EXIT-CHANGE-RATE.
           EXIT.

       DELETE-RATE.
           MOVE RR-RATE-KEY       TO RT-RATE-KEY
           READ RATE-TABLE-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "RNOF" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO RATE ON FILE FOR PRODUCT AND STATUS"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-DELETE-RATE
           END-IF

           IF NOT-RELEASED-FROM-APPROVAL
               MOVE "RATE DEL" TO WS-APPROVAL-ACTION
               PERFORM PARK-FOR-APPROVAL THRU EXIT-PARK-FOR-APPROVAL
               GO TO EXIT-DELETE-RATE
           END-IF

           MOVE RR-RATE-KEY       TO RJ-RATE-KEY
           MOVE "DELETE"          TO RJ-ACTION
           MOVE RT-ANNUAL-RATE    TO RJ-OLD-RATE
           MOVE ZERO              TO RJ-NEW-RATE
           END-DELETE

           IF REQUEST-VALID
               PERFORM WRITE-REQUEST-JOURNAL-ENTRY
           END-IF.

       EXIT-DELETE-RATE.
           EXIT.

       PARK-FOR-APPROVAL.
      * Every rate change waits for a second operator; the caller
      * names the action, and the request is proven again in full
      * when it is applied.
           MOVE 'R'         TO WS-APPROVAL-SOURCE
           MOVE RR-RATE-KEY TO WS-APPROVAL-SUBJECT-ID
           PERFORM CHECK-PENDING-APPROVAL THRU
               EXIT-CHECK-PENDING-APPROVAL
           IF APPROVAL-OUTSTANDING
               SET REQUEST-INVALID TO TRUE
               MOVE "RDCP" TO WS-EXCEPTION-REASON-CODE
               MOVE "EARLIER CHANGE TO RATE AWAITING APPROVAL"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           MOVE ZERO                TO WS-APPROVAL-AMOUNT
           MOVE RR-OPERATOR-ID      TO WS-APPROVAL-ENTERED-BY
           MOVE RATE-REQUEST-RECORD TO WS-APPROVAL-REQUEST-IMAGE
           PERFORM QUEUE-FOR-APPROVAL
           IF APPROVAL-NOT-QUEUED
               SET REQUEST-INVALID TO TRUE
               MOVE "RUPD" TO WS-EXCEPTION-REASON-CODE
               MOVE "APPROVAL QUEUE WRITE FAILED"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PARK-FOR-APPROVAL
           END-IF

           SET REQUEST-PARKED TO TRUE
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "RDCL" TO WS-EXCEPTION-REASON-CODE
           MOVE "RATE CHANGE QUEUED FOR SECOND OPERATOR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-REQUEST-EXCEPTION.

       EXIT-PARK-FOR-APPROVAL.
           EXIT.

       WRITE-RATE-JOURNAL-ENTRY.
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO RJ-TIMESTAMP
           WRITE RATE-JOURNAL-RECORD.

       WRITE-REQUEST-JOURNAL-ENTRY.
      * A change applied from a request carries both operators.
           MOVE RR-OPERATOR-ID TO RJ-ENTERED-BY
           MOVE WS-APPROVED-BY TO RJ-APPROVED-BY
           PERFORM WRITE-RATE-JOURNAL-ENTRY.

       LOG-REQUEST-EXCEPTION.
      * Common exception wrapper for rejected rate requests: every
      * entry carries the request record that caused it. The caller
           DISPLAY "Total Requests:     " WS-TOTAL-REQUESTS
           DISPLAY "Successful Requests:" WS-SUCCESSFUL-REQUESTS
           DISPLAY "Failed Requests:    " WS-FAILED-REQUESTS
           DISPLAY "Rates Promoted:     " WS-RATES-PROMOTED
           DISPLAY "Awaiting Approval:  " WS-AWAITING-APPROVAL
           DISPLAY "Approved Applied:   " WS-APPROVED-REQUESTS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE RATE-REQUEST-FILE
                 RATE-TABLE-FILE
                 APPROVAL-QUEUE-FILE
                 RATE-JOURNAL-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE
       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       COPY "dual_control.cbl".
