      *================================================================*
      * Maintenance Request Approval                                  *
      * Second-operator decision run for every sensitive request      *
      * ACCOUNT-MAINTENANCE, HOLDS-MAINTENANCE, RATE-MAINTENANCE and  *
      * CUSTOMER-MAINTENANCE held on APPRPEND. Each decision keyed on *
      * APPROVREQ approves or rejects one queued request; it must     *
      * come from an operator other than the one who entered it. An   *
      * approved request is applied by the next run of the program    *
      * that queued it; a rejected one is never applied. A request    *
      * left undecided longer than the approval window ages out here  *
      * and must be keyed again. The approval report lists tonight's  *
      * decisions, tonight's aged-out requests, and every request     *
      * still waiting. Runs ahead of the maintenance programs.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-APPROVAL.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. APPLIES SECOND-OPERATOR DECISIONS ON HELD REQUESTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-DECISION-FILE
               ASSIGN TO "APPROVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           COPY "apprpend_select.cbl".

           SELECT APPROVAL-REPORT-FILE
               ASSIGN TO "APPROVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-REPORT-STATUS.

           COPY "excplog_select.cbl".

           COPY "runctl_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Approval Decision File Record Structure - one record per
      * queued request a second operator has decided, naming it by
      * its queue key exactly as the approval report prints it.
       FD  APPROVAL-DECISION-FILE.
       01  APPROVAL-DECISION-RECORD.
           05  AD-QUEUE-KEY.
               10  AD-SOURCE          PIC X.
               10  AD-SUBJECT-ID      PIC X(13).
               10  AD-REFERENCE       PIC 9(14).
           05  AD-DECISION            PIC X.
               88  DECISION-APPROVE       VALUE 'A'.
               88  DECISION-REJECT        VALUE 'J'.
           05  AD-APPROVER-ID         PIC X(08).

       COPY "apprpend_record.cbl".

      * Approval Report Record Structure
       FD  APPROVAL-REPORT-FILE.
       01  APPROVAL-REPORT-LINE       PIC X(80).

       COPY "excplog_record.cbl".

       COPY "runctl_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-DECISION-FILE-STATUS     PIC XX.
           05  WS-APPROVAL-QUEUE-STATUS    PIC XX.
           05  WS-APPROVAL-REPORT-STATUS   PIC XX.
           05  WS-EXCEPTION-FILE-STATUS    PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS  PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-DECISIONS     PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-APPROVED   PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED   PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-DECISIONS    PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-EXPIRED    PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-PENDING    PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-AWAITING-RELEASE PIC 9(5) COMP VALUE ZERO.

      * A request not decided within this many days of being queued
      * ages out and is never applied.
       01  WS-APPROVAL-DAYS-ALLOWED   PIC 9(3) VALUE 5.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-DECISIONS-FLAG          PIC X VALUE 'N'.
               88  DECISIONS-ON-FILE      VALUE 'Y'.

           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.

           05  WS-QUEUE-SCAN-FLAG         PIC X.
               88  QUEUE-SCAN-DONE        VALUE 'Y'.

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-APPROVAL-EDIT-FIELDS.
           05  WS-EDIT-DATE.
               10  WS-EDIT-YEAR           PIC 9(4).
               10  FILLER                 PIC X VALUE "-".
               10  WS-EDIT-MONTH          PIC 9(2).
               10  FILLER                 PIC X VALUE "-".
               10  WS-EDIT-DAY            PIC 9(2).
           05  WS-EDIT-DAYS-OPEN          PIC ZZZZ9.
           05  WS-EDIT-COUNT              PIC ZZ,ZZ9.
           05  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-DECISION           PIC X(9).
           05  WS-EDIT-ITEM-STATUS        PIC X(8).
           05  WS-DAYS-OPEN               PIC 9(5).

       01  WS-QUEUED-DATE-WORK.
           05  WS-QUEUED-DATE             PIC 9(8).
           05  WS-QUEUED-DATE-PARTS REDEFINES WS-QUEUED-DATE.
               10  WS-QUEUED-YEAR         PIC 9(4).
               10  WS-QUEUED-MONTH        PIC 9(2).
               10  WS-QUEUED-DAY          PIC 9(2).

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
      * APPROVAL-DECISION-FILE and APPROVAL-QUEUE-FILE are not listed
      * here: a night with no decisions has no APPROVREQ, and APPRPEND
      * may not exist yet on a brand new installation.
      * CHECK-FILE-STATUSES below handles those cases.
           USE AFTER STANDARD ERROR PROCEDURE ON
               APPROVAL-REPORT-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM WRITE-REPORT-HEADER

           IF NOT DECISIONS-ON-FILE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM APPLY-APPROVAL-DECISIONS THRU
               EXIT-APPLY-APPROVAL-DECISIONS
               UNTIL END-OF-FILE

           PERFORM EXPIRE-STALE-REQUESTS THRU EXIT-EXPIRE-STALE-REQUESTS
           PERFORM LIST-OPEN-REQUESTS THRU EXIT-LIST-OPEN-REQUESTS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "REQUEST-APPROVAL" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM VERIFY-RUN-CONTROL

      * Open all required files
           OPEN INPUT  APPROVAL-DECISION-FILE
                I-O    APPROVAL-QUEUE-FILE
                OUTPUT APPROVAL-REPORT-FILE

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "MAINTENANCE REQUEST APPROVAL"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY.

       CHECK-FILE-STATUSES.
      * No APPROVREQ only means nobody approved anything today; aging
      * and the report of waiting requests still run.
           IF WS-DECISION-FILE-STATUS = "00"
              SET DECISIONS-ON-FILE TO TRUE
           ELSE
              IF WS-DECISION-FILE-STATUS NOT = "35"
                 MOVE 'F' TO WS-EXCEPTION-SEVERITY
                 MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                 MOVE "ERROR OPENING APPROVAL DECISION FILE"
                   TO WS-EXCEPTION-MESSAGE
                 PERFORM WRITE-EXCEPTION-ENTRY
                 PERFORM ABNORMAL-TERMINATION
              END-IF
           END-IF.

      * APPRPEND may not exist yet the very first time this program
      * is run against a brand new installation.
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

       APPLY-APPROVAL-DECISIONS.
           READ APPROVAL-DECISION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-APPLY-APPROVAL-DECISIONS
           END-READ

           ADD 1 TO WS-TOTAL-DECISIONS

           PERFORM APPLY-ONE-DECISION THRU EXIT-APPLY-ONE-DECISION

           IF REQUEST-INVALID
               ADD 1 TO WS-FAILED-DECISIONS
           END-IF.

       EXIT-APPLY-APPROVAL-DECISIONS.
           EXIT.

       APPLY-ONE-DECISION.
           MOVE 'V' TO WS-REQUEST-STATUS

      * Every decision carries the operator who made it, so each
      * applied request can be traced to two people.
           IF AD-APPROVER-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "AOPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO APPROVER ID ON APPROVAL DECISION"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           IF NOT DECISION-APPROVE AND NOT DECISION-REJECT
               SET REQUEST-INVALID TO TRUE
               MOVE "ADAC" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID APPROVAL DECISION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           MOVE AD-QUEUE-KEY TO AP-QUEUE-KEY
           READ APPROVAL-QUEUE-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "ANOQ" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO QUEUED REQUEST FOR APPROVAL DECISION"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-DECISION-EXCEPTION
           END-READ

           IF NOT REQUEST-VALID
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

      * A decision once taken stands; a rejected or aged-out request
      * is keyed again as a fresh request, not re-decided.
           IF NOT APPROVAL-PENDING
               SET REQUEST-INVALID TO TRUE
               MOVE "ADEC" TO WS-EXCEPTION-REASON-CODE
               MOVE "QUEUED REQUEST ALREADY DECIDED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

      * The whole point of the queue: the operator who keyed the
      * request can neither approve nor reject it.
           IF AD-APPROVER-ID = AP-ENTERED-BY
               SET REQUEST-INVALID TO TRUE
               MOVE "ASAM" TO WS-EXCEPTION-REASON-CODE
               MOVE "APPROVER IS THE OPERATOR WHO ENTERED THE REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           IF DECISION-APPROVE
               SET APPROVAL-GRANTED TO TRUE
           ELSE
               SET APPROVAL-REJECTED TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE TO AP-DECIDED-DATE
           MOVE AD-APPROVER-ID   TO AP-DECIDED-BY
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "AUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVAL DECISION UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-DECISION-EXCEPTION
           END-REWRITE

           IF NOT REQUEST-VALID
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           IF DECISION-APPROVE
               ADD 1 TO WS-REQUESTS-APPROVED
               MOVE "APPROVED" TO WS-EDIT-DECISION
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE "REJECTED" TO WS-EDIT-DECISION
           END-IF

           PERFORM WRITE-DECISION-LINE.

       EXIT-APPLY-ONE-DECISION.
           EXIT.

       EXPIRE-STALE-REQUESTS.
      * A request nobody has decided within the approval window ages
      * out; it stays on APPRPEND as the record that it was never
      * approved, and a warning goes to the exception log.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE "AGED OUT UNAPPROVED" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           PERFORM WRITE-ITEM-HEADING

           MOVE LOW-VALUES TO AP-QUEUE-KEY
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AP-QUEUE-KEY
               INVALID KEY
                   GO TO EXIT-EXPIRE-STALE-REQUESTS
           END-START

           MOVE 'N' TO WS-QUEUE-SCAN-FLAG
           PERFORM EXPIRE-ONE-REQUEST
               UNTIL QUEUE-SCAN-DONE.

       EXIT-EXPIRE-STALE-REQUESTS.
           EXIT.

       EXPIRE-ONE-REQUEST.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   SET QUEUE-SCAN-DONE TO TRUE
           END-READ

           IF NOT QUEUE-SCAN-DONE
               IF APPROVAL-PENDING
                   PERFORM COMPUTE-DAYS-OPEN
                   IF WS-DAYS-OPEN > WS-APPROVAL-DAYS-ALLOWED
                       PERFORM EXPIRE-QUEUED-REQUEST
                   END-IF
               END-IF
           END-IF.

       EXPIRE-QUEUED-REQUEST.
           SET APPROVAL-EXPIRED TO TRUE
           MOVE WS-BUSINESS-DATE TO AP-DECIDED-DATE
           REWRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   MOVE "AUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "APPROVAL AGE-OUT UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-QUEUE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-EXPIRED
                   MOVE 'W' TO WS-EXCEPTION-SEVERITY
                   MOVE "AEXP" TO WS-EXCEPTION-REASON-CODE
                   MOVE "REQUEST AGED OUT WITHOUT SECOND APPROVAL"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-QUEUE-EXCEPTION
                   MOVE "EXPIRED" TO WS-EDIT-ITEM-STATUS
                   PERFORM WRITE-ITEM-LINES
           END-REWRITE.

       LIST-OPEN-REQUESTS.
      * Every request still waiting for its second operator, and
      * every approved request the program that queued it has yet
      * to apply.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE "AWAITING APPROVAL" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           PERFORM WRITE-ITEM-HEADING

           MOVE LOW-VALUES TO AP-QUEUE-KEY
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AP-QUEUE-KEY
               INVALID KEY
                   GO TO EXIT-LIST-OPEN-REQUESTS
           END-START

           MOVE 'N' TO WS-QUEUE-SCAN-FLAG
           PERFORM LIST-ONE-OPEN-REQUEST
               UNTIL QUEUE-SCAN-DONE.

       EXIT-LIST-OPEN-REQUESTS.
           EXIT.

       LIST-ONE-OPEN-REQUEST.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   SET QUEUE-SCAN-DONE TO TRUE
           END-READ

           IF NOT QUEUE-SCAN-DONE
               IF APPROVAL-PENDING
                   ADD 1 TO WS-REQUESTS-PENDING
                   MOVE "PENDING" TO WS-EDIT-ITEM-STATUS
                   PERFORM COMPUTE-DAYS-OPEN
                   PERFORM WRITE-ITEM-LINES
               ELSE
                   IF APPROVAL-GRANTED
                       ADD 1 TO WS-REQUESTS-AWAITING-RELEASE
                       MOVE "APPROVED" TO WS-EDIT-ITEM-STATUS
                       PERFORM COMPUTE-DAYS-OPEN
                       PERFORM WRITE-ITEM-LINES
                   END-IF
               END-IF
           END-IF.

       COMPUTE-DAYS-OPEN.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (AP-QUEUED-DATE).

       WRITE-ITEM-HEADING.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "STATUS   QUEUED      DAYS S SUBJECT       "
                                       DELIMITED BY SIZE
                  "REFERENCE      ACTION     ENTERED"
                                       DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

       WRITE-ITEM-LINES.
      * WS-DAYS-OPEN has been computed for APPROVAL-QUEUE-RECORD.
           MOVE AP-QUEUED-DATE  TO WS-QUEUED-DATE
           MOVE WS-QUEUED-YEAR  TO WS-EDIT-YEAR
           MOVE WS-QUEUED-MONTH TO WS-EDIT-MONTH
           MOVE WS-QUEUED-DAY   TO WS-EDIT-DAY
           MOVE WS-DAYS-OPEN    TO WS-EDIT-DAYS-OPEN

           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING WS-EDIT-ITEM-STATUS DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDIT-DATE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDIT-DAYS-OPEN   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-SOURCE           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-SUBJECT-ID       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-REFERENCE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-ACTION           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-ENTERED-BY       DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "         AMOUNT "  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT      DELIMITED BY SIZE
                  "  APPROVED BY "    DELIMITED BY SIZE
                  AP-DECIDED-BY       DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "MAINTENANCE REQUEST APPROVAL REPORT FOR "
                                       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR     DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-MONTH    DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-DAY      DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE "DECISIONS APPLIED" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "DECISION  S SUBJECT       REFERENCE      "
                                       DELIMITED BY SIZE
                  "ACTION     ENTERED  APPROVER"
                                       DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

       WRITE-DECISION-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING WS-EDIT-DECISION    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-SOURCE           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-SUBJECT-ID       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-REFERENCE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-ACTION           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AP-ENTERED-BY       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  AD-APPROVER-ID      DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-REQUESTS-APPROVED TO WS-EDIT-COUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "REQUESTS APPROVED      " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-REQUESTS-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "REQUESTS REJECTED      " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-FAILED-DECISIONS TO WS-EDIT-COUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "DECISIONS REFUSED      " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-REQUESTS-EXPIRED TO WS-EDIT-COUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "REQUESTS AGED OUT      " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-REQUESTS-PENDING TO WS-EDIT-COUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "AWAITING APPROVAL      " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-REQUESTS-AWAITING-RELEASE TO WS-EDIT-COUNT
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "APPROVED NOT YET APPLIED" DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
             INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "MAINTENANCE REQUEST APPROVAL SUMMARY"
           DISPLAY "Decisions Read:     " WS-TOTAL-DECISIONS
           DISPLAY "Requests Approved:  " WS-REQUESTS-APPROVED
           DISPLAY "Requests Rejected:  " WS-REQUESTS-REJECTED
           DISPLAY "Decisions Refused:  " WS-FAILED-DECISIONS
           DISPLAY "Requests Aged Out:  " WS-REQUESTS-EXPIRED
           DISPLAY "Awaiting Approval:  " WS-REQUESTS-PENDING.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE APPROVAL-QUEUE-FILE
                 APPROVAL-REPORT-FILE
                 EXCEPTION-LOG-FILE
                 RUN-CONTROL-FILE
           IF DECISIONS-ON-FILE
               CLOSE APPROVAL-DECISION-FILE
           END-IF

           DISPLAY "MAINTENANCE REQUEST APPROVAL COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       LOG-DECISION-EXCEPTION.
      * Common exception wrapper for refused approval decisions:
      * every entry carries the subject and the decision record that
      * caused it. The caller sets the reason code and message.
           MOVE AD-SUBJECT-ID TO WS-EXCEPTION-CUSTOMER-ID
           MOVE APPROVAL-DECISION-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.

       LOG-QUEUE-EXCEPTION.
      * The same for a queued request the run itself acts on.
           MOVE AP-SUBJECT-ID TO WS-EXCEPTION-CUSTOMER-ID
           MOVE APPROVAL-QUEUE-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
