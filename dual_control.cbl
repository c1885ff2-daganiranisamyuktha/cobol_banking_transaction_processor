      *================================================================*
      * Dual-Control Approval Module                                  *
      * Shared PROCEDURE DIVISION paragraphs COPYed by every          *
      * maintenance program that holds a sensitive request for a      *
      * second operator, alongside dualctl_ws.cbl. Keeps the queueing *
      * rule in one place so every program queues and releases the    *
      * same way. The calling program opens APPROVAL-QUEUE-FILE I-O.  *
      *================================================================*

       CHECK-PENDING-APPROVAL.
      * While an earlier request for the same subject waits for its
      * second operator, or is approved and not yet applied, a later
      * one cannot overtake it.
           SET NO-APPROVAL-OUTSTANDING TO TRUE
           MOVE WS-APPROVAL-SOURCE     TO AP-SOURCE
           MOVE WS-APPROVAL-SUBJECT-ID TO AP-SUBJECT-ID
           MOVE ZERO                   TO AP-REFERENCE
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AP-QUEUE-KEY
               INVALID KEY
                   GO TO EXIT-CHECK-PENDING-APPROVAL
           END-START

           MOVE 'N' TO WS-APPROVAL-SCAN-FLAG
           PERFORM CHECK-ONE-QUEUED-REQUEST
               UNTIL APPROVAL-SCAN-DONE.

       EXIT-CHECK-PENDING-APPROVAL.
           EXIT.

       CHECK-ONE-QUEUED-REQUEST.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   SET APPROVAL-SCAN-DONE TO TRUE
           END-READ

           IF NOT APPROVAL-SCAN-DONE
               IF AP-SOURCE NOT = WS-APPROVAL-SOURCE
                       OR AP-SUBJECT-ID NOT = WS-APPROVAL-SUBJECT-ID
                   SET APPROVAL-SCAN-DONE TO TRUE
               ELSE
                   IF APPROVAL-PENDING OR APPROVAL-GRANTED
                       SET APPROVAL-OUTSTANDING TO TRUE
                       SET APPROVAL-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       QUEUE-FOR-APPROVAL.
      * The request is kept exactly as keyed, stamped with the run
      * that queued it and the operator who entered it.
           MOVE WS-APPROVAL-SOURCE           TO AP-SOURCE
           MOVE WS-APPROVAL-SUBJECT-ID       TO AP-SUBJECT-ID
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO AP-REFERENCE
           SET APPROVAL-PENDING TO TRUE
           MOVE WS-APPROVAL-ACTION           TO AP-ACTION
           MOVE WS-APPROVAL-AMOUNT           TO AP-AMOUNT
           MOVE WS-APPROVAL-ENTERED-BY       TO AP-ENTERED-BY
           MOVE WS-BUSINESS-DATE             TO AP-QUEUED-DATE
           MOVE SPACES                       TO AP-DECIDED-BY
           MOVE ZERO                         TO AP-DECIDED-DATE
           MOVE ZERO                         TO AP-APPLIED-DATE
           MOVE WS-APPROVAL-REQUEST-IMAGE    TO AP-REQUEST-IMAGE
           WRITE APPROVAL-QUEUE-RECORD
               INVALID KEY
                   SET APPROVAL-NOT-QUEUED TO TRUE
               NOT INVALID KEY
                   SET APPROVAL-QUEUED TO TRUE
           END-WRITE.

       START-APPROVAL-RELEASE.
      * Positions on the first queued request of the caller's source;
      * READ-NEXT-QUEUED-REQUEST then steps through them until the
      * source changes.
           SET APPROVAL-SCAN-DONE TO TRUE
           MOVE LOW-VALUES         TO AP-QUEUE-KEY
           MOVE WS-APPROVAL-SOURCE TO AP-SOURCE
           START APPROVAL-QUEUE-FILE
               KEY IS NOT LESS THAN AP-QUEUE-KEY
               INVALID KEY
                   GO TO EXIT-START-APPROVAL-RELEASE
           END-START
           MOVE 'N' TO WS-APPROVAL-SCAN-FLAG.

       EXIT-START-APPROVAL-RELEASE.
           EXIT.

       READ-NEXT-QUEUED-REQUEST.
           READ APPROVAL-QUEUE-FILE NEXT RECORD
               AT END
                   SET APPROVAL-SCAN-DONE TO TRUE
           END-READ

           IF NOT APPROVAL-SCAN-DONE
                   AND AP-SOURCE NOT = WS-APPROVAL-SOURCE
               SET APPROVAL-SCAN-DONE TO TRUE
           END-IF.
