      * Retention, Archive, And Purge                                 *
      * Rolls AUDITLOG, DAILYREPORT, and RECONRPT into dated archive  *
      * generations before the next fresh run truncates them, purges  *
      * released holds and spent stop payments past the configured    *
      * retention period and sequence-tracking records for closed     *
      * accounts into the purge archive, and prints a retention       *
      * report of everything archived and purged so audit can verify  *
      * nothing vanished early. Runs at the very end of the overnight *
      * stream, after every reader of the files it truncates.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-ARCHIVE-PURGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-FILE-STATUS.

           SELECT ACH-RETURN-FILE
               ASSIGN TO "ACHRETOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-RETURN-STATUS.

           SELECT CHECK-RETURN-FILE
               ASSIGN TO "CHKRETOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-RETURN-STATUS.

           SELECT NOTICES-FILE
               ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-ARCHIVE-STATUS.

           SELECT ACH-RETURN-ARCHIVE-FILE
               ASSIGN TO "ACHRETARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-RETURN-ARCHIVE-STATUS.

           SELECT CHECK-RETURN-ARCHIVE-FILE
               ASSIGN TO "CHKRETARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-RETURN-ARCHIVE-STATUS.

           SELECT NOTICE-ARCHIVE-FILE
               ASSIGN TO "NOTICARCH"
               ORGANIZATION IS LINE SEQUENTIAL

           COPY "holds_select.cbl".

           COPY "stoppay_select.cbl".

           COPY "seqtrack_select.cbl".

           COPY "acctmast_select.cbl".
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-RECORD          PIC X(59).

       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-RECORD          PIC X(62).

       FD  CHECK-RETURN-FILE.
       01  CHECK-RETURN-RECORD        PIC X(50).

       FD  NOTICES-FILE.
       01  NOTICE-RECORD              PIC X(80).

           05  SA-ARCHIVE-DATE        PIC 9(8).
           05  SA-RECORD-IMAGE        PIC X(59).

       FD  ACH-RETURN-ARCHIVE-FILE.
       01  ACH-RETURN-ARCHIVE-RECORD.
           05  HA-ARCHIVE-DATE        PIC 9(8).
           05  HA-RECORD-IMAGE        PIC X(62).

       FD  CHECK-RETURN-ARCHIVE-FILE.
       01  CHECK-RETURN-ARCHIVE-RECORD.
           05  KA-ARCHIVE-DATE        PIC 9(8).
           05  KA-RECORD-IMAGE        PIC X(50).

      * Notice Archive - every letter image sent is retained so what
      * went to the customer can always be proven.
       FD  NOTICE-ARCHIVE-FILE.
           05  NA-ARCHIVE-DATE        PIC 9(8).
           05  NA-RECORD-IMAGE        PIC X(80).

      * Purge Archive - one record per purged hold, stop payment or
      * sequence record, carrying the full original image.
       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-RECORD.
           05  PA-ARCHIVE-DATE        PIC 9(8).
           05  PA-SOURCE-FILE         PIC X(8).
           05  PA-RECORD-IMAGE        PIC X(80).

       COPY "holds_record.cbl".

       COPY "stoppay_record.cbl".

       COPY "seqtrack_record.cbl".

       COPY "acctmast_record.cbl".
           05  WS-RECON-ARCHIVE-STATUS    PIC XX.
           05  WS-SETTLEMENT-FILE-STATUS  PIC XX.
           05  WS-SETTLE-ARCHIVE-STATUS   PIC XX.
           05  WS-ACH-RETURN-STATUS       PIC XX.
           05  WS-ACH-RETURN-ARCHIVE-STATUS PIC XX.
           05  WS-CHECK-RETURN-STATUS     PIC XX.
           05  WS-CHECK-RETURN-ARCHIVE-STATUS PIC XX.
           05  WS-NOTICES-FILE-STATUS     PIC XX.
           05  WS-NOTICE-ARCHIVE-STATUS   PIC XX.
           05  WS-PURGE-ARCHIVE-STATUS    PIC XX.
           05  WS-HOLDS-FILE-STATUS       PIC XX.
           05  WS-STOP-PAYMENT-FILE-STATUS PIC XX.
           05  WS-SEQTRACK-FILE-STATUS    PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-RETENTION-FILE-STATUS   PIC XX.
           05  WS-REPORT-ARCHIVED     PIC 9(7) COMP VALUE ZERO.
           05  WS-RECON-ARCHIVED      PIC 9(7) COMP VALUE ZERO.
           05  WS-SETTLE-ARCHIVED     PIC 9(7) COMP VALUE ZERO.
           05  WS-ACH-RETURNS-ARCHIVED PIC 9(7) COMP VALUE ZERO.
           05  WS-CHECK-RETURNS-ARCHIVED PIC 9(7) COMP VALUE ZERO.
           05  WS-NOTICES-ARCHIVED    PIC 9(7) COMP VALUE ZERO.
           05  WS-HOLDS-PURGED        PIC 9(7) COMP VALUE ZERO.
           05  WS-HOLDS-RETAINED      PIC 9(7) COMP VALUE ZERO.
           05  WS-STOPS-PURGED        PIC 9(7) COMP VALUE ZERO.
           05  WS-STOPS-RETAINED      PIC 9(7) COMP VALUE ZERO.
           05  WS-SEQUENCES-PURGED    PIC 9(7) COMP VALUE ZERO.
           05  WS-SEQUENCES-RETAINED  PIC 9(7) COMP VALUE ZERO.

               AUDIT-ARCHIVE-FILE
               REPORT-ARCHIVE-FILE
               RECON-ARCHIVE-FILE
               ACH-RETURN-ARCHIVE-FILE
               CHECK-RETURN-ARCHIVE-FILE
               PURGE-ARCHIVE-FILE
               RETENTION-REPORT-FILE.

           PERFORM ARCHIVE-RECON-REPORT THRU EXIT-ARCHIVE-RECON-REPORT
           PERFORM ARCHIVE-SETTLEMENT-FILE THRU
               EXIT-ARCHIVE-SETTLEMENT-FILE
           PERFORM ARCHIVE-ACH-RETURN-FILE THRU
               EXIT-ARCHIVE-ACH-RETURN-FILE
           PERFORM ARCHIVE-CHECK-RETURN-FILE THRU
               EXIT-ARCHIVE-CHECK-RETURN-FILE
           PERFORM ARCHIVE-NOTICES-FILE THRU
               EXIT-ARCHIVE-NOTICES-FILE
           PERFORM PURGE-RELEASED-HOLDS THRU EXIT-PURGE-RELEASED-HOLDS
           PERFORM PURGE-SPENT-STOPS THRU EXIT-PURGE-SPENT-STOPS
           PERFORM PURGE-CLOSED-SEQUENCES THRU
               EXIT-PURGE-CLOSED-SEQUENCES
           PERFORM WRITE-RETENTION-REPORT
               OPEN EXTEND SETTLE-ARCHIVE-FILE
           END-IF

           OPEN EXTEND ACH-RETURN-ARCHIVE-FILE
           IF WS-ACH-RETURN-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ACH-RETURN-ARCHIVE-FILE
               CLOSE ACH-RETURN-ARCHIVE-FILE
               OPEN EXTEND ACH-RETURN-ARCHIVE-FILE
           END-IF

           OPEN EXTEND CHECK-RETURN-ARCHIVE-FILE
           IF WS-CHECK-RETURN-ARCHIVE-STATUS = "35"
               OPEN OUTPUT CHECK-RETURN-ARCHIVE-FILE
               CLOSE CHECK-RETURN-ARCHIVE-FILE
               OPEN EXTEND CHECK-RETURN-ARCHIVE-FILE
           END-IF

           OPEN EXTEND NOTICE-ARCHIVE-FILE
           IF WS-NOTICE-ARCHIVE-STATUS = "35"
               OPEN OUTPUT NOTICE-ARCHIVE-FILE
                   ADD 1 TO WS-SETTLE-ARCHIVED
           END-READ.

       ARCHIVE-ACH-RETURN-FILE.
      * The outbound ACH return file accumulates across the date the
      * same way the settlement file does and is rolled here once the
      * network transmission window has passed.
           OPEN INPUT ACH-RETURN-FILE
           IF WS-ACH-RETURN-STATUS = "35"
               GO TO EXIT-ARCHIVE-ACH-RETURN-FILE
           END-IF

           IF WS-ACH-RETURN-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING ACH RETURN FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           PERFORM COPY-ONE-ACH-RETURN-RECORD
               UNTIL SCAN-END-OF-FILE

           CLOSE ACH-RETURN-FILE
           OPEN OUTPUT ACH-RETURN-FILE
           CLOSE ACH-RETURN-FILE.

       EXIT-ARCHIVE-ACH-RETURN-FILE.
           EXIT.

       COPY-ONE-ACH-RETURN-RECORD.
           READ ACH-RETURN-FILE
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WS-BUSINESS-DATE  TO HA-ARCHIVE-DATE
                   MOVE ACH-RETURN-RECORD TO HA-RECORD-IMAGE
                   WRITE ACH-RETURN-ARCHIVE-RECORD
                   ADD 1 TO WS-ACH-RETURNS-ARCHIVED
           END-READ.

       ARCHIVE-CHECK-RETURN-FILE.
      * Checks returned unpaid to the presenting bank accumulate
      * across the date the same way the ACH returns do and are
      * rolled here once the clearing window has passed.
           OPEN INPUT CHECK-RETURN-FILE
           IF WS-CHECK-RETURN-STATUS = "35"
               GO TO EXIT-ARCHIVE-CHECK-RETURN-FILE
           END-IF

           IF WS-CHECK-RETURN-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING CHECK RETURN FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           PERFORM COPY-ONE-CHECK-RETURN-RECORD
               UNTIL SCAN-END-OF-FILE

           CLOSE CHECK-RETURN-FILE
           OPEN OUTPUT CHECK-RETURN-FILE
           CLOSE CHECK-RETURN-FILE.

       EXIT-ARCHIVE-CHECK-RETURN-FILE.
           EXIT.

       COPY-ONE-CHECK-RETURN-RECORD.
           READ CHECK-RETURN-FILE
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WS-BUSINESS-DATE    TO KA-ARCHIVE-DATE
                   MOVE CHECK-RETURN-RECORD TO KA-RECORD-IMAGE
                   WRITE CHECK-RETURN-ARCHIVE-RECORD
                   ADD 1 TO WS-CHECK-RETURNS-ARCHIVED
           END-READ.

       ARCHIVE-NOTICES-FILE.
      * The night's customer notice letters are retained in full so
      * what was sent can always be proven.
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE LOW-VALUES TO HD-ACCOUNT-NUMBER
           START HOLDS-FILE KEY IS NOT LESS THAN HD-ACCOUNT-NUMBER
               INVALID KEY
                   CLOSE HOLDS-FILE
                   GO TO EXIT-PURGE-RELEASED-HOLDS
           DELETE HOLDS-FILE
               INVALID KEY
                   MOVE "PDEL" TO WS-EXCEPTION-REASON-CODE
                   MOVE HD-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "HOLD PURGE DELETE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY

           ADD 1 TO WS-HOLDS-PURGED.

       PURGE-SPENT-STOPS.
           OPEN I-O STOP-PAYMENT-FILE
           IF WS-STOP-PAYMENT-FILE-STATUS = "35"
               CLOSE STOP-PAYMENT-FILE
               GO TO EXIT-PURGE-SPENT-STOPS
           END-IF

           IF WS-STOP-PAYMENT-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING STOP PAYMENT FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE LOW-VALUES TO SP-STOP-KEY
           START STOP-PAYMENT-FILE KEY IS NOT LESS THAN SP-STOP-KEY
               INVALID KEY
                   CLOSE STOP-PAYMENT-FILE
                   GO TO EXIT-PURGE-SPENT-STOPS
           END-START

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           PERFORM PURGE-ONE-STOP
               UNTIL SCAN-END-OF-FILE

           CLOSE STOP-PAYMENT-FILE.

       EXIT-PURGE-SPENT-STOPS.
           EXIT.

       PURGE-ONE-STOP.
      * A stop is spent once it was released, or once it lapsed at
      * its expiry date; either way it leaves the file only when that
      * date has aged past the retention cutoff.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   IF STOP-RELEASED
                           AND SP-RELEASED-DATE NOT = ZERO
                           AND SP-RELEASED-DATE < WS-PURGE-CUTOFF-DATE
                       PERFORM ARCHIVE-AND-DELETE-STOP
                   ELSE
                       IF STOP-ACTIVE
                               AND SP-EXPIRY-DATE < WS-PURGE-CUTOFF-DATE
                           PERFORM ARCHIVE-AND-DELETE-STOP
                       ELSE
                           ADD 1 TO WS-STOPS-RETAINED
                       END-IF
                   END-IF
           END-READ.

       ARCHIVE-AND-DELETE-STOP.
           MOVE SPACES TO PURGE-ARCHIVE-RECORD
           MOVE WS-BUSINESS-DATE    TO PA-ARCHIVE-DATE
           MOVE "STOPPAY"           TO PA-SOURCE-FILE
           MOVE STOP-PAYMENT-RECORD TO PA-RECORD-IMAGE
           WRITE PURGE-ARCHIVE-RECORD

           DELETE STOP-PAYMENT-FILE
               INVALID KEY
                   MOVE "PDEL" TO WS-EXCEPTION-REASON-CODE
                   MOVE SP-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "STOP PAYMENT PURGE DELETE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           END-DELETE

           ADD 1 TO WS-STOPS-PURGED.

       PURGE-CLOSED-SEQUENCES.
           OPEN I-O   SEQUENCE-TRACKING-FILE
           IF WS-SEQTRACK-FILE-STATUS = "35"
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO ST-ACCOUNT-NUMBER
           START SEQUENCE-TRACKING-FILE
                   KEY IS NOT LESS THAN ST-ACCOUNT-NUMBER
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           END-READ.

       JUDGE-ONE-SEQUENCE.
           MOVE ST-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'W' TO WS-EXCEPTION-SEVERITY
                   MOVE "PSEQ" TO WS-EXCEPTION-REASON-CODE
                   MOVE ST-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "SEQUENCE RECORD FOR UNKNOWN ACCOUNT KEPT"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   ADD 1 TO WS-SEQUENCES-RETAINED
           DELETE SEQUENCE-TRACKING-FILE
               INVALID KEY
                   MOVE "PDEL" TO WS-EXCEPTION-REASON-CODE
                   MOVE ST-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "SEQUENCE PURGE DELETE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           MOVE WS-SETTLE-ARCHIVED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE

           MOVE "ACH RETURNS ARCHIVED" TO WS-RETENTION-CAPTION
           MOVE WS-ACH-RETURNS-ARCHIVED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE

           MOVE "CHECK RETURNS ARCHIVED" TO WS-RETENTION-CAPTION
           MOVE WS-CHECK-RETURNS-ARCHIVED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE

           MOVE "NOTICE LINES ARCHIVED" TO WS-RETENTION-CAPTION
           MOVE WS-NOTICES-ARCHIVED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE
           MOVE WS-HOLDS-RETAINED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE

           MOVE "SPENT STOPS PURGED" TO WS-RETENTION-CAPTION
           MOVE WS-STOPS-PURGED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE

           MOVE "STOPS RETAINED" TO WS-RETENTION-CAPTION
           MOVE WS-STOPS-RETAINED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE

           MOVE "CLOSED-ACCT SEQUENCES PURGED" TO WS-RETENTION-CAPTION
           MOVE WS-SEQUENCES-PURGED TO WS-RETENTION-COUNT
           PERFORM WRITE-ONE-RETENTION-LINE
           DISPLAY "Report Archived:   " WS-REPORT-ARCHIVED
           DISPLAY "Recon Archived:    " WS-RECON-ARCHIVED
           DISPLAY "Settle Archived:   " WS-SETTLE-ARCHIVED
           DISPLAY "ACH Rets Archived: " WS-ACH-RETURNS-ARCHIVED
           DISPLAY "Check Rets Arch:   " WS-CHECK-RETURNS-ARCHIVED
           DISPLAY "Notices Archived:  " WS-NOTICES-ARCHIVED
           DISPLAY "Holds Purged:      " WS-HOLDS-PURGED
           DISPLAY "Stops Purged:      " WS-STOPS-PURGED
           DISPLAY "Sequences Purged:  " WS-SEQUENCES-PURGED.

       CLEANUP-ROUTINE.
                 REPORT-ARCHIVE-FILE
                 RECON-ARCHIVE-FILE
                 SETTLE-ARCHIVE-FILE
                 ACH-RETURN-ARCHIVE-FILE
                 CHECK-RETURN-ARCHIVE-FILE
                 NOTICE-ARCHIVE-FILE
                 PURGE-ARCHIVE-FILE
                 RETENTION-REPORT-FILE
