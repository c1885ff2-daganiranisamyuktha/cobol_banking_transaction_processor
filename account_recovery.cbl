               ASSIGN TO "RECOVWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-ACCOUNT-NUMBER
               FILE STATUS IS WS-RECOVERY-WORK-STATUS.

           COPY "acctmast_select.cbl".
               ASSIGN TO "RECOVMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS RM-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RECOVERED-MASTER-STATUS.

           SELECT RECOVERY-REPORT-FILE
      * before and after balance images.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.
      * seeded from the beginning-of-day snapshot.
       FD  RECOVERY-WORK-FILE.
       01  RECOVERY-WORK-RECORD.
           05  RW-ACCOUNT-NUMBER      PIC X(10).
           05  RW-RUNNING-BALANCE     PIC S9(10)V99.

       COPY "acctmast_record.cbl".
      * operations swaps it in.
       FD  RECOVERED-MASTER-FILE.
       01  RECOVERED-MASTER-RECORD.
           05  RM-ACCOUNT-NUMBER      PIC X(10).
           05  RM-CUSTOMER-ID         PIC X(10).
           05  RM-PRODUCT-CODE        PIC X(3).
           05  RM-ACCOUNT-BALANCE     PIC S9(10)V99.
           05  RM-ACCOUNT-STATUS      PIC X(10).
           05  RM-OVERDRAFT-LIMIT     PIC 9(10)V99.
           05  RM-CHARGED-OFF-BALANCE PIC 9(10)V99.
           05  RM-CHARGE-OFF-DATE     PIC 9(8).

      * Recovery Certification Report File Record Structure
       FD  RECOVERY-REPORT-FILE.
       SEED-WORK-FROM-SNAPSHOT.
      * The beginning-of-day snapshot is the clean base every
      * journaled change rolls forward from.
           MOVE LOW-VALUES TO SB-ACCOUNT-NUMBER
           START BALANCE-SNAPSHOT-FILE
                   KEY IS NOT LESS THAN SB-ACCOUNT-NUMBER
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SB-ACCOUNT-NUMBER    TO RW-ACCOUNT-NUMBER
                   MOVE SB-BEGINNING-BALANCE TO RW-RUNNING-BALANCE
                   WRITE RECOVERY-WORK-RECORD
                   ADD 1 TO WS-ACCOUNTS-SEEDED

       ROLL-ONE-BALANCE-FORWARD.
           SET WORK-RECORD-FOUND TO TRUE
           MOVE AU-ACCOUNT-NUMBER TO RW-ACCOUNT-NUMBER
           READ RECOVERY-WORK-FILE
               INVALID KEY
                   SET WORK-RECORD-NOT-FOUND TO TRUE
      * so its first audited change seeds the running balance from
      * its own before-image.
           IF WORK-RECORD-NOT-FOUND
               MOVE AU-ACCOUNT-NUMBER  TO RW-ACCOUNT-NUMBER
               MOVE AU-BEFORE-BALANCE  TO RW-RUNNING-BALANCE
               WRITE RECOVERY-WORK-RECORD
               ADD 1 TO WS-ACCOUNTS-ADDED
               INVALID KEY
                   MOVE 'F' TO WS-EXCEPTION-SEVERITY
                   MOVE "RUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE AU-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "RECOVERY WORK UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           MOVE WS-JOURNAL-APPLIED TO WS-EDIT-COUNT
           STRING "JOURNAL GAP AT RECORD " DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  "  ACCOUNT  "            DELIMITED BY SIZE
                  AU-ACCOUNT-NUMBER        DELIMITED BY SIZE
             INTO RECOVERY-LINE
           END-STRING
           WRITE RECOVERY-LINE
           WRITE RECOVERY-LINE

           DISPLAY "JOURNAL GAP DETECTED AT RECORD "
               WS-JOURNAL-APPLIED " ACCOUNT " AU-ACCOUNT-NUMBER
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "RGAP" TO WS-EXCEPTION-REASON-CODE
           MOVE AU-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE AUDIT-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           MOVE "AUDIT JOURNAL GAP - RECOVERY STOPPED"
             TO WS-EXCEPTION-MESSAGE
      * survivor master, foot both sides, and in rebuild mode write
      * the reconstructed record out.
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO RW-ACCOUNT-NUMBER
           START RECOVERY-WORK-FILE
                   KEY IS NOT LESS THAN RW-ACCOUNT-NUMBER
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           SET MASTER-RECORD-MISSING TO TRUE
           IF MASTER-AVAILABLE
               SET MASTER-RECORD-FOUND TO TRUE
               MOVE RW-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       SET MASTER-RECORD-MISSING TO TRUE
           MOVE RW-RUNNING-BALANCE TO WS-EDIT-BALANCE
           MOVE AM-ACCOUNT-BALANCE TO WS-EDIT-BALANCE-2
           STRING "DIFFERS  "           DELIMITED BY SIZE
                  RW-ACCOUNT-NUMBER     DELIMITED BY SIZE
                  "  REBUILT "          DELIMITED BY SIZE
                  WS-EDIT-BALANCE       DELIMITED BY SIZE
                  "  MASTER "           DELIMITED BY SIZE
           MOVE SPACES TO RECOVERY-LINE
           MOVE RW-RUNNING-BALANCE TO WS-EDIT-BALANCE
           STRING "NO MASTER "          DELIMITED BY SIZE
                  RW-ACCOUNT-NUMBER     DELIMITED BY SIZE
                  "  REBUILT "          DELIMITED BY SIZE
                  WS-EDIT-BALANCE       DELIMITED BY SIZE
             INTO RECOVERY-LINE
           WRITE RECOVERY-LINE.

       WRITE-ONE-REBUILT-RECORD.
      * The balance comes from the forward roll; owner, product,
      * status and overdraft limit come from the survivor master
      * where it is readable, and default to an active, no-cushion
      * checking account with no owner - flagged for follow-up -
      * where it is not.
           MOVE RW-ACCOUNT-NUMBER  TO RM-ACCOUNT-NUMBER
           MOVE RW-RUNNING-BALANCE TO RM-ACCOUNT-BALANCE
           IF MASTER-RECORD-FOUND
               MOVE AM-CUSTOMER-ID     TO RM-CUSTOMER-ID
               MOVE AM-PRODUCT-CODE    TO RM-PRODUCT-CODE
               MOVE AM-ACCOUNT-STATUS  TO RM-ACCOUNT-STATUS
               MOVE AM-OVERDRAFT-LIMIT TO RM-OVERDRAFT-LIMIT
               MOVE AM-CHARGED-OFF-BALANCE TO RM-CHARGED-OFF-BALANCE
               MOVE AM-CHARGE-OFF-DATE TO RM-CHARGE-OFF-DATE
           ELSE
               MOVE SPACES             TO RM-CUSTOMER-ID
               MOVE 'CHK'              TO RM-PRODUCT-CODE
               MOVE 'ACTIVE'           TO RM-ACCOUNT-STATUS
               MOVE ZERO               TO RM-OVERDRAFT-LIMIT
               MOVE ZERO               TO RM-CHARGED-OFF-BALANCE
               MOVE ZERO               TO RM-CHARGE-OFF-DATE
               ADD 1 TO WS-DEFAULTED-REBUILDS
           END-IF
           WRITE RECOVERED-MASTER-RECORD
               INVALID KEY
                   MOVE 'F' TO WS-EXCEPTION-SEVERITY
                   MOVE "RUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE RW-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "RECOVERED MASTER WRITE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
                   KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
               AT END
                   SET SCAN-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE AM-ACCOUNT-NUMBER TO RW-ACCOUNT-NUMBER
                   READ RECOVERY-WORK-FILE
                       INVALID KEY
                           ADD 1 TO WS-MASTER-ONLY-COUNT
           MOVE SPACES TO RECOVERY-LINE
           MOVE AM-ACCOUNT-BALANCE TO WS-EDIT-BALANCE
           STRING "MASTER ONLY "        DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER     DELIMITED BY SIZE
                  "  BALANCE "          DELIMITED BY SIZE
                  WS-EDIT-BALANCE       DELIMITED BY SIZE
             INTO RECOVERY-LINE
