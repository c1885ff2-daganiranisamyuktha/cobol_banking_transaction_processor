               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "acctmast_select.cbl".

           COPY "custmast_select.cbl".

           SELECT NOTICES-FILE
      * generate notices here.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.
           05  RP-REPORT-TEXT         PIC X(77).
       01  REPORT-DETAIL-RECORD REDEFINES REPORT-RECORD.
           05  FILLER                 PIC X(3).
           05  RP-ACCOUNT-NUMBER      PIC X(10).
           05  RP-TRANSACTION-TYPE    PIC X.
           05  RP-AMOUNT              PIC 9(7)V99.
           05  RP-STATUS              PIC X(10).
           05  RP-BRANCH-CODE         PIC X(2).
           05  FILLER                 PIC X(45).

       COPY "acctmast_record.cbl".

       COPY "custmast_record.cbl".

      * Notices Print File Record Structure
           05  WS-AUDIT-FILE-STATUS       PIC XX.
           05  WS-HOLDS-FILE-STATUS       PIC XX.
           05  WS-REPORT-FILE-STATUS      PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-CUSTOMER-FILE-STATUS    PIC XX.
           05  WS-NOTICES-FILE-STATUS     PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.
      * Immediately Before The PERFORM: whose letter, and the two
      * wording lines that make this notice type's body.
       01  WS-NOTICE-WORK-AREA.
           05  WS-NOTICE-ACCOUNT-NUMBER   PIC X(10).
           05  WS-NOTICE-BODY-LINE-1      PIC X(78).
           05  WS-NOTICE-BODY-LINE-2      PIC X(78).
           05  WS-NOTICE-AMOUNT           PIC S9(10)V99.
               PERFORM ABNORMAL-TERMINATION
           END-IF

      * Every event is recorded against an account; ACCTMASTER
      * names the customer the letter is mailed to.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCOUNT-FILE-STATUS = "35"
               CLOSE ACCOUNT-MASTER-FILE
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN INPUT ACCOUNT-MASTER-FILE
           END-IF

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           DISPLAY "NIGHTLY CUSTOMER NOTICES"
           END-READ.

       BUILD-FEE-NOTICE.
           MOVE AU-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT-NUMBER
           COMPUTE WS-NOTICE-AMOUNT =
               AU-BEFORE-BALANCE - AU-AFTER-BALANCE
           MOVE WS-NOTICE-AMOUNT TO WS-EDIT-AMOUNT
           END-IF

           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE LOW-VALUES TO HD-ACCOUNT-NUMBER
           START HOLDS-FILE KEY IS NOT LESS THAN HD-ACCOUNT-NUMBER
               INVALID KEY
                   SET SCAN-END-OF-FILE TO TRUE
           END-START
           END-READ.

       BUILD-HOLD-PLACED-NOTICE.
           MOVE HD-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT-NUMBER
           MOVE "A HOLD HAS BEEN PLACED ON YOUR ACCOUNT AND NO"
             TO WS-NOTICE-BODY-LINE-1
           MOVE "TRANSACTIONS CAN POST. PLEASE CONTACT YOUR BRANCH."
           ADD 1 TO WS-HOLD-PLACED-NOTICES.

       BUILD-HOLD-RELEASED-NOTICE.
           MOVE HD-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT-NUMBER
           MOVE "THE HOLD ON YOUR ACCOUNT HAS BEEN RELEASED AND"
             TO WS-NOTICE-BODY-LINE-1
           MOVE "NORMAL SERVICE HAS RESUMED. THANK YOU FOR WAITING."
           END-READ.

       BUILD-LARGE-TXN-NOTICE.
           MOVE RP-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT-NUMBER
           MOVE RP-AMOUNT TO WS-EDIT-AMOUNT

           MOVE SPACES TO WS-NOTICE-BODY-LINE-1
                  "-"               DELIMITED BY SIZE
                  WS-BUSINESS-DAY   DELIMITED BY SIZE
                  "   ACCOUNT "     DELIMITED BY SIZE
                  WS-NOTICE-ACCOUNT-NUMBER DELIMITED BY SIZE
             INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE

           SET CUSTOMER-FOUND TO TRUE
           MOVE WS-NOTICE-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           END-READ

           IF CUSTOMER-FOUND
               MOVE AM-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       SET CUSTOMER-NOT-FOUND TO TRUE
               END-READ
           END-IF

           IF CUSTOMER-NOT-FOUND
               ADD 1 TO WS-UNADDRESSED-NOTICES
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "NNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-NOTICE-ACCOUNT-NUMBER
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CUSTOMER RECORD ON FILE FOR NOTICE"
                 TO WS-EXCEPTION-MESSAGE
           PERFORM MARK-JOB-COMPLETE

           CLOSE DAILY-REPORT-FILE
                 ACCOUNT-MASTER-FILE
                 CUSTOMER-MASTER-FILE
                 NOTICES-FILE
                 RUN-CONTROL-FILE
