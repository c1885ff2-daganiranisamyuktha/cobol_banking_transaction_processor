      * the standing order master so clerks no longer hand-key the    *
      * same rent and payroll transfers into TRANSIN every month -    *
      * the only program in this system that WRITEs new records to    *
      * STANDING-ORDER-FILE. Every request carries the operator who   *
      * keyed it, and every applied action is journaled with it.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-MAINTENANCE.
               88  ACTION-ADD             VALUE 'A'.
               88  ACTION-CHANGE          VALUE 'C'.
               88  ACTION-CANCEL          VALUE 'X'.
           05  SR-FROM-ACCOUNT-NUMBER PIC X(10).
           05  SR-TO-ACCOUNT-NUMBER   PIC X(10).
           05  SR-AMOUNT              PIC 9(7)V99.
           05  SR-FREQUENCY           PIC X.
               88  SR-FREQUENCY-MONTHLY   VALUE 'M'.
           05  SR-NEXT-RUN-DATE-MDY REDEFINES SR-NEXT-RUN-DATE.
               10  FILLER             PIC 9(6).
               10  SR-NEXT-RUN-DAY    PIC 9(2).
      *    THE OPERATOR WHO KEYED THE REQUEST.
           05  SR-OPERATOR-ID         PIC X(08).

       COPY "standord_record.cbl".

           05  SJ-ACTION              PIC X(10).
           05  SJ-TIMESTAMP           PIC 9(14).
           05  SJ-DETAIL              PIC X(40).
           05  SJ-ENTERED-BY          PIC X(08).

       COPY "runctl_record.cbl".

           ADD 1 TO WS-TOTAL-REQUESTS
           MOVE 'V' TO WS-REQUEST-STATUS

      * A request nobody has put their name to is not applied.
           IF SR-OPERATOR-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "SOPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO OPERATOR ID ON STANDING ORDER REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               ADD 1 TO WS-FAILED-REQUESTS
               GO TO EXIT-PROCESS-ORDER-REQUESTS
           END-IF

           IF ACTION-ADD
               PERFORM ADD-STANDING-ORDER THRU EXIT-ADD-STANDING-ORDER
           END-IF
           END-IF

           MOVE SR-ORDER-ID         TO SO-ORDER-ID
           MOVE SR-FROM-ACCOUNT-NUMBER TO SO-FROM-ACCOUNT-NUMBER
           MOVE SR-TO-ACCOUNT-NUMBER   TO SO-TO-ACCOUNT-NUMBER
           MOVE SR-AMOUNT           TO SO-AMOUNT
           MOVE SR-FREQUENCY        TO SO-FREQUENCY
           MOVE SR-NEXT-RUN-DATE    TO SO-NEXT-RUN-DATE
               GO TO EXIT-CHANGE-STANDING-ORDER
           END-IF

           MOVE SR-FROM-ACCOUNT-NUMBER TO SO-FROM-ACCOUNT-NUMBER
           MOVE SR-TO-ACCOUNT-NUMBER   TO SO-TO-ACCOUNT-NUMBER
           MOVE SR-AMOUNT           TO SO-AMOUNT
           MOVE SR-FREQUENCY        TO SO-FREQUENCY
           MOVE SR-NEXT-RUN-DATE    TO SO-NEXT-RUN-DATE
           EXIT.

       EDIT-REQUEST-FIELDS.
      * Field-level edits shared by add and change: both accounts
      * must exist and be active, the order cannot pay an account
      * to itself, and amount, frequency, and next-run
      * date must be usable by the nightly generator.
           IF SR-FROM-ACCOUNT-NUMBER = SR-TO-ACCOUNT-NUMBER
               SET REQUEST-INVALID TO TRUE
               MOVE "STSM" TO WS-EXCEPTION-REASON-CODE
               MOVE "STANDING ORDER TO SAME ACCOUNT"
               GO TO EXIT-EDIT-REQUEST-FIELDS
           END-IF

           MOVE SR-FROM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "SCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID FROM ACCOUNT ON STANDING ORDER"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
               GO TO EXIT-EDIT-REQUEST-FIELDS
           END-IF

           MOVE SR-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "SCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID TO ACCOUNT ON STANDING ORDER"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-READ
           MOVE SR-ORDER-ID TO SJ-ORDER-ID
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO SJ-TIMESTAMP
           MOVE SPACES TO SJ-DETAIL
           STRING SO-FROM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ">"                    DELIMITED BY SIZE
                  SO-TO-ACCOUNT-NUMBER   DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  SO-AMOUNT              DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  SO-FREQUENCY           DELIMITED BY SIZE
             INTO SJ-DETAIL
           END-STRING
           MOVE SR-OPERATOR-ID TO SJ-ENTERED-BY
           WRITE ORDER-JOURNAL-RECORD.

       GENERATE-SUMMARY-REPORT.

       LOG-REQUEST-EXCEPTION.
      * Common exception wrapper for rejected standing order
      * requests: every entry carries the from-account and the
      * request record that caused it. The caller sets the reason
      * code and message.
           MOVE SR-FROM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE ORDER-REQUEST-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
