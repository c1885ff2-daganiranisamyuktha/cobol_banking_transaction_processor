               88  REJECT-SAME-TO-ACCOUNT   VALUE 'TOEQ'.
               88  REJECT-BAD-ORIGINAL-REF  VALUE 'OREF'.
               88  REJECT-BAD-EXTERNAL-REF  VALUE 'XREF'.
               88  REJECT-BAD-CHECK-NUMBER  VALUE 'CHK '.
           05  RJ-ORIGINAL-RECORD     PIC X(74).

       COPY "runctl_record.cbl".
      * And Field By Field. Numeric Fields Are Edited Against The
      * X-Picture View Before The Numeric View Is Trusted.
       01  WS-EDIT-WORK-RECORD.
           05  WS-EDIT-ACCOUNT-NUMBER     PIC X(10).
           05  WS-EDIT-TRANSACTION-TYPE   PIC X.
               88  EDIT-TYPE-VALID            VALUES 'D' 'W' 'T' 'R'
                                                     'X' 'C'.
               88  EDIT-TYPE-TRANSFER         VALUE 'T'.
               88  EDIT-TYPE-REVERSAL         VALUE 'R'.
               88  EDIT-TYPE-EXTERNAL         VALUE 'X'.
               88  EDIT-TYPE-CHECK            VALUE 'C'.
           05  WS-EDIT-AMOUNT-X           PIC X(9).
           05  WS-EDIT-AMOUNT REDEFINES WS-EDIT-AMOUNT-X
                                          PIC 9(7)V99.
           05  WS-EDIT-TO-ACCOUNT-NUMBER  PIC X(10).
           05  WS-EDIT-CHECK-NUMBER REDEFINES WS-EDIT-TO-ACCOUNT-NUMBER
                                          PIC 9(10).
           05  WS-EDIT-SEQUENCE-X         PIC X(9).
           05  WS-EDIT-SEQUENCE REDEFINES WS-EDIT-SEQUENCE-X
                                          PIC 9(9).
           05  WS-EDIT-ORIGINAL-DATE REDEFINES WS-EDIT-ORIGINAL-DATE-X
                                          PIC 9(8).
           05  WS-EDIT-ORIGINAL-TYPE      PIC X.
               88  EDIT-ORIGINAL-TYPE-VALID   VALUES 'D' 'W' 'I'.
           05  WS-EDIT-ROUTING-X          PIC X(9).
           05  WS-EDIT-ROUTING REDEFINES WS-EDIT-ROUTING-X
                                          PIC 9(9).

      * Field-level edits, most fundamental first; the first failure
      * decides the reason code the branch sees.
           IF WS-EDIT-ACCOUNT-NUMBER = SPACES
               SET REJECT-BLANK-CUSTOMER TO TRUE
               PERFORM WRITE-REJECT-RECORD
               GO TO EXIT-EDIT-AND-ROUTE-RECORD
           END-IF

           IF EDIT-TYPE-TRANSFER
               IF WS-EDIT-TO-ACCOUNT-NUMBER = SPACES
                   SET REJECT-BLANK-TO-ACCOUNT TO TRUE
                   PERFORM WRITE-REJECT-RECORD
                   GO TO EXIT-EDIT-AND-ROUTE-RECORD
               END-IF
               IF WS-EDIT-TO-ACCOUNT-NUMBER = WS-EDIT-ACCOUNT-NUMBER
                   SET REJECT-SAME-TO-ACCOUNT TO TRUE
                   PERFORM WRITE-REJECT-RECORD
                   GO TO EXIT-EDIT-AND-ROUTE-RECORD
               END-IF
           END-IF

      * A paid check must carry the serial number it was written on;
      * whether a stop payment covers it is the posting run's check.
           IF EDIT-TYPE-CHECK
               IF WS-EDIT-TO-ACCOUNT-NUMBER NOT NUMERIC
                       OR WS-EDIT-CHECK-NUMBER = ZERO
                   SET REJECT-BAD-CHECK-NUMBER TO TRUE
                   PERFORM WRITE-REJECT-RECORD
                   GO TO EXIT-EDIT-AND-ROUTE-RECORD
               END-IF
           END-IF

           MOVE WS-EDIT-ACCOUNT-NUMBER    TO TR-ACCOUNT-NUMBER
           MOVE WS-EDIT-TRANSACTION-TYPE  TO TR-TRANSACTION-TYPE
           MOVE WS-EDIT-AMOUNT            TO TR-AMOUNT
           MOVE WS-EDIT-TO-ACCOUNT-NUMBER TO TR-TO-ACCOUNT-NUMBER
           MOVE WS-EDIT-SEQUENCE          TO TR-SEQUENCE-NUMBER
           IF EDIT-TYPE-REVERSAL
               MOVE WS-EDIT-ORIGINAL-DATE TO TR-ORIGINAL-DATE
               MOVE WS-EDIT-ORIGINAL-TYPE TO TR-ORIGINAL-TYPE
