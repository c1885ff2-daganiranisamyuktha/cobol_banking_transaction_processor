           05  RP-REPORT-TEXT         PIC X(77).
       01  REPORT-DETAIL-RECORD REDEFINES REPORT-RECORD.
           05  FILLER                 PIC X(3).
           05  RP-ACCOUNT-NUMBER      PIC X(10).
           05  RP-TRANSACTION-TYPE    PIC X.
           05  RP-AMOUNT              PIC 9(7)V99.
           05  RP-STATUS              PIC X(10).
