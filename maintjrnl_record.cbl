      *================================================================*
       FD  MAINTENANCE-JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  MJ-ACCOUNT-NUMBER      PIC X(10).
           05  MJ-ACTION              PIC X(10).
               88  JOURNAL-ACTION-OPEN    VALUE 'OPEN'.
               88  JOURNAL-ACTION-CLOSE   VALUE 'CLOSE'.
               88  JOURNAL-ACTION-STATUS  VALUE 'STATUS'.
               88  JOURNAL-ACTION-MATURITY VALUE 'MATURITY'.
           05  MJ-TIMESTAMP           PIC 9(14).
           05  MJ-TIMESTAMP-PARTS REDEFINES MJ-TIMESTAMP.
               10  MJ-STAMP-DATE      PIC 9(8).
      *    CONSUMES IT AS RECOGNIZED MOVEMENT SO ACCOUNTS OPENED
      *    TODAY DO NOT SURFACE AS BREAKS.
           05  MJ-AMOUNT              PIC S9(10)V99.
      *    THE CUSTOMER THE ACCOUNT BELONGS TO, SO ONE CUSTOMER'S
      *    MAINTENANCE HISTORY CAN BE PULLED ACROSS ALL OF THEIR
      *    ACCOUNTS.
           05  MJ-CUSTOMER-ID         PIC X(10).
      *    THE OPERATOR WHO KEYED THE REQUEST, AND THE SECOND
      *    OPERATOR WHO APPROVED IT WHERE THE ACTION NEEDED ONE.
           05  MJ-ENTERED-BY          PIC X(08).
           05  MJ-APPROVED-BY         PIC X(08).
