       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID            PIC X(10).
           05  SO-FROM-ACCOUNT-NUMBER PIC X(10).
           05  SO-TO-ACCOUNT-NUMBER   PIC X(10).
           05  SO-AMOUNT              PIC 9(7)V99.
           05  SO-FREQUENCY           PIC X.
               88  FREQUENCY-MONTHLY      VALUE 'M'.
