      *================================================================*
       FD  INTEREST-REPORT-FILE.
       01  INTEREST-REPORT-RECORD.
           05  IR-ACCOUNT-NUMBER      PIC X(10).
           05  IR-BALANCE-BEFORE      PIC S9(10)V99.
           05  IR-INTEREST-AMOUNT     PIC S9(10)V99.
           05  IR-BALANCE-AFTER       PIC S9(10)V99.
