      *================================================================*
       FD  BALANCE-SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SB-ACCOUNT-NUMBER      PIC X(10).
           05  SB-BEGINNING-BALANCE   PIC S9(10)V99.
