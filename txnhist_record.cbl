      *================================================================*
       FD  TRANSACTION-HISTORY-FILE.
       01  TRANSACTION-HISTORY-RECORD.
           05  TH-ACCOUNT-NUMBER      PIC X(10).
           05  TH-BUSINESS-DATE       PIC 9(8).
      *    'D' DEPOSIT, 'W' WITHDRAWAL, 'T' TRANSFER LEG, 'F'
      *    OVERDRAFT FEE, 'I' INTEREST CREDIT, 'R' REVERSAL OF AN
      *    EARLIER POSTING, 'A' INBOUND ACH CREDIT, 'B' INBOUND ACH
      *    DEBIT, 'C' CHECK PAID, 'P' EARLY-WITHDRAWAL PENALTY ON A
      *    CERTIFICATE, 'O' CHARGE-OFF OF AN AGED OVERDRAWN BALANCE,
      *    'Y' RECOVERY APPLIED AGAINST A CHARGED-OFF BALANCE.
           05  TH-TRANSACTION-TYPE    PIC X.
      *    SIGNED BALANCE MOVEMENT: POSITIVE FOR A CREDIT TO THE
      *    ACCOUNT, NEGATIVE FOR A DEBIT, SO THE RUNNING BALANCE ON A
      *    STATEMENT RECOMPUTES AS RESULTING BALANCE LESS AMOUNT.
           05  TH-SIGNED-AMOUNT       PIC S9(10)V99.
      *    THE OTHER ACCOUNT OF A TRANSFER LEG, OR THE OTHER BANK'S
      *    ROUTING NUMBER ON EXTERNAL AND ACH ACTIVITY, OR THE CHECK
      *    NUMBER OF A CHECK PAID; SPACES OTHERWISE.
           05  TH-COUNTERPARTY-ID     PIC X(10).
           05  TH-RESULTING-BALANCE   PIC S9(10)V99.
      *    ONLY POPULATED ON A TYPE 'R' RECORD: THE BUSINESS DATE AND
           05  TH-ORIGINAL-TYPE       PIC X.
      *    THE ORIGINATING BRANCH OF THE POSTING; '99' FOR HOUSE
      *    ACTIVITY (STANDING ORDERS, INTEREST, SERVICE CHARGES,
      *    EXTERNAL RETURNS, INBOUND ACH), SPACES WHERE NO ORIGIN WAS
      *    CARRIED.
           05  TH-BRANCH-CODE         PIC X(2).
