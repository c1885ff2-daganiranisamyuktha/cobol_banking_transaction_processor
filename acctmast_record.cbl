      * Shared Account Master File Record Structure.                  *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes ACCTMASTER, so the layout never drifts between them.   *
      * One record per account. A customer may hold any number of     *
      * accounts; AM-CUSTOMER-ID ties each one back to its owner on   *
      * CUSTMASTER and is carried as an alternate key so every        *
      * account of one customer can be walked together.               *
      *================================================================*
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-RECORD.
           05  AM-ACCOUNT-NUMBER      PIC X(10).
           05  AM-CUSTOMER-ID         PIC X(10).
      *    THE PRODUCT THE ACCOUNT WAS OPENED AS. TOGETHER WITH
      *    AM-ACCOUNT-STATUS IT KEYS THE RATE TABLE, AND IT DECIDES
      *    WHICH FEES THE ACCOUNT IS SUBJECT TO: ONLY CHECKING EARNS
      *    THE OVERDRAFT FEE, AND EACH PRODUCT CARRIES ITS OWN
      *    MONTHLY MAINTENANCE CHARGE. A CERTIFICATE (TIME DEPOSIT)
      *    CARRIES ITS TERM, LOCKED RATE AND MATURITY DATE ON
      *    CERTMASTER UNDER THE SAME ACCOUNT NUMBER.
           05  AM-PRODUCT-CODE        PIC X(3).
               88  PRODUCT-CHECKING   VALUE 'CHK'.
               88  PRODUCT-SAVINGS    VALUE 'SAV'.
               88  PRODUCT-CERTIFICATE VALUE 'CTD'.
               88  PRODUCT-VALID      VALUE 'CHK' 'SAV' 'CTD'.
           05  AM-ACCOUNT-BALANCE     PIC S9(10)V99.
           05  AM-ACCOUNT-STATUS      PIC X(10).
               88  ACCOUNT-ACTIVE     VALUE 'ACTIVE'.
      *    RETURNS. A DORMANT ACCOUNT NEITHER POSTS NOR ACCRUES
      *    INTEREST.
               88  ACCOUNT-DORMANT    VALUE 'DORMANT'.
      *    SET BY OVERDRAFT-COLLECTIONS WHEN AN OVERDRAWN BALANCE
      *    AGES PAST THE CHARGE-OFF POINT. THE LOSS IS WRITTEN OFF TO
      *    A ZERO BALANCE AND THE ACCOUNT NEITHER POSTS, ACCRUES NOR
      *    IS CHARGED FEES AGAIN; ONLY RECOVERIES (CREDITS APPLIED
      *    AGAINST AM-CHARGED-OFF-BALANCE) ARE ACCEPTED.
               88  ACCOUNT-CHARGED-OFF VALUE 'CHARGEDOFF'.
      *    APPROVED OVERDRAFT CUSHION; A WITHDRAWAL MAY DRIVE
      *    AM-ACCOUNT-BALANCE NEGATIVE DOWN TO THIS LIMIT BEFORE IT
      *    IS REJECTED OUTRIGHT FOR INSUFFICIENT FUNDS.
           05  AM-OVERDRAFT-LIMIT     PIC 9(10)V99.
      *    THE LOSS STILL UNRECOVERED ON A CHARGED-OFF ACCOUNT AND
      *    THE BUSINESS DATE IT WAS CHARGED OFF; ZERO OTHERWISE.
           05  AM-CHARGED-OFF-BALANCE PIC 9(10)V99.
           05  AM-CHARGE-OFF-DATE     PIC 9(8).
