      *================================================================*
      * Shared Certificate Master File Record Structure.              *
      * COPYed into the FILE SECTION of every program that reads or   *
      * writes CERTMASTER, so the layout never drifts between them.   *
      * One record per certificate (time deposit) account, carrying   *
      * the terms the account was opened or last rolled under; the    *
      * balance itself stays on ACCTMASTER like any other account.    *
      * ACCOUNT-MAINTENANCE writes the record at opening and          *
      * CERTIFICATE-MATURITY rolls or pays it out at maturity.        *
      *================================================================*
       FD  CERTIFICATE-MASTER-FILE.
       01  CERTIFICATE-RECORD.
           05  CT-ACCOUNT-NUMBER      PIC X(10).
           05  CT-TERM-MONTHS         PIC 9(03).
      *    THE ANNUAL RATE LOCKED WHEN THE CURRENT TERM BEGAN;
      *    INTEREST-CALC ACCRUES AT THIS RATE FOR THE WHOLE TERM,
      *    WHATEVER RATE-MAINTENANCE DOES TO THE RATE TABLE.
           05  CT-LOCKED-RATE         PIC 9V9(6).
           05  CT-TERM-START-DATE     PIC 9(08).
           05  CT-MATURITY-DATE       PIC 9(08).
      *    THE CUSTOMER'S STANDING INSTRUCTION FOR THE MATURITY DATE:
      *    ROLL THE BALANCE INTO A NEW TERM OF THE SAME LENGTH AT THE
      *    RATE THEN ON THE RATE TABLE, OR PAY PRINCIPAL AND INTEREST
      *    OUT TO CT-LINKED-ACCOUNT AND CLOSE THE CERTIFICATE.
           05  CT-MATURITY-INSTRUCTION PIC X.
               88  MATURITY-ROLL-OVER     VALUE 'R'.
               88  MATURITY-PAY-OUT       VALUE 'P'.
           05  CT-LINKED-ACCOUNT      PIC X(10).
      *    DAYS OF INTEREST, AT THE LOCKED RATE ON THE AMOUNT TAKEN,
      *    CHARGED AS THE PENALTY ON A WITHDRAWAL BEFORE MATURITY.
           05  CT-PENALTY-DAYS        PIC 9(03).
      *    THE BUSINESS DATE THE CURRENT TERM FIRST APPEARED ON THE
      *    MATURITY-NOTICE LIST; ZERO UNTIL THEN, AND RESET BY EVERY
      *    ROLLOVER SO EACH TERM IS NOTICED EXACTLY ONCE.
           05  CT-NOTICE-DATE         PIC 9(08).
           05  CT-CERTIFICATE-STATUS  PIC X.
               88  CERTIFICATE-IN-TERM    VALUE 'T'.
               88  CERTIFICATE-PAID-OUT   VALUE 'P'.
           05  CT-ROLLOVER-COUNT      PIC 9(03).
