      *================================================================*
      * Shared Maturity Posting File Record Structure.                *
      * COPYed into the FILE SECTION of every program that writes or  *
      * reads MATPOST, so the layout never drifts between them.       *
      * One record per balance movement CERTIFICATE-MATURITY posts    *
      * when it pays a matured certificate out - the debit to the     *
      * certificate and the credit to its linked account - which      *
      * DAILY-RECONCILIATION consumes as recognized balance movement, *
      * the same way service charges ride SVCCHGRPT.                  *
      *================================================================*
       FD  MATURITY-POSTING-FILE.
       01  MATURITY-POSTING-RECORD.
           05  MP-ACCOUNT-NUMBER      PIC X(10).
      *    THE BUSINESS DATE THE PAYOUT POSTED; THE RECONCILIATION
      *    COUNTS ONLY RECORDS STAMPED WITH TONIGHT'S DATE.
           05  MP-BUSINESS-DATE       PIC 9(8).
           05  MP-BALANCE-BEFORE      PIC S9(10)V99.
      *    NEGATIVE ON THE CERTIFICATE BEING PAID OUT, POSITIVE ON
      *    THE LINKED ACCOUNT RECEIVING THE FUNDS.
           05  MP-SIGNED-AMOUNT       PIC S9(10)V99.
           05  MP-BALANCE-AFTER       PIC S9(10)V99.
      *    THE OTHER ACCOUNT OF THE PAYOUT.
           05  MP-COUNTERPARTY-ID     PIC X(10).
