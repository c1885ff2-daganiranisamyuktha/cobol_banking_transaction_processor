      *================================================================*
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TR-ACCOUNT-NUMBER      PIC X(10).
           05  TR-TRANSACTION-TYPE    PIC X.
               88  DEPOSIT-TRANSACTION    VALUE 'D'.
               88  WITHDRAWAL-TRANSACTION VALUE 'W'.
               88  TRANSFER-TRANSACTION   VALUE 'T'.
               88  REVERSAL-TRANSACTION   VALUE 'R'.
               88  EXTERNAL-TRANSFER-TRANSACTION VALUE 'X'.
               88  CHECK-PAID-TRANSACTION VALUE 'C'.
           05  TR-AMOUNT              PIC 9(7)V99.
      *    TR-TO-ACCOUNT-NUMBER IS ONLY POPULATED FOR A TRANSFER-
      *    TRANSACTION. IT IS THE CREDIT SIDE; TR-ACCOUNT-NUMBER
      *    REMAINS THE DEBIT SIDE.
           05  TR-TO-ACCOUNT-NUMBER   PIC X(10).
      *    A CHECK-PAID-TRANSACTION HAS NO CREDIT-SIDE ACCOUNT; THE
      *    SAME BYTES CARRY THE SERIAL NUMBER OF THE CHECK PRESENTED.
           05  TR-CHECK-NUMBER REDEFINES TR-TO-ACCOUNT-NUMBER
                                      PIC 9(10).
      *    STRICTLY INCREASING PER TR-ACCOUNT-NUMBER; USED TO DETECT A
      *    DUPLICATE OR OUT-OF-ORDER TRANSIN RECORD BEFORE IT POSTS.
           05  TR-SEQUENCE-NUMBER     PIC 9(9).
      *    ONLY POPULATED FOR REVERSAL-TRANSACTION: TOGETHER WITH
      *    TR-ACCOUNT-NUMBER AND TR-AMOUNT THEY IDENTIFY THE ORIGINAL
      *    POSTING ON TRANSACTION-HISTORY-FILE BEING BACKED OUT.
      *    ZERO/SPACE ON EVERY OTHER TRANSACTION TYPE.
           05  TR-ORIGINAL-DATE       PIC 9(8).
           05  TR-ORIGINAL-TYPE       PIC X.
      *    ONLY POPULATED FOR EXTERNAL-TRANSFER-TRANSACTION: THE
      *    CREDIT SIDE IS AN ACCOUNT AT ANOTHER BANK, NOT A
      *    TR-TO-ACCOUNT-NUMBER ON FILE. ZERO/SPACE OTHERWISE.
           05  TR-ROUTING-NUMBER      PIC 9(9).
           05  TR-EXTERNAL-ACCOUNT    PIC X(17).
      *    THE BRANCH THE TRANSACTION ORIGINATED AT, STAMPED BY THE

      * Alternate view of TRANSACTION-RECORD used for the control
      * trailer every producer writes behind the records it added.
      * The marker rides in the account-number bytes the same way the
      * run control file carries its *BUSINESS-DATE* record, so a
      * trailer can never be mistaken for an account's transaction.
      * Each trailer covers the records since the previous trailer
      * (or start of file): the branch edit writes one behind the
      * records it staged and the standing order generator writes
