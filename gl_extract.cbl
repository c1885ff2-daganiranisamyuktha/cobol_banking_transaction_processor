      * balance change with the before and after balance images.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  AU-AFTER-BALANCE       PIC S9(10)V99.
           05  AU-TRANSACTION-TYPE    PIC X.
               88  AUDIT-EXTERNAL-RETURN  VALUE 'E'.
               88  AUDIT-SERVICE-CHARGE   VALUE 'S'.
               88  AUDIT-INTEREST         VALUE 'I'.
               88  AUDIT-ACH-CREDIT       VALUE 'A'.
               88  AUDIT-ACH-DEBIT        VALUE 'B'.
               88  AUDIT-CHECK-PAID       VALUE 'C'.
               88  AUDIT-EARLY-PENALTY    VALUE 'P'.
               88  AUDIT-CHARGE-OFF       VALUE 'O'.
               88  AUDIT-RECOVERY         VALUE 'Y'.
           05  AU-TIMESTAMP           PIC 9(14).

      * GL Posting File Record Structure - GP-RECORD-TYPE tags each
               88  DEBIT-POSTING          VALUE 'D'.
               88  CREDIT-POSTING         VALUE 'C'.
           05  GP-AMOUNT              PIC 9(10)V99.
           05  GP-ACCOUNT-NUMBER      PIC X(10).
           05  FILLER                 PIC X(9).

      * Alternate view of GL-POSTING-RECORD used for the single
      *    ITEM CLEARS BACK THROUGH THE SAME ACCOUNT.
           05  WS-GL-EXT-XFER-ACCOUNT     PIC 9(8) VALUE 20100600.
           05  WS-GL-EXT-CLEARING-ACCT    PIC 9(8) VALUE 27200000.
      *    INBOUND ACH CREDITS AND DEBITS CLEAR THROUGH THEIR OWN
      *    CLEARING ACCOUNT UNTIL THE NETWORK SETTLES THE FILE.
           05  WS-GL-ACH-CLEARING-ACCT    PIC 9(8) VALUE 27300000.
      *    CHECKS PAID CLEAR THROUGH THE CHECK CLEARING ACCOUNT UNTIL
      *    THE CLEARING HOUSE SETTLES THE PRESENTMENT.
           05  WS-GL-CHECK-CLEARING-ACCT  PIC 9(8) VALUE 27400000.
           05  WS-GL-FEE-INCOME-ACCOUNT   PIC 9(8) VALUE 40100100.
           05  WS-GL-SVC-INCOME-ACCOUNT   PIC 9(8) VALUE 40100200.
      *    EARLY-WITHDRAWAL PENALTIES ON CERTIFICATES ARE BOOKED TO
      *    THEIR OWN INCOME ACCOUNT, APART FROM THE FEE INCOME LINES.
           05  WS-GL-PENALTY-INCOME-ACCT  PIC 9(8) VALUE 40100300.
      *    RECOVERIES ON CHARGED-OFF ACCOUNTS ARE BOOKED TO THEIR OWN
      *    INCOME ACCOUNT, AND THE CHARGE-OFFS THEMSELVES TO THE
      *    OVERDRAFT LOSS ACCOUNT.
           05  WS-GL-RECOVERY-INCOME-ACCT PIC 9(8) VALUE 40100400.
           05  WS-GL-INT-EXPENSE-ACCOUNT  PIC 9(8) VALUE 50100100.
           05  WS-GL-CHARGE-OFF-LOSS-ACCT PIC 9(8) VALUE 50200100.

      * Working "Parameters" For WRITE-ONE-POSTING, Set By The Caller
      * Immediately Before The PERFORM.
      * credits audit too - and finance must never receive the same
      * day's extract twice. INTEREST-CALC itself runs behind
      * BANKING-TRANSACTION-PROCESSOR, so one predecessor covers
      * both. Certificate payouts at maturity audit as transfer legs
      * and overdrawn charge-offs audit behind them, so both must be
      * on the log as well; OVERDRAFT-COLLECTIONS runs behind
      * CERTIFICATE-MATURITY, so its completion covers the two.
           PERFORM OPEN-RUN-CONTROL-FILE
           MOVE "INTEREST-CALC"
             TO WS-RUN-PREDECESSOR-JOB
           MOVE "OVERDRAFT-COLLECTIONS"
             TO WS-RUN-PREDECESSOR-JOB-2
           PERFORM VERIFY-RUN-CONTROL

      * Open all required files
                                                  POST-INTEREST-ENTRY
                                            ELSE
                                               PERFORM
                                                  MAP-LATER-AUDIT-TYPE
                                            END-IF
                                           END-IF
                                       END-IF
               END-IF
           END-IF.

       MAP-LATER-AUDIT-TYPE.
      * Continues the type test of MAP-ONE-AUDIT-RECORD for the
      * later audit types; whatever falls through is unmapped.
           IF AUDIT-ACH-CREDIT
               PERFORM POST-ACH-CREDIT-ENTRY
           ELSE
               IF AUDIT-ACH-DEBIT
                   PERFORM POST-ACH-DEBIT-ENTRY
               ELSE
                   IF AUDIT-CHECK-PAID
                       PERFORM POST-CHECK-PAID-ENTRY
                   ELSE
                       IF AUDIT-EARLY-PENALTY
                           PERFORM POST-PENALTY-ENTRY
                       ELSE
                           IF AUDIT-CHARGE-OFF
                               PERFORM POST-CHARGE-OFF-ENTRY
                           ELSE
                               IF AUDIT-RECOVERY
                                   PERFORM POST-RECOVERY-ENTRY
                               ELSE
                                   PERFORM LOG-UNMAPPED-AUDIT-RECORD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOG-UNMAPPED-AUDIT-RECORD.
      * Anything else on the audit log has no GL mapping; both legs
      * are skipped together so the extract itself stays balanced.
           ADD 1 TO WS-RECORDS-UNMAPPED
           MOVE "GMAP" TO WS-EXCEPTION-REASON-CODE
           MOVE AU-ACCOUNT-NUMBER
             TO WS-EXCEPTION-CUSTOMER-ID
           MOVE "UNMAPPED TRANSACTION TYPE ON AUDIT LOG"
             TO WS-EXCEPTION-MESSAGE
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-PENALTY-ENTRY.
      * An early-withdrawal penalty lowers the certificate balance
      * and books penalty income, the same shape as the service
      * charge entry but against its own income account.
           MOVE WS-GL-FEE-OFFSET-ACCOUNT TO WS-POSTING-GL-ACCOUNT
           MOVE 'D'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING

           MOVE WS-GL-PENALTY-INCOME-ACCT TO WS-POSTING-GL-ACCOUNT
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-CHARGE-OFF-ENTRY.
      * A charge-off writes the overdrawn balance back up to zero and
      * books the loss: debit the overdraft loss account, credit
      * deposits.
           MOVE WS-GL-CHARGE-OFF-LOSS-ACCT TO WS-POSTING-GL-ACCOUNT
           MOVE 'D'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING

           MOVE WS-GL-DEPOSIT-ACCOUNT    TO WS-POSTING-GL-ACCOUNT
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-RECOVERY-ENTRY.
      * A recovery takes a credit back off a charged-off account
      * against the loss written off: debit deposits, credit
      * recovery income.
           MOVE WS-GL-DEPOSIT-ACCOUNT    TO WS-POSTING-GL-ACCOUNT
           MOVE 'D'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING

           MOVE WS-GL-RECOVERY-INCOME-ACCT TO WS-POSTING-GL-ACCOUNT
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-EXTERNAL-XFER-ENTRY.
      * The debit leg of an outbound external transfer lowers the
      * customer liability and parks the funds in the external
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-ACH-CREDIT-ENTRY.
      * An inbound ACH credit comes out of the ACH clearing account
      * and raises the customer deposit liability.
           MOVE WS-GL-ACH-CLEARING-ACCT  TO WS-POSTING-GL-ACCOUNT
           MOVE 'D'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING

           MOVE WS-GL-DEPOSIT-ACCOUNT    TO WS-POSTING-GL-ACCOUNT
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-ACH-DEBIT-ENTRY.
      * An inbound ACH debit lowers the customer liability and owes
      * the funds to the originator through the ACH clearing account.
           MOVE WS-GL-WITHDRAWAL-ACCOUNT TO WS-POSTING-GL-ACCOUNT
           MOVE 'D'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING

           MOVE WS-GL-ACH-CLEARING-ACCT  TO WS-POSTING-GL-ACCOUNT
           MOVE 'C'                      TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-CHECK-PAID-ENTRY.
      * A check paid lowers the customer liability and owes the
      * funds to the presenting bank through the check clearing
      * account.
           MOVE WS-GL-WITHDRAWAL-ACCOUNT  TO WS-POSTING-GL-ACCOUNT
           MOVE 'D'                       TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING

           MOVE WS-GL-CHECK-CLEARING-ACCT TO WS-POSTING-GL-ACCOUNT
           MOVE 'C'                       TO WS-POSTING-DEBIT-CREDIT
           PERFORM WRITE-ONE-POSTING.

       POST-REVERSAL-ENTRY.
      * A reversal is carried as a reversing entry of the original
      * posting; the sign of the balance movement says which side is
           MOVE WS-POSTING-GL-ACCOUNT   TO GP-GL-ACCOUNT
           MOVE WS-POSTING-DEBIT-CREDIT TO GP-DEBIT-CREDIT
           MOVE WS-POSTING-AMOUNT       TO GP-AMOUNT
           MOVE AU-ACCOUNT-NUMBER       TO GP-ACCOUNT-NUMBER
           WRITE GL-POSTING-RECORD

           IF DEBIT-POSTING
