       VALIDATE-TRANSACTION.
      * Reset transaction status
           MOVE 'V' TO WS-TRANSACTION-STATUS
           MOVE SPACES TO WS-CHECK-RETURN-REASON

      * Validate the account number exists
           MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   MOVE "NA" TO WS-CHECK-RETURN-REASON
                   MOVE "VCID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "INVALID ACCOUNT NUMBER" TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-TRANSACTION-EXCEPTION
           END-READ.

      * posting itself never flips the status back silently.
           IF TRANSACTION-VALID AND ACCOUNT-DORMANT
               SET TRANSACTION-INVALID TO TRUE
               MOVE "FZ" TO WS-CHECK-RETURN-REASON
               MOVE "VDOR" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACCOUNT DORMANT - REACTIVATE VIA MAINTENANCE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
           END-IF.

      * A charged-off account takes nothing but deposits, which are
      * applied against the written-off loss as recoveries; no
      * posting ever reopens the account.
           IF TRANSACTION-VALID AND ACCOUNT-CHARGED-OFF
                   AND NOT DEPOSIT-TRANSACTION
               SET TRANSACTION-INVALID TO TRUE
               MOVE "FZ" TO WS-CHECK-RETURN-REASON
               MOVE "VCHO" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACCOUNT CHARGED OFF - RECOVERIES ONLY"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
           END-IF.

      * Reject any transaction against an account that is not ACTIVE
      * (e.g. suspended for a fraud, court, or deceased-customer hold).
           IF TRANSACTION-VALID AND NOT ACCOUNT-ACTIVE
                   AND NOT ACCOUNT-CHARGED-OFF
               SET TRANSACTION-INVALID TO TRUE
               IF ACCOUNT-CLOSED
                   MOVE "AC" TO WS-CHECK-RETURN-REASON
               ELSE
                   MOVE "FZ" TO WS-CHECK-RETURN-REASON
               END-IF
               MOVE "VACT" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACCOUNT NOT ACTIVE" TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
      * Save the from-side account so its data survives a second
      * READ against the to-side account below.
           IF TRANSACTION-VALID
               MOVE AM-ACCOUNT-NUMBER  TO WS-XFER-FROM-ACCOUNT-NUMBER
               MOVE AM-ACCOUNT-BALANCE TO WS-XFER-FROM-BALANCE
               MOVE AM-ACCOUNT-STATUS  TO WS-XFER-FROM-STATUS
               MOVE AM-OVERDRAFT-LIMIT TO WS-XFER-FROM-OVERDRAFT-LIMIT
                   EXIT-VALIDATE-REVERSAL-REFERENCE
           END-IF.

      * A check presented for payment must be drawn on a checking
      * account under a real serial number, and must not be covered
      * by a live stop payment.
           IF TRANSACTION-VALID AND CHECK-PAID-TRANSACTION
               PERFORM VALIDATE-CHECK-PAID THRU
                   EXIT-VALIDATE-CHECK-PAID
           END-IF.

      * Reject a transaction already applied (or arriving out of
      * order) for this account using the sequence tracking file. A
      * transfer released from screening review had its sequence
      * number recorded the night it was parked.
           IF TRANSACTION-VALID AND TRANSFER-NOT-RELEASED
               PERFORM VALIDATE-SEQUENCE-NUMBER
           END-IF.

       VALIDATE-SEQUENCE-NUMBER.
           MOVE TR-ACCOUNT-NUMBER TO ST-ACCOUNT-NUMBER
           READ SEQUENCE-TRACKING-FILE
               INVALID KEY
                   MOVE ZERO TO ST-LAST-SEQUENCE-NUMBER
           END-IF.

       VALIDATE-TRANSFER-TO-ACCOUNT.
           IF TR-TO-ACCOUNT-NUMBER = TR-ACCOUNT-NUMBER
               SET TRANSACTION-INVALID TO TRUE
               MOVE "VTSM" TO WS-EXCEPTION-REASON-CODE
               MOVE "TRANSFER TO SAME ACCOUNT" TO WS-EXCEPTION-MESSAGE
               GO TO EXIT-VALIDATE-TRANSFER-TO-ACCOUNT
           END-IF.

           MOVE TR-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
               GO TO EXIT-VALIDATE-TRANSFER-TO-ACCOUNT
           END-IF.

           MOVE AM-ACCOUNT-NUMBER  TO WS-XFER-TO-ACCOUNT-NUMBER
           MOVE AM-ACCOUNT-BALANCE TO WS-XFER-TO-BALANCE
           MOVE AM-ACCOUNT-STATUS  TO WS-XFER-TO-STATUS

           EXIT.

       VALIDATE-REVERSAL-REFERENCE.
      * Only a deposit, a withdrawal, or an interest credit can be
      * backed out; a transfer correction is two reversals, one
      * against each leg's account.
           IF TR-ORIGINAL-TYPE NOT = 'D' AND TR-ORIGINAL-TYPE NOT = 'W'
                   AND TR-ORIGINAL-TYPE NOT = 'I'
               SET TRANSACTION-INVALID TO TRUE
               MOVE "VRTY" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID ORIGINAL TYPE ON REVERSAL"
           END-IF

      * The original posting shows on TXNHIST as the signed movement
      * it caused: positive for the deposit or interest credit being
      * backed out, negative for the withdrawal.
           IF TR-ORIGINAL-TYPE = 'D' OR TR-ORIGINAL-TYPE = 'I'
               MOVE TR-AMOUNT TO WS-REVERSAL-ORIGINAL-SIGNED
           ELSE
               COMPUTE WS-REVERSAL-ORIGINAL-SIGNED = ZERO - TR-AMOUNT
       EXIT-VALIDATE-REVERSAL-REFERENCE.
           EXIT.

       VALIDATE-CHECK-PAID.
           IF NOT PRODUCT-CHECKING
               SET TRANSACTION-INVALID TO TRUE
               MOVE "RM" TO WS-CHECK-RETURN-REASON
               MOVE "VCPR" TO WS-EXCEPTION-REASON-CODE
               MOVE "CHECK DRAWN ON A NON-CHECKING ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
               GO TO EXIT-VALIDATE-CHECK-PAID
           END-IF

           IF TR-CHECK-NUMBER NOT NUMERIC
                   OR TR-CHECK-NUMBER = ZERO
               SET TRANSACTION-INVALID TO TRUE
               MOVE "RM" TO WS-CHECK-RETURN-REASON
               MOVE "VCHK" TO WS-EXCEPTION-REASON-CODE
               MOVE "CHECK PRESENTED WITHOUT A CHECK NUMBER"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
               GO TO EXIT-VALIDATE-CHECK-PAID
           END-IF

           IF NOT STOPS-ON-FILE
               GO TO EXIT-VALIDATE-CHECK-PAID
           END-IF

      * Stops for one account are keyed in first-check order, so the
      * scan starts at the account's lowest stop and ends at the
      * first stop beginning above this check number.
           MOVE 'N' TO WS-STOP-SCAN-FLAG
           MOVE 'N' TO WS-STOP-MATCH-FLAG
           MOVE TR-ACCOUNT-NUMBER TO SP-ACCOUNT-NUMBER
           MOVE ZERO              TO SP-CHECK-FROM
           START STOP-PAYMENT-FILE KEY IS NOT LESS THAN SP-STOP-KEY
               INVALID KEY
                   GO TO EXIT-VALIDATE-CHECK-PAID
           END-START

           PERFORM SCAN-ONE-STOP-PAYMENT
               UNTIL STOP-SCAN-DONE

           IF STOP-PAYMENT-MATCHED
               SET TRANSACTION-INVALID TO TRUE
               MOVE "SP" TO WS-CHECK-RETURN-REASON
               MOVE "VSTP" TO WS-EXCEPTION-REASON-CODE
               MOVE "CHECK REFUSED - STOP PAYMENT ON FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
           END-IF.

       EXIT-VALIDATE-CHECK-PAID.
           EXIT.

       SCAN-ONE-STOP-PAYMENT.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOP-SCAN-DONE TO TRUE
               NOT AT END
                   PERFORM JUDGE-ONE-STOP-PAYMENT
           END-READ.

       JUDGE-ONE-STOP-PAYMENT.
      * A stop is live while it is unreleased and its expiry date has
      * not passed; a zero stop amount covers any amount.
           IF SP-ACCOUNT-NUMBER NOT = TR-ACCOUNT-NUMBER
                   OR SP-CHECK-FROM > TR-CHECK-NUMBER
               SET STOP-SCAN-DONE TO TRUE
           ELSE
               IF STOP-ACTIVE
                       AND SP-EXPIRY-DATE NOT < WS-BUSINESS-DATE
                       AND SP-CHECK-TO NOT < TR-CHECK-NUMBER
                       AND (SP-AMOUNT = ZERO OR SP-AMOUNT = TR-AMOUNT)
                   SET STOP-PAYMENT-MATCHED TO TRUE
                   SET STOP-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       CHECK-TONIGHT-REVERSALS.
      * The same-night half of the duplicate test: a reversal posted
      * earlier in this run already claimed its original here. The
                   CONTINUE
               WHEN TONIGHT-REVERSAL-IDX > WS-TONIGHT-REVERSAL-COUNT
                   CONTINUE
               WHEN WS-TNR-ACCOUNT-NUMBER (TONIGHT-REVERSAL-IDX)
                           = TR-ACCOUNT-NUMBER
                       AND WS-TNR-ORIGINAL-DATE (TONIGHT-REVERSAL-IDX)
                           = TR-ORIGINAL-DATE
                       AND WS-TNR-ORIGINAL-TYPE (TONIGHT-REVERSAL-IDX)
           END-READ.

       JUDGE-ONE-HISTORY-RECORD.
           IF HL-ACCOUNT-NUMBER = TR-ACCOUNT-NUMBER
                   AND HL-BUSINESS-DATE = TR-ORIGINAL-DATE
                   AND HL-TRANSACTION-TYPE = TR-ORIGINAL-TYPE
                   AND HL-SIGNED-AMOUNT = WS-REVERSAL-ORIGINAL-SIGNED
           END-IF

           IF HL-TRANSACTION-TYPE = 'R'
                   AND HL-ACCOUNT-NUMBER = TR-ACCOUNT-NUMBER
                   AND HL-ORIGINAL-DATE = TR-ORIGINAL-DATE
                   AND HL-ORIGINAL-TYPE = TR-ORIGINAL-TYPE
               MOVE 'Y' TO WS-REVERSAL-DUP-FLAG
      * and any fee it triggers.
           MOVE TR-BRANCH-CODE TO WS-HISTORY-BRANCH-CODE

      * Record this sequence number as applied for the account
      * before doing any account processing, so a rerun of the same
      * input record is caught as a duplicate regardless of how the
      * account-level processing below turns out.
           IF TRANSFER-NOT-RELEASED
               PERFORM UPDATE-SEQUENCE-TRACKER
           END-IF

      * Transfers touch two account records and rewrite both
      * themselves; deposits and withdrawals share the single
      * rewrite below against the account read in VALIDATE-
      * TRANSACTION.
           IF TRANSFER-TRANSACTION
               PERFORM PROCESS-TRANSFER THRU EXIT-PROCESS-TRANSFER
               GO TO EXIT-PROCESS-VALID-TRANSACTION
           END-IF.

               PERFORM PROCESS-EXTERNAL-TRANSFER
           END-IF.

      * Handle Check Paid Transaction
           IF CHECK-PAID-TRANSACTION
               PERFORM PROCESS-CHECK-PAID
           END-IF.

      * Update account master file
           REWRITE ACCOUNT-RECORD
               INVALID KEY
           EXIT.

       UPDATE-SEQUENCE-TRACKER.
           MOVE TR-ACCOUNT-NUMBER  TO ST-ACCOUNT-NUMBER
           MOVE TR-SEQUENCE-NUMBER TO ST-LAST-SEQUENCE-NUMBER
           REWRITE SEQUENCE-TRACKING-RECORD
               INVALID KEY
           END-REWRITE.

       PROCESS-TRANSFER.
      * Debit the from-account first. Each side is read back by its
      * account number before it is rewritten, so the record going
      * back carries that account's own owner, product and limit
      * rather than whatever the other side left in the buffer.
           MOVE WS-XFER-FROM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           PERFORM READ-TRANSFER-ACCOUNT
           IF TRANSACTION-INVALID
               GO TO EXIT-PROCESS-TRANSFER
           END-IF
           MOVE WS-XFER-FROM-BALANCE     TO AM-ACCOUNT-BALANCE

      * VALIDATE-TRANSACTION proved the transfer itself fits the
      * from-account's funds; a certificate must also cover the
      * early-withdrawal penalty the transfer will cost it.
           MOVE TR-AMOUNT TO WS-PENALTY-BASE-AMOUNT
           PERFORM COMPUTE-EARLY-WITHDRAWAL-PENALTY THRU
               EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
           COMPUTE WS-AVAILABLE-FUNDS =
               AM-ACCOUNT-BALANCE + AM-OVERDRAFT-LIMIT
                   - WS-PENALTY-AMOUNT

           IF TR-AMOUNT > WS-AVAILABLE-FUNDS
               SET TRANSACTION-INVALID TO TRUE
               MOVE "VNSF" TO WS-EXCEPTION-REASON-CODE
               MOVE "INSUFFICIENT FUNDS FOR TRANSFER AND PENALTY"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION

               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "FAILED" TO RP-STATUS
               MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
               WRITE REPORT-RECORD
               PERFORM ACCUMULATE-REPORT-TOTALS

               ADD 1 TO WS-FAILED-TRANSACTIONS
               GO TO EXIT-PROCESS-TRANSFER
           END-IF

           MOVE AM-ACCOUNT-BALANCE       TO WS-AUDIT-BEFORE-BALANCE
           MOVE TR-TRANSACTION-TYPE      TO WS-AUDIT-TRANSACTION-TYPE
           MOVE WS-XFER-TO-ACCOUNT-NUMBER
             TO WS-HISTORY-COUNTERPARTY-ID
           SUBTRACT TR-AMOUNT FROM AM-ACCOUNT-BALANCE
           PERFORM WRITE-AUDIT-ENTRY

      * A transfer that draws the from-account negative earns the same
      * overdraft fee a withdrawal would; the fee posts against the
      * same record before it is rewritten below.
           IF AM-ACCOUNT-BALANCE < ZERO AND PRODUCT-CHECKING
               PERFORM ASSESS-OVERDRAFT-FEE
           END-IF

      * A transfer out of a certificate before maturity forfeits the
      * early-withdrawal penalty the same way a withdrawal does.
           PERFORM POST-EARLY-WITHDRAWAL-PENALTY THRU
               EXIT-POST-EARLY-WITHDRAWAL-PENALTY

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
           END-REWRITE

      * Credit the to-account.
           MOVE WS-XFER-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           PERFORM READ-TRANSFER-ACCOUNT
           IF TRANSACTION-INVALID
               GO TO EXIT-PROCESS-TRANSFER
           END-IF
           MOVE WS-XFER-TO-BALANCE     TO AM-ACCOUNT-BALANCE
           MOVE AM-ACCOUNT-BALANCE     TO WS-AUDIT-BEFORE-BALANCE
           MOVE TR-TRANSACTION-TYPE    TO WS-AUDIT-TRANSACTION-TYPE
           MOVE WS-XFER-FROM-ACCOUNT-NUMBER
             TO WS-HISTORY-COUNTERPARTY-ID
           ADD TR-AMOUNT TO AM-ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
      * as a withdrawal and the to-account leg as a deposit, the same
      * way a two-step manual transfer would have been logged before.
           SET DETAIL-LINE                TO TRUE
           MOVE WS-XFER-FROM-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           MOVE 'W'                      TO RP-TRANSACTION-TYPE
           MOVE TR-AMOUNT                TO RP-AMOUNT
           MOVE "SUCCESS"                TO RP-STATUS
           PERFORM ACCUMULATE-REPORT-TOTALS

           SET DETAIL-LINE                TO TRUE
           MOVE WS-XFER-TO-ACCOUNT-NUMBER   TO RP-ACCOUNT-NUMBER
           MOVE 'D'                      TO RP-TRANSACTION-TYPE
           MOVE TR-AMOUNT                TO RP-AMOUNT
           MOVE "SUCCESS"                TO RP-STATUS

           ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS.

       EXIT-PROCESS-TRANSFER.
           EXIT.

       READ-TRANSFER-ACCOUNT.
      * Both sides were proven on file by VALIDATE-TRANSACTION and
      * nothing has posted to either since, so a miss here means the
      * master itself is damaged. The transfer is failed and
      * PROCESS-TRANSFER leaves without rewriting anything further.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET TRANSACTION-INVALID TO TRUE
                   ADD 1 TO WS-FAILED-TRANSACTIONS
                   MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
                   MOVE "TRANSFER ACCOUNT REREAD FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-TRANSACTION-EXCEPTION
           END-READ.

       PROCESS-DEPOSIT.
      * Add deposit amount to account balance
           MOVE AM-ACCOUNT-BALANCE   TO WS-AUDIT-BEFORE-BALANCE

      * Log successful deposit to report
           SET DETAIL-LINE TO TRUE
           MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
           MOVE TR-AMOUNT TO RP-AMOUNT
           MOVE "SUCCESS" TO RP-STATUS
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS

      * A deposit to a charged-off account is a recovery of the loss.
           IF ACCOUNT-CHARGED-OFF
               PERFORM APPLY-CHARGE-OFF-RECOVERY THRU
                   EXIT-APPLY-CHARGE-OFF-RECOVERY
           END-IF

           ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS.

       PROCESS-WITHDRAWAL.
      * A withdrawal may take the balance negative, down to the
      * account's approved overdraft cushion, before it is rejected.
      * An early-withdrawal penalty owed on a certificate has to fit
      * inside the same funds as the withdrawal itself.
           MOVE TR-AMOUNT TO WS-PENALTY-BASE-AMOUNT
           PERFORM COMPUTE-EARLY-WITHDRAWAL-PENALTY THRU
               EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
           COMPUTE WS-AVAILABLE-FUNDS =
               AM-ACCOUNT-BALANCE + AM-OVERDRAFT-LIMIT
                   - WS-PENALTY-AMOUNT

           IF TR-AMOUNT > WS-AVAILABLE-FUNDS
               MOVE "VNSF" TO WS-EXCEPTION-REASON-CODE

      * Log failed withdrawal
               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "FAILED" TO RP-STATUS

      * Log successful withdrawal
               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "SUCCESS" TO RP-STATUS
               WRITE REPORT-RECORD
               PERFORM ACCUMULATE-REPORT-TOTALS

               IF AM-ACCOUNT-BALANCE < ZERO AND PRODUCT-CHECKING
                   PERFORM ASSESS-OVERDRAFT-FEE
               END-IF

               PERFORM POST-EARLY-WITHDRAWAL-PENALTY THRU
                   EXIT-POST-EARLY-WITHDRAWAL-PENALTY

               ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
           END-IF.

       PROCESS-REVERSAL.
      * Back out the original posting by moving the balance the
      * opposite way, through the same audit and history path as any
      * other balance change. A reversal of a deposit or of an
      * interest credit may drive the balance negative - the
      * correction must post regardless, and it earns no overdraft
      * fee, since the bank's own error is not the customer's
      * overdraft.
           MOVE AM-ACCOUNT-BALANCE  TO WS-AUDIT-BEFORE-BALANCE
           MOVE TR-TRANSACTION-TYPE TO WS-AUDIT-TRANSACTION-TYPE
           MOVE TR-ORIGINAL-DATE    TO WS-HISTORY-ORIGINAL-DATE
           MOVE TR-ORIGINAL-TYPE    TO WS-HISTORY-ORIGINAL-TYPE

           IF TR-ORIGINAL-TYPE = 'D' OR TR-ORIGINAL-TYPE = 'I'
               SUBTRACT TR-AMOUNT FROM AM-ACCOUNT-BALANCE
           ELSE
               ADD TR-AMOUNT TO AM-ACCOUNT-BALANCE

      * Log the reversal to the daily report with its direction in
      * the line type - 'R' credits the account (original was a
      * withdrawal), 'Q' debits it (original was a deposit or an
      * interest credit) - so the reconciliation can net it without
      * re-reading the original.
           SET DETAIL-LINE TO TRUE
           MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           IF TR-ORIGINAL-TYPE = 'D' OR TR-ORIGINAL-TYPE = 'I'
               MOVE 'Q' TO RP-TRANSACTION-TYPE
           ELSE
               MOVE 'R' TO RP-TRANSACTION-TYPE
      * reversal of it later in this run is caught at validation.
           ADD 1 TO WS-TONIGHT-REVERSAL-COUNT
           SET TONIGHT-REVERSAL-IDX TO WS-TONIGHT-REVERSAL-COUNT
           MOVE TR-ACCOUNT-NUMBER
             TO WS-TNR-ACCOUNT-NUMBER (TONIGHT-REVERSAL-IDX)
           MOVE TR-ORIGINAL-DATE
             TO WS-TNR-ORIGINAL-DATE (TONIGHT-REVERSAL-IDX)
           MOVE TR-ORIGINAL-TYPE
           ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS.

       PROCESS-EXTERNAL-TRANSFER.
      * The payee's routing number and account are screened against
      * the compliance watch list before anything posts; a possible
      * match is parked for review with the debit account on hold,
      * and no SETTLEOUT leg is written. A transfer compliance has
      * already cleared is not screened a second time.
           SET SCREEN-CLEAR TO TRUE
           IF TRANSFER-NOT-RELEASED
               MOVE TR-ROUTING-NUMBER   TO WS-SCREEN-ROUTING-NUMBER
               MOVE TR-EXTERNAL-ACCOUNT TO WS-SCREEN-EXTERNAL-ACCOUNT
               PERFORM SCREEN-BANK-REFERENCE THRU
                   EXIT-SCREEN-BANK-REFERENCE
           END-IF

           IF SCREEN-HIT
               PERFORM PARK-EXTERNAL-TRANSFER
           ELSE
               PERFORM POST-EXTERNAL-TRANSFER
           END-IF.

       POST-EXTERNAL-TRANSFER.
      * The debit leg posts and audits exactly like a withdrawal,
      * against the same available-funds cushion; the credit leg has
      * no account on file and accumulates into the dated outbound
      * settlement interface instead.
           MOVE TR-AMOUNT TO WS-PENALTY-BASE-AMOUNT
           PERFORM COMPUTE-EARLY-WITHDRAWAL-PENALTY THRU
               EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
           COMPUTE WS-AVAILABLE-FUNDS =
               AM-ACCOUNT-BALANCE + AM-OVERDRAFT-LIMIT
                   - WS-PENALTY-AMOUNT

           IF TR-AMOUNT > WS-AVAILABLE-FUNDS
               MOVE "VNSF" TO WS-EXCEPTION-REASON-CODE
               PERFORM LOG-TRANSACTION-EXCEPTION

               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "FAILED" TO RP-STATUS
               PERFORM WRITE-AUDIT-ENTRY

               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "SUCCESS" TO RP-STATUS

               PERFORM WRITE-SETTLEMENT-CREDIT-LEG

               IF AM-ACCOUNT-BALANCE < ZERO AND PRODUCT-CHECKING
                   PERFORM ASSESS-OVERDRAFT-FEE
               END-IF

               PERFORM POST-EARLY-WITHDRAWAL-PENALTY THRU
                   EXIT-POST-EARLY-WITHDRAWAL-PENALTY

               ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
           END-IF.

       PARK-EXTERNAL-TRANSFER.
      * The transfer is kept exactly as it arrived for compliance to
      * clear or confirm. The debit account is suspended under a
      * screening hold; the common REWRITE in PROCESS-VALID-
      * TRANSACTION saves the status change.
           MOVE 'X'                   TO RV-SOURCE
           MOVE TR-ACCOUNT-NUMBER     TO RV-SUBJECT-ID
           MOVE TR-SEQUENCE-NUMBER    TO RV-REFERENCE
           SET REVIEW-PENDING TO TRUE
           MOVE WS-BUSINESS-DATE      TO RV-QUEUED-DATE
           MOVE ZERO                  TO RV-DECIDED-DATE
           MOVE SPACES                TO RV-DECIDED-BY
           MOVE ZERO                  TO RV-RELEASED-DATE
           MOVE WS-SCREEN-HIT-ENTRY-ID  TO RV-HIT-ENTRY-ID
           MOVE WS-SCREEN-HIT-FIELD     TO RV-HIT-FIELD
           MOVE WS-SCREEN-MATCHED-VALUE TO RV-MATCHED-VALUE
           MOVE 1                     TO RV-HOLDS-PLACED
           MOVE TRANSACTION-RECORD    TO RV-REQUEST-IMAGE
           WRITE SCREENING-REVIEW-RECORD
               INVALID KEY
                   MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING REVIEW WRITE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-TRANSACTION-EXCEPTION
           END-WRITE

           SET ACCOUNT-SUSPENDED TO TRUE
           PERFORM PLACE-TRANSFER-SCREENING-HOLD

           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "VSCR" TO WS-EXCEPTION-REASON-CODE
           MOVE "POSSIBLE WATCH-LIST MATCH - PARKED FOR REVIEW"
             TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-TRANSACTION-EXCEPTION

           SET DETAIL-LINE TO TRUE
           MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
           MOVE TR-AMOUNT TO RP-AMOUNT
           MOVE "REVIEW" TO RP-STATUS
           MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS

           ADD 1 TO WS-FAILED-TRANSACTIONS
           ADD 1 TO WS-TRANSFERS-PARKED.

       PLACE-TRANSFER-SCREENING-HOLD.
      * HOLDS is opened only for the moment it takes to record the
      * hold, since PROCESS-INBOUND-ACH opens it INPUT later in the
      * run. A HOLDS file not yet created is created here.
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "35"
               CLOSE HOLDS-FILE
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF

           IF WS-HOLDS-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING HOLDS FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE TR-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           SET HOLD-ACTIVE TO TRUE
           SET HOLD-FOR-SCREENING TO TRUE
           MOVE WS-BUSINESS-DATE TO HD-PLACED-DATE
           MOVE ZERO TO HD-RELEASED-DATE
           REWRITE HOLDS-RECORD
               INVALID KEY
                   WRITE HOLDS-RECORD
           END-REWRITE

           CLOSE HOLDS-FILE.

       PROCESS-CHECK-PAID.
      * A check is paid exactly like a withdrawal, against the same
      * available-funds cushion; one that would overdraw past it is
      * refused and goes back to the presenting bank unpaid.
           COMPUTE WS-AVAILABLE-FUNDS =
               AM-ACCOUNT-BALANCE + AM-OVERDRAFT-LIMIT

           IF TR-AMOUNT > WS-AVAILABLE-FUNDS
               MOVE "VNSF" TO WS-EXCEPTION-REASON-CODE
               MOVE "INSUFFICIENT FUNDS FOR CHECK - RETURNED"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-TRANSACTION-EXCEPTION
               MOVE "NF" TO WS-CHECK-RETURN-REASON
               PERFORM RETURN-UNPAID-CHECK

               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "FAILED" TO RP-STATUS
               MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
               WRITE REPORT-RECORD
               PERFORM ACCUMULATE-REPORT-TOTALS

               ADD 1 TO WS-FAILED-TRANSACTIONS
           ELSE
               MOVE AM-ACCOUNT-BALANCE  TO WS-AUDIT-BEFORE-BALANCE
               MOVE TR-TRANSACTION-TYPE TO WS-AUDIT-TRANSACTION-TYPE
      * The check number rides in the counterparty column of the
      * history record so the statement can list paid checks by
      * number.
               MOVE TR-CHECK-NUMBER     TO WS-HISTORY-COUNTERPARTY-ID
               SUBTRACT TR-AMOUNT FROM AM-ACCOUNT-BALANCE
               PERFORM WRITE-AUDIT-ENTRY

               SET DETAIL-LINE TO TRUE
               MOVE TR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
               MOVE TR-TRANSACTION-TYPE TO RP-TRANSACTION-TYPE
               MOVE TR-AMOUNT TO RP-AMOUNT
               MOVE "SUCCESS" TO RP-STATUS
               MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
               WRITE REPORT-RECORD
               PERFORM ACCUMULATE-REPORT-TOTALS

               IF AM-ACCOUNT-BALANCE < ZERO AND PRODUCT-CHECKING
                   PERFORM ASSESS-OVERDRAFT-FEE
               END-IF

               ADD 1 TO WS-SUCCESSFUL-TRANSACTIONS
           END-IF.

       RETURN-UNPAID-CHECK.
      * The caller sets WS-CHECK-RETURN-REASON; the refusal itself
      * has already been logged to EXCPLOG.
           MOVE WS-BUSINESS-DATE       TO CO-BUSINESS-DATE
           MOVE TR-ACCOUNT-NUMBER      TO CO-ACCOUNT-NUMBER
           MOVE TR-CHECK-NUMBER        TO CO-CHECK-NUMBER
           MOVE TR-AMOUNT              TO CO-AMOUNT
           MOVE TR-SEQUENCE-NUMBER     TO CO-SEQUENCE-NUMBER
           MOVE TR-BRANCH-CODE         TO CO-BRANCH-CODE
           MOVE WS-CHECK-RETURN-REASON TO CO-RETURN-REASON
           WRITE CHECK-RETURN-RECORD
           ADD 1 TO WS-CHECKS-RETURNED.

       WRITE-SETTLEMENT-CREDIT-LEG.
           MOVE SPACES TO SETTLEMENT-RECORD
           SET SETTLEMENT-LINE TO TRUE
           MOVE WS-BUSINESS-DATE    TO SE-BUSINESS-DATE
           MOVE TR-ROUTING-NUMBER   TO SE-ROUTING-NUMBER
           MOVE TR-EXTERNAL-ACCOUNT TO SE-EXTERNAL-ACCOUNT
           MOVE TR-ACCOUNT-NUMBER   TO SE-ACCOUNT-NUMBER
           MOVE TR-AMOUNT           TO SE-AMOUNT
           WRITE SETTLEMENT-RECORD

      * A returned item is re-credited by head office, not a teller
      * drawer, so it settles under the house code.
           MOVE "99" TO WS-HISTORY-BRANCH-CODE
           MOVE XR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-RETURNS-REJECTED
                   MOVE "XRID" TO WS-EXCEPTION-REASON-CODE
                   MOVE XR-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE EXTERNAL-RETURN-RECORD
                     TO WS-EXCEPTION-RECORD-IMAGE
                   MOVE "RETURNED ITEM FOR UNKNOWN ACCOUNT"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-APPLY-ONE-EXTERNAL-RETURN
           IF ACCOUNT-CLOSED
               ADD 1 TO WS-RETURNS-REJECTED
               MOVE "XRCL" TO WS-EXCEPTION-REASON-CODE
               MOVE XR-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE EXTERNAL-RETURN-RECORD
                 TO WS-EXCEPTION-RECORD-IMAGE
               MOVE "RETURNED ITEM FOR CLOSED ACCOUNT"
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
                   MOVE XR-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "RETURN CREDIT UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           PERFORM WRITE-AUDIT-ENTRY

           SET DETAIL-LINE TO TRUE
           MOVE XR-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           MOVE 'E'            TO RP-TRANSACTION-TYPE
           MOVE XR-AMOUNT      TO RP-AMOUNT
           MOVE "SUCCESS"      TO RP-STATUS
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS

      * An item returned to a charged-off account is a recovery of
      * the loss, taken off the balance just re-credited above.
           IF ACCOUNT-CHARGED-OFF
               PERFORM APPLY-CHARGE-OFF-RECOVERY THRU
                   EXIT-APPLY-CHARGE-OFF-RECOVERY
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
                       MOVE XR-ACCOUNT-NUMBER
                         TO WS-EXCEPTION-CUSTOMER-ID
                       MOVE "RETURN RECOVERY UPDATE FAILED"
                         TO WS-EXCEPTION-MESSAGE
                       PERFORM WRITE-EXCEPTION-ENTRY
               END-REWRITE
           END-IF

           ADD 1 TO WS-RETURNS-POSTED.

       EXIT-APPLY-ONE-EXTERNAL-RETURN.
           EXIT.

       PROCESS-INBOUND-ACH.
      * Inbound ACH credits and debits post through the same audit
      * and history path as any other balance change; an entry that
      * cannot post goes back to the originator on ACHRETOUT with
      * its network return reason. Every batch was already proven
      * against its trailer by VERIFY-ACH-BATCH-TOTALS.
           OPEN INPUT ACH-INBOUND-FILE
           IF WS-ACH-INBOUND-STATUS = "35"
               GO TO EXIT-PROCESS-INBOUND-ACH
           END-IF

           IF WS-ACH-INBOUND-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING INBOUND ACH FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

      * An account under an active hold is frozen to ACH in both
      * directions. A HOLDS file not yet created by the holds
      * maintenance run simply means no account has ever been held.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "35"
               CLOSE HOLDS-FILE
           ELSE
               IF WS-HOLDS-FILE-STATUS NOT = "00"
                   MOVE 'F' TO WS-EXCEPTION-SEVERITY
                   MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ERROR OPENING HOLDS FILE"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   PERFORM ABNORMAL-TERMINATION
               END-IF
               SET ACH-HOLDS-ON-FILE TO TRUE
           END-IF

           OPEN EXTEND ACH-ARCHIVE-FILE
           IF WS-ACH-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ACH-ARCHIVE-FILE
               CLOSE ACH-ARCHIVE-FILE
               OPEN EXTEND ACH-ARCHIVE-FILE
           END-IF

           OPEN EXTEND ACH-RETURN-FILE
           IF WS-ACH-RETURN-STATUS = "35"
               OPEN OUTPUT ACH-RETURN-FILE
               CLOSE ACH-RETURN-FILE
               OPEN EXTEND ACH-RETURN-FILE
           END-IF

           PERFORM POST-ONE-ACH-RECORD
               UNTIL ACH-END-OF-FILE

      * Consuming the input is the duplicate protection, the same as
      * for EXTRETIN: a re-run finds ACHIN empty.
           CLOSE ACH-INBOUND-FILE
           OPEN OUTPUT ACH-INBOUND-FILE
           CLOSE ACH-INBOUND-FILE
           CLOSE ACH-ARCHIVE-FILE
           CLOSE ACH-RETURN-FILE
           IF ACH-HOLDS-ON-FILE
               CLOSE HOLDS-FILE
           END-IF.

       EXIT-PROCESS-INBOUND-ACH.
           EXIT.

       POST-ONE-ACH-RECORD.
           READ ACH-INBOUND-FILE
               AT END
                   SET ACH-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WS-BUSINESS-DATE TO AX-ARCHIVE-DATE
                   MOVE ACH-INBOUND-RECORD TO AX-RECORD-IMAGE
                   WRITE ACH-ARCHIVE-RECORD
                   IF ACH-BATCH-HEADER
                       MOVE AH-ORIGINATOR-ROUTING
                         TO WS-ACH-ORIGINATOR-ROUTING
                   END-IF
                   IF ACH-ENTRY-DETAIL
                       PERFORM APPLY-ONE-ACH-ENTRY THRU
                           EXIT-APPLY-ONE-ACH-ENTRY
                   END-IF
           END-READ.

       APPLY-ONE-ACH-ENTRY.
      * ACH activity arrives from the network, not a teller drawer,
      * so it settles under the house code.
           MOVE "99" TO WS-HISTORY-BRANCH-CODE
           MOVE AI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "R03" TO WS-ACH-RETURN-REASON
                   MOVE "ARID" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACH ENTRY FOR UNKNOWN ACCOUNT"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM RETURN-ONE-ACH-ENTRY
                   GO TO EXIT-APPLY-ONE-ACH-ENTRY
           END-READ

           IF ACCOUNT-CLOSED
               MOVE "R02" TO WS-ACH-RETURN-REASON
               MOVE "ARCL" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACH ENTRY FOR CLOSED ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM RETURN-ONE-ACH-ENTRY
               GO TO EXIT-APPLY-ONE-ACH-ENTRY
           END-IF

      * A charged-off account can take a credit as a recovery of
      * its loss, but never another debit.
           IF ACCOUNT-CHARGED-OFF AND ACH-DEBIT-ENTRY
               MOVE "R16" TO WS-ACH-RETURN-REASON
               MOVE "ARCO" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACH DEBIT FOR CHARGED-OFF ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM RETURN-ONE-ACH-ENTRY
               GO TO EXIT-APPLY-ONE-ACH-ENTRY
           END-IF

           IF ACCOUNT-DORMANT
               MOVE "R16" TO WS-ACH-RETURN-REASON
               MOVE "ARDO" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACH ENTRY FOR DORMANT ACCOUNT"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM RETURN-ONE-ACH-ENTRY
               GO TO EXIT-APPLY-ONE-ACH-ENTRY
           END-IF

           IF ACH-HOLDS-ON-FILE
               MOVE AI-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               READ HOLDS-FILE
                   INVALID KEY
                       MOVE 'R' TO HD-HOLD-STATUS
               END-READ
               IF HOLD-ACTIVE
                   MOVE "R16" TO WS-ACH-RETURN-REASON
                   MOVE "ARHD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACH ENTRY FOR ACCOUNT UNDER ACTIVE HOLD"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM RETURN-ONE-ACH-ENTRY
                   GO TO EXIT-APPLY-ONE-ACH-ENTRY
               END-IF
           END-IF

           IF NOT ACCOUNT-ACTIVE AND NOT ACCOUNT-CHARGED-OFF
               MOVE "R16" TO WS-ACH-RETURN-REASON
               MOVE "ARNA" TO WS-EXCEPTION-REASON-CODE
               MOVE "ACH ENTRY FOR ACCOUNT NOT ACTIVE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM RETURN-ONE-ACH-ENTRY
               GO TO EXIT-APPLY-ONE-ACH-ENTRY
           END-IF

      * A debit may draw the balance down to the approved overdraft
      * cushion, the same as a withdrawal, before it is returned,
      * with room left for any early-withdrawal penalty it triggers.
           IF ACH-DEBIT-ENTRY
               MOVE AI-AMOUNT TO WS-PENALTY-BASE-AMOUNT
               PERFORM COMPUTE-EARLY-WITHDRAWAL-PENALTY THRU
                   EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
               COMPUTE WS-AVAILABLE-FUNDS =
                   AM-ACCOUNT-BALANCE + AM-OVERDRAFT-LIMIT
                       - WS-PENALTY-AMOUNT
               IF AI-AMOUNT > WS-AVAILABLE-FUNDS
                   MOVE "R01" TO WS-ACH-RETURN-REASON
                   MOVE "ARNS" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ACH DEBIT RETURNED FOR INSUFFICIENT FUNDS"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM RETURN-ONE-ACH-ENTRY
                   GO TO EXIT-APPLY-ONE-ACH-ENTRY
               END-IF
           END-IF

      * The originator's routing number rides in the counterparty
      * column of the history record so the statement line says
      * where the money came from or went.
           MOVE AM-ACCOUNT-BALANCE        TO WS-AUDIT-BEFORE-BALANCE
           MOVE WS-ACH-ORIGINATOR-ROUTING TO WS-HISTORY-COUNTERPARTY-ID
           SET DETAIL-LINE TO TRUE
           MOVE AI-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           MOVE AI-AMOUNT         TO RP-AMOUNT
           MOVE "SUCCESS"         TO RP-STATUS
           MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
           IF ACH-CREDIT-ENTRY
               MOVE 'A' TO WS-AUDIT-TRANSACTION-TYPE
               MOVE 'A' TO RP-TRANSACTION-TYPE
               ADD AI-AMOUNT TO AM-ACCOUNT-BALANCE
           ELSE
               MOVE 'B' TO WS-AUDIT-TRANSACTION-TYPE
               MOVE 'B' TO RP-TRANSACTION-TYPE
               SUBTRACT AI-AMOUNT FROM AM-ACCOUNT-BALANCE
           END-IF
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS
           PERFORM WRITE-AUDIT-ENTRY

      * A debit that draws a checking account negative earns the
      * same overdraft fee a withdrawal would, posted against the
      * same record before it is rewritten below.
           IF ACH-DEBIT-ENTRY
                   AND AM-ACCOUNT-BALANCE < ZERO AND PRODUCT-CHECKING
               PERFORM ASSESS-OVERDRAFT-FEE
           END-IF

           IF ACH-DEBIT-ENTRY
               PERFORM POST-EARLY-WITHDRAWAL-PENALTY THRU
                   EXIT-POST-EARLY-WITHDRAWAL-PENALTY
           END-IF

           IF ACH-CREDIT-ENTRY AND ACCOUNT-CHARGED-OFF
               PERFORM APPLY-CHARGE-OFF-RECOVERY THRU
                   EXIT-APPLY-CHARGE-OFF-RECOVERY
           END-IF

           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
                   MOVE AI-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "ACH ENTRY UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
           END-REWRITE

           ADD 1 TO WS-ACH-ENTRIES-POSTED.

       EXIT-APPLY-ONE-ACH-ENTRY.
           EXIT.

       RETURN-ONE-ACH-ENTRY.
      * The caller sets the network return reason and the exception
      * reason code and message; the entry goes back to the
      * originator and the refusal is logged for operations.
           MOVE WS-BUSINESS-DATE          TO AO-BUSINESS-DATE
           MOVE AI-BATCH-NUMBER           TO AO-BATCH-NUMBER
           MOVE AI-TRACE-NUMBER           TO AO-TRACE-NUMBER
           MOVE WS-ACH-ORIGINATOR-ROUTING TO AO-ORIGINATOR-ROUTING
           MOVE AI-ACCOUNT-NUMBER         TO AO-ACCOUNT-NUMBER
           MOVE AI-ENTRY-CODE             TO AO-ENTRY-CODE
           MOVE AI-AMOUNT                 TO AO-AMOUNT
           MOVE WS-ACH-RETURN-REASON      TO AO-RETURN-REASON
           WRITE ACH-RETURN-RECORD

           MOVE AI-ACCOUNT-NUMBER  TO WS-EXCEPTION-CUSTOMER-ID
           MOVE ACH-INBOUND-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           ADD 1 TO WS-ACH-ENTRIES-RETURNED.

       PROCESS-CLEARED-TRANSFERS.
      * Outbound transfers parked on a possible watch-list match that
      * compliance has since cleared post tonight exactly as they
      * arrived, through the same validation and posting path as
      * TRANSIN, and are marked released so they never post twice.
      * One that fails validation tonight (the account closed or
      * short of funds since) is logged and reported like any other.
           MOVE LOW-VALUES TO RV-REVIEW-KEY
           MOVE 'X' TO RV-SOURCE
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-PROCESS-CLEARED-TRANSFERS
           END-START

           MOVE 'N' TO WS-REVIEW-SCAN-FLAG
           PERFORM RELEASE-ONE-CLEARED-TRANSFER
               UNTIL REVIEW-SCAN-DONE.

       EXIT-PROCESS-CLEARED-TRANSFERS.
           EXIT.

       RELEASE-ONE-CLEARED-TRANSFER.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEW-SCAN-DONE TO TRUE
           END-READ

           IF NOT REVIEW-SCAN-DONE AND NOT REVIEW-EXTERNAL-TRANSFER
               SET REVIEW-SCAN-DONE TO TRUE
           END-IF

           IF NOT REVIEW-SCAN-DONE AND REVIEW-CLEARED
               PERFORM POST-CLEARED-TRANSFER
           END-IF.

       POST-CLEARED-TRANSFER.
           MOVE RV-REQUEST-IMAGE TO TRANSACTION-RECORD
           ADD 1 TO WS-TOTAL-TRANSACTIONS
           ADD 1 TO WS-TRANSFERS-RELEASED
           SET TRANSFER-RELEASED-FROM-REVIEW TO TRUE

           PERFORM VALIDATE-TRANSACTION

           IF TRANSACTION-VALID
               PERFORM PROCESS-VALID-TRANSACTION THRU
                   EXIT-PROCESS-VALID-TRANSACTION
           ELSE
               PERFORM PROCESS-INVALID-TRANSACTION
           END-IF

           SET TRANSFER-NOT-RELEASED TO TRUE
           SET REVIEW-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO RV-RELEASED-DATE
           REWRITE SCREENING-REVIEW-RECORD
               INVALID KEY
                   MOVE "UPDT" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING REVIEW RELEASE UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-TRANSACTION-EXCEPTION
           END-REWRITE.

       ASSESS-OVERDRAFT-FEE.
      * A withdrawal that drove a checking account negative earns a
      * flat overdraft fee, posted and audited the same as any other
      * balance change and reported as its own 'F' line. Savings
      * carries no overdraft cushion and is never charged the fee.
      * The fee is charged to the account in the record buffer, so
      * it serves inbound ACH debits as well as TRANSIN postings.
           MOVE AM-ACCOUNT-BALANCE  TO WS-AUDIT-BEFORE-BALANCE
           MOVE 'F'                 TO WS-AUDIT-TRANSACTION-TYPE
           SUBTRACT WS-OVERDRAFT-FEE-AMOUNT FROM AM-ACCOUNT-BALANCE
           PERFORM WRITE-AUDIT-ENTRY

           SET DETAIL-LINE              TO TRUE
           MOVE AM-ACCOUNT-NUMBER      TO RP-ACCOUNT-NUMBER
           MOVE 'F'                    TO RP-TRANSACTION-TYPE
           MOVE WS-OVERDRAFT-FEE-AMOUNT TO RP-AMOUNT
           MOVE "SUCCESS"              TO RP-STATUS
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS.

       COMPUTE-EARLY-WITHDRAWAL-PENALTY.
      * Money taken out of a certificate before its maturity date
      * forfeits CT-PENALTY-DAYS of interest at the locked rate on
      * the amount taken, which the caller sets in WS-PENALTY-BASE
      * -AMOUNT. The penalty is worked out here, before the debit,
      * so the caller can hold the withdrawal and its penalty
      * together against the available funds; WS-PENALTY-AMOUNT is
      * left at zero for anything that owes none.
           MOVE ZERO TO WS-PENALTY-AMOUNT

           IF NOT PRODUCT-CERTIFICATE OR NOT CERTIFICATES-ON-FILE
               GO TO EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
           END-IF

           MOVE AM-ACCOUNT-NUMBER TO CT-ACCOUNT-NUMBER
           READ CERTIFICATE-MASTER-FILE
               INVALID KEY
                   MOVE "VNCT" TO WS-EXCEPTION-REASON-CODE
                   MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "NO CERTIFICATE TERMS - PENALTY NOT ASSESSED"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   GO TO EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
           END-READ

           IF NOT CERTIFICATE-IN-TERM
                   OR WS-BUSINESS-DATE NOT < CT-MATURITY-DATE
               GO TO EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY
           END-IF

           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               WS-PENALTY-BASE-AMOUNT * CT-LOCKED-RATE
                   * CT-PENALTY-DAYS / WS-PENALTY-DAYS-PER-YEAR.

       EXIT-COMPUTE-EARLY-WITHDRAWAL-PENALTY.
           EXIT.

       POST-EARLY-WITHDRAWAL-PENALTY.
      * The penalty COMPUTE-EARLY-WITHDRAWAL-PENALTY worked out
      * before the debit posts in full against the account in the
      * record buffer, audited and reported as its own 'P' line.
           IF WS-PENALTY-AMOUNT NOT > ZERO
               GO TO EXIT-POST-EARLY-WITHDRAWAL-PENALTY
           END-IF

           MOVE AM-ACCOUNT-BALANCE  TO WS-AUDIT-BEFORE-BALANCE
           MOVE 'P'                 TO WS-AUDIT-TRANSACTION-TYPE
           SUBTRACT WS-PENALTY-AMOUNT FROM AM-ACCOUNT-BALANCE
           PERFORM WRITE-AUDIT-ENTRY

           SET DETAIL-LINE              TO TRUE
           MOVE AM-ACCOUNT-NUMBER      TO RP-ACCOUNT-NUMBER
           MOVE 'P'                    TO RP-TRANSACTION-TYPE
           MOVE WS-PENALTY-AMOUNT      TO RP-AMOUNT
           MOVE "SUCCESS"              TO RP-STATUS
           MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS.

       EXIT-POST-EARLY-WITHDRAWAL-PENALTY.
           EXIT.

       APPLY-CHARGE-OFF-RECOVERY.
      * A credit that reaches a charged-off account is taken straight
      * back off the balance as a recovery of the written-off loss,
      * audited and reported as its own 'Y' line, so the account
      * stays at zero rather than reopening. No more than the loss
      * still unrecovered is taken; anything over that is left on
      * the balance as a refund due to the customer. The recovery
      * posts against the account in the record buffer, which the
      * caller rewrites.
           IF AM-ACCOUNT-BALANCE NOT > ZERO
                   OR AM-CHARGED-OFF-BALANCE = ZERO
               GO TO EXIT-APPLY-CHARGE-OFF-RECOVERY
           END-IF

           IF AM-ACCOUNT-BALANCE > AM-CHARGED-OFF-BALANCE
               MOVE AM-CHARGED-OFF-BALANCE TO WS-RECOVERY-AMOUNT
           ELSE
               MOVE AM-ACCOUNT-BALANCE TO WS-RECOVERY-AMOUNT
           END-IF

           MOVE AM-ACCOUNT-BALANCE  TO WS-AUDIT-BEFORE-BALANCE
           MOVE 'Y'                 TO WS-AUDIT-TRANSACTION-TYPE
           SUBTRACT WS-RECOVERY-AMOUNT FROM AM-ACCOUNT-BALANCE
           SUBTRACT WS-RECOVERY-AMOUNT FROM AM-CHARGED-OFF-BALANCE
           PERFORM WRITE-AUDIT-ENTRY

           SET DETAIL-LINE              TO TRUE
           MOVE AM-ACCOUNT-NUMBER      TO RP-ACCOUNT-NUMBER
           MOVE 'Y'                    TO RP-TRANSACTION-TYPE
           MOVE WS-RECOVERY-AMOUNT     TO RP-AMOUNT
           MOVE "SUCCESS"              TO RP-STATUS
           MOVE WS-HISTORY-BRANCH-CODE TO RP-BRANCH-CODE
           WRITE REPORT-RECORD
           PERFORM ACCUMULATE-REPORT-TOTALS

           IF AM-ACCOUNT-BALANCE > ZERO
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "VRCX" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "CREDIT EXCEEDS CHARGE-OFF - REFUND DUE TO CUSTOMER"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
           END-IF.

       EXIT-APPLY-CHARGE-OFF-RECOVERY.
           EXIT.

       ACCUMULATE-REPORT-TOTALS.
      * Feeds the per-type subtotal lines GENERATE-SUMMARY-REPORT
      * writes to DAILYREPORT at end of run. Both legs of a transfer
           IF RP-TRANSACTION-TYPE = 'E'
               ADD 1 TO WS-RETURN-COUNT
               ADD RP-AMOUNT TO WS-RETURN-AMOUNT
           END-IF
           IF RP-TRANSACTION-TYPE = 'A'
               ADD 1 TO WS-ACH-CREDIT-COUNT
               ADD RP-AMOUNT TO WS-ACH-CREDIT-AMOUNT
           END-IF
           IF RP-TRANSACTION-TYPE = 'B'
               ADD 1 TO WS-ACH-DEBIT-COUNT
               ADD RP-AMOUNT TO WS-ACH-DEBIT-AMOUNT
           END-IF
           IF RP-TRANSACTION-TYPE = 'C'
               ADD 1 TO WS-CHECK-COUNT
               ADD RP-AMOUNT TO WS-CHECK-AMOUNT
           END-IF
           IF RP-TRANSACTION-TYPE = 'P'
               ADD 1 TO WS-PENALTY-COUNT
               ADD RP-AMOUNT TO WS-PENALTY-TOTAL
           END-IF
           IF RP-TRANSACTION-TYPE = 'Y'
               ADD 1 TO WS-RECOVERY-COUNT
               ADD RP-AMOUNT TO WS-RECOVERY-TOTAL
           END-IF.

       WRITE-AUDIT-ENTRY.
      * Record the balance image immediately before and after this
      * update. AM-ACCOUNT-NUMBER and AM-ACCOUNT-BALANCE must already
      * hold the account and its balance AFTER the change; the caller
      * sets WS-AUDIT-BEFORE-BALANCE from the balance BEFORE it.
           MOVE AM-ACCOUNT-NUMBER        TO AU-ACCOUNT-NUMBER
           MOVE WS-AUDIT-BEFORE-BALANCE  TO AU-BEFORE-BALANCE
           MOVE AM-ACCOUNT-BALANCE       TO AU-AFTER-BALANCE
           MOVE WS-AUDIT-TRANSACTION-TYPE TO AU-TRANSACTION-TYPE
           PERFORM WRITE-HISTORY-ENTRY.

       WRITE-HISTORY-ENTRY.
           MOVE AM-ACCOUNT-NUMBER         TO TH-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE          TO TH-BUSINESS-DATE
           MOVE WS-AUDIT-TRANSACTION-TYPE TO TH-TRANSACTION-TYPE
           COMPUTE TH-SIGNED-AMOUNT =
           MOVE "VINV" TO WS-EXCEPTION-REASON-CODE
           MOVE "INVALID TRANSACTION DETECTED" TO WS-EXCEPTION-MESSAGE
           PERFORM LOG-TRANSACTION-EXCEPTION

      * A check refused for a reason the presenting bank can act on
      * goes back to it unpaid; a duplicate presentment caught by the
      * sequence check carries no return reason and is not returned
      * a second time.
           IF CHECK-PAID-TRANSACTION
                   AND WS-CHECK-RETURN-REASON NOT = SPACES
               PERFORM RETURN-UNPAID-CHECK
           END-IF

      * Increment failed transaction counter
           ADD 1 TO WS-FAILED-TRANSACTIONS.

       LOG-TRANSACTION-EXCEPTION.
      * Common exception wrapper for transaction-level failures:
      * every entry carries the account and the input record that
      * caused it. The caller sets the reason code and message.
           MOVE TR-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE TRANSACTION-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
