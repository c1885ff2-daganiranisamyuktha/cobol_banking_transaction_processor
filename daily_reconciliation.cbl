      *================================================================*
      * Daily Balance Reconciliation                                  *
      * Sums the day's recognized balance movement per account -      *
      * successful deposit/withdrawal activity off DAILY-REPORT-FILE, *
      * interest credits off INTERESTRPT, certificate payouts off     *
      * MATPOST, charge-offs off CHGOFFPOST, and account openings off *
      * MAINTJRNL - and compares it against the actual balance        *
      * movement on ACCOUNT-MASTER-FILE (ending balance less the      *
      * beginning-of-day snapshot taken before the day's batch ran),  *
      * flagging any account where the two do not tie out. Interest   *
      * and new-account activity are recognized movement, so only     *
      * genuine discrepancies reach the BREAK status.                 *
      *================================================================*

           COPY "svcchgrpt_select.cbl".

           COPY "matpost_select.cbl".

           COPY "chgpost_select.cbl".

           COPY "maintjrnl_select.cbl".

           COPY "acctmast_select.cbl".
      * tagged layout; RP-RECORD-TYPE distinguishes the transaction
      * detail lines this program totals from the print-image header/
      * column/subtotal/grand-total lines GENERATE-SUMMARY-REPORT adds,
      * which carry no account number and must be skipped here.
       FD  DAILY-REPORT-FILE.
       01  REPORT-RECORD.
           05  RP-RECORD-TYPE         PIC X(3).
           05  RP-REPORT-TEXT         PIC X(77).
       01  REPORT-DETAIL-RECORD REDEFINES REPORT-RECORD.
           05  FILLER                 PIC X(3).
           05  RP-ACCOUNT-NUMBER      PIC X(10).
           05  RP-TRANSACTION-TYPE    PIC X.
           05  RP-AMOUNT              PIC 9(7)V99.
           05  RP-STATUS              PIC X(10).
           05  RP-BRANCH-CODE         PIC X(2).
           05  FILLER                 PIC X(45).

      * Sort Work File - DAILY-REPORT-FILE ordered by account number
      * so every account's activity can be totalled with a control
      * break.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-RECORD-TYPE         PIC X(3).
           05  SW-REPORT-TEXT         PIC X(77).
       01  SORT-DETAIL-RECORD REDEFINES SORT-RECORD.
           05  FILLER                 PIC X(3).
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-TRANSACTION-TYPE    PIC X.
           05  SW-AMOUNT              PIC 9(7)V99.
           05  SW-STATUS              PIC X(10).
           05  SR-REPORT-TEXT         PIC X(77).
       01  SORTED-DETAIL-RECORD REDEFINES SORTED-RECORD.
           05  FILLER                 PIC X(3).
           05  SR-ACCOUNT-NUMBER      PIC X(10).
           05  SR-TRANSACTION-TYPE    PIC X.
           05  SR-AMOUNT              PIC 9(7)V99.
           05  SR-STATUS              PIC X(10).

       COPY "svcchgrpt_record.cbl".

       COPY "matpost_record.cbl".

       COPY "chgpost_record.cbl".

       COPY "maintjrnl_record.cbl".

       COPY "acctmast_record.cbl".
      * Reconciliation Report File Record Structure
       FD  RECONCILIATION-REPORT-FILE.
       01  RECONCILIATION-RECORD.
           05  RC-ACCOUNT-NUMBER      PIC X(10).
           05  RC-NET-MOVEMENT        PIC S9(9)V99.
           05  RC-BALANCE-DELTA       PIC S9(9)V99.
           05  RC-DIFFERENCE          PIC S9(9)V99.
           05  WS-REPORT-FILE-STATUS      PIC XX.
           05  WS-INTEREST-FILE-STATUS    PIC XX.
           05  WS-SVCCHG-FILE-STATUS      PIC XX.
           05  WS-MATPOST-FILE-STATUS     PIC XX.
           05  WS-CHGPOST-FILE-STATUS     PIC XX.
           05  WS-JOURNAL-FILE-STATUS     PIC XX.
           05  WS-SORTED-FILE-STATUS      PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-SVCCHG-PRESENT-FLAG     PIC X VALUE 'Y'.
               88  SVCCHG-PRESENT         VALUE 'Y'.

      * MATPOST does not exist until CERTIFICATE-MATURITY first runs.
           05  WS-MATPOST-PRESENT-FLAG    PIC X VALUE 'Y'.
               88  MATPOST-PRESENT        VALUE 'Y'.

      * CHGOFFPOST does not exist until OVERDRAFT-COLLECTIONS first
      * runs.
           05  WS-CHGPOST-PRESENT-FLAG    PIC X VALUE 'Y'.
               88  CHGPOST-PRESENT        VALUE 'Y'.

      * Control-Break Accumulators For The Account Currently Totalling.
       01  WS-CONTROL-BREAK-AREA.
           05  WS-BREAK-ACCOUNT-NUMBER    PIC X(10).
           05  WS-NET-MOVEMENT            PIC S9(9)V99 VALUE ZERO.
           05  WS-BEGINNING-BALANCE       PIC S9(10)V99 VALUE ZERO.

      * BALANCE-SNAPSHOT-FILE is opened INPUT only and is expected to
      * already exist from the BALANCE-SNAPSHOT run earlier in the
      * overnight job stream, so any error opening it belongs in this
      * list along with the others. INTEREST-REPORT-FILE,
      * SERVICE-CHARGE-REPORT-FILE, MATURITY-POSTING-FILE,
      * CHARGE-OFF-POSTING-FILE, and MAINTENANCE-JOURNAL-FILE are
      * not listed: any may be absent
      * on a given night (file status 35 is expected then, not an
      * error), and INITIALIZATION-ROUTINE handles those cases.
           USE AFTER STANDARD ERROR PROCEDURE ON
           PERFORM OPEN-EXCEPTION-LOG

      * Running before INTEREST-CALC has finished is exactly the
      * false-break storm the run control exists to prevent, and the
      * same goes for tonight's certificate payouts and charge-offs.
      * OVERDRAFT-COLLECTIONS runs behind CERTIFICATE-MATURITY, so
      * its completion covers the payouts as well.
           PERFORM OPEN-RUN-CONTROL-FILE
           MOVE "INTEREST-CALC" TO WS-RUN-PREDECESSOR-JOB
           MOVE "OVERDRAFT-COLLECTIONS" TO WS-RUN-PREDECESSOR-JOB-2
           PERFORM VERIFY-RUN-CONTROL

      * Open the day's recognized-movement inputs ahead of the sort.
               END-IF
           END-IF

           OPEN INPUT MATURITY-POSTING-FILE
           IF WS-MATPOST-FILE-STATUS = "35"
               MOVE 'N' TO WS-MATPOST-PRESENT-FLAG
           ELSE
               IF WS-MATPOST-FILE-STATUS NOT = "00"
                   MOVE 'F' TO WS-EXCEPTION-SEVERITY
                   MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ERROR OPENING MATURITY POSTING FILE"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   PERFORM ABNORMAL-TERMINATION
               END-IF
           END-IF

           OPEN INPUT CHARGE-OFF-POSTING-FILE
           IF WS-CHGPOST-FILE-STATUS = "35"
               MOVE 'N' TO WS-CHGPOST-PRESENT-FLAG
           ELSE
               IF WS-CHGPOST-FILE-STATUS NOT = "00"
                   MOVE 'F' TO WS-EXCEPTION-SEVERITY
                   MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                   MOVE "ERROR OPENING CHARGE-OFF POSTING FILE"
                     TO WS-EXCEPTION-MESSAGE
                   PERFORM WRITE-EXCEPTION-ENTRY
                   PERFORM ABNORMAL-TERMINATION
               END-IF
           END-IF

           OPEN INPUT MAINTENANCE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               MOVE 'N' TO WS-JOURNAL-PRESENT-FLAG
               END-IF
           END-IF

      * Sort the day's recognized movement into account number order so
      * it can be totalled with a control break: daily report detail
      * lines as they stand, interest credits and account openings
      * recast as detail lines of their own types.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               INPUT PROCEDURE IS RELEASE-RECOGNIZED-MOVEMENT
               GIVING SORTED-REPORT-FILE

           IF SVCCHG-PRESENT
               CLOSE SERVICE-CHARGE-REPORT-FILE
           END-IF
           IF MATPOST-PRESENT
               CLOSE MATURITY-POSTING-FILE
           END-IF
           IF CHGPOST-PRESENT
               CLOSE CHARGE-OFF-POSTING-FILE
           END-IF
           IF JOURNAL-PRESENT
               CLOSE MAINTENANCE-JOURNAL-FILE
           END-IF
                   UNTIL RELEASE-END-OF-FILE
           END-IF

           IF MATPOST-PRESENT
               MOVE 'N' TO WS-RELEASE-EOF-FLAG
               PERFORM RELEASE-MATURITY-PAYOUTS
                   UNTIL RELEASE-END-OF-FILE
           END-IF

           IF CHGPOST-PRESENT
               MOVE 'N' TO WS-RELEASE-EOF-FLAG
               PERFORM RELEASE-CHARGE-OFFS
                   UNTIL RELEASE-END-OF-FILE
           END-IF

           IF JOURNAL-PRESENT
               MOVE 'N' TO WS-RELEASE-EOF-FLAG
               PERFORM RELEASE-JOURNAL-ACTIVITY
      * 'J' so the unsigned detail amount keeps its direction.
           MOVE SPACES TO SORT-RECORD
           MOVE "DTL" TO SW-RECORD-TYPE
           MOVE IR-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
           IF IR-INTEREST-AMOUNT < ZERO
               MOVE 'J' TO SW-TRANSACTION-TYPE
               COMPUTE SW-AMOUNT = ZERO - IR-INTEREST-AMOUNT
                   IF SC-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE SPACES TO SORT-RECORD
                       MOVE "DTL" TO SW-RECORD-TYPE
                       MOVE SC-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
                       MOVE 'S' TO SW-TRANSACTION-TYPE
                       MOVE SC-CHARGE-AMOUNT TO SW-AMOUNT
                       MOVE "SUCCESS" TO SW-STATUS
                   END-IF
           END-READ.

       RELEASE-MATURITY-PAYOUTS.
      * A certificate paid out at maturity moves two balances, the
      * way a transfer does: the certificate's leg goes out as a 'W'
      * and the linked account's as a 'D', the same pair
      * PROCESS-TRANSFER writes to the daily report. Only payouts
      * stamped with tonight's business date count.
           READ MATURITY-POSTING-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
               NOT AT END
                   IF MP-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE SPACES TO SORT-RECORD
                       MOVE "DTL" TO SW-RECORD-TYPE
                       MOVE MP-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
                       IF MP-SIGNED-AMOUNT < ZERO
                           MOVE 'W' TO SW-TRANSACTION-TYPE
                           COMPUTE SW-AMOUNT = ZERO - MP-SIGNED-AMOUNT
                       ELSE
                           MOVE 'D' TO SW-TRANSACTION-TYPE
                           MOVE MP-SIGNED-AMOUNT TO SW-AMOUNT
                       END-IF
                       MOVE "SUCCESS" TO SW-STATUS
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       RELEASE-CHARGE-OFFS.
      * A charge-off writes an overdrawn balance back up to zero, so
      * it raises the balance the way a deposit does and goes in as
      * a 'D'. Only charge-offs stamped with tonight's business date
      * count.
           READ CHARGE-OFF-POSTING-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
               NOT AT END
                   IF CG-BUSINESS-DATE = WS-BUSINESS-DATE
                       MOVE SPACES TO SORT-RECORD
                       MOVE "DTL" TO SW-RECORD-TYPE
                       MOVE CG-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
                       MOVE 'D' TO SW-TRANSACTION-TYPE
                       MOVE CG-SIGNED-AMOUNT TO SW-AMOUNT
                       MOVE "SUCCESS" TO SW-STATUS
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       RELEASE-JOURNAL-ACTIVITY.
      * Only an account opening moves a balance; closes and status
      * changes journal a zero amount and are passed over. The
                           AND MJ-STAMP-DATE = WS-BUSINESS-DATE
                       MOVE SPACES TO SORT-RECORD
                       MOVE "DTL" TO SW-RECORD-TYPE
                       MOVE MJ-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
                       MOVE 'O' TO SW-TRANSACTION-TYPE
                       MOVE MJ-AMOUNT TO SW-AMOUNT
                       MOVE "SUCCESS" TO SW-STATUS
           END-READ

      * Skip print-image header/column/subtotal/grand-total lines;
      * only DETAIL-LINE records carry account activity to total.
           IF NOT SORTED-DETAIL-LINE
               GO TO EXIT-PROCESS-SORTED-ACTIVITY
           END-IF

           IF FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-FLAG
               MOVE SR-ACCOUNT-NUMBER TO WS-BREAK-ACCOUNT-NUMBER
           END-IF

           IF SR-ACCOUNT-NUMBER NOT = WS-BREAK-ACCOUNT-NUMBER
               PERFORM COMPARE-CUSTOMER-BALANCE THRU
                   EXIT-COMPARE-CUSTOMER-BALANCE
               MOVE SR-ACCOUNT-NUMBER TO WS-BREAK-ACCOUNT-NUMBER
               MOVE ZERO TO WS-NET-MOVEMENT
           END-IF

      * split by direction the same way as 'I'/'J'. 'X' is the debit
      * leg of an outbound external transfer; 'E' is a returned
      * external item re-credited by the posting run; 'S' is the
      * monthly service charge off SVCCHGRPT. 'A' and 'B' are the
      * inbound ACH credits and debits posted off ACHIN; 'C' is a
      * check paid against the account it was drawn on; 'P' is the
      * early-withdrawal penalty on a certificate; 'Y' is a credit
      * to a charged-off account taken back off as a recovery.
           IF SR-TRANSACTION-TYPE = 'D' OR SR-TRANSACTION-TYPE = 'I'
                   OR SR-TRANSACTION-TYPE = 'O'
                   OR SR-TRANSACTION-TYPE = 'R'
                   OR SR-TRANSACTION-TYPE = 'E'
                   OR SR-TRANSACTION-TYPE = 'A'
               ADD SR-AMOUNT TO WS-NET-MOVEMENT
           ELSE
               IF SR-TRANSACTION-TYPE = 'W' OR SR-TRANSACTION-TYPE = 'F'
                       OR SR-TRANSACTION-TYPE = 'Q'
                       OR SR-TRANSACTION-TYPE = 'X'
                       OR SR-TRANSACTION-TYPE = 'S'
                       OR SR-TRANSACTION-TYPE = 'B'
                       OR SR-TRANSACTION-TYPE = 'C'
                       OR SR-TRANSACTION-TYPE = 'P'
                       OR SR-TRANSACTION-TYPE = 'Y'
                   SUBTRACT SR-AMOUNT FROM WS-NET-MOVEMENT
               END-IF
           END-IF.
           SET ACCOUNT-FOUND TO TRUE
           SET SNAPSHOT-FOUND TO TRUE

           MOVE WS-BREAK-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
           END-READ

           MOVE WS-BREAK-ACCOUNT-NUMBER TO SB-ACCOUNT-NUMBER
           READ BALANCE-SNAPSHOT-FILE
               INVALID KEY
                   SET SNAPSHOT-NOT-FOUND TO TRUE
           END-READ

      * An account with activity but no master record is always a
      * break; an account missing only from the snapshot was opened
      * after it was taken, and reconciles from a zero beginning
      * balance instead of breaking.
           IF ACCOUNT-NOT-FOUND
               MOVE WS-BREAK-ACCOUNT-NUMBER TO RC-ACCOUNT-NUMBER
               MOVE WS-NET-MOVEMENT      TO RC-NET-MOVEMENT
               MOVE ZERO                 TO RC-BALANCE-DELTA
               MOVE WS-NET-MOVEMENT      TO RC-DIFFERENCE
               WRITE RECONCILIATION-RECORD
               ADD 1 TO WS-CUSTOMERS-BROKEN
               MOVE "KMIS" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-BREAK-ACCOUNT-NUMBER
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "ACCOUNT WITH ACTIVITY MISSING FROM ACCTMASTER"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               GO TO EXIT-COMPARE-CUSTOMER-BALANCE
               MOVE SB-BEGINNING-BALANCE TO WS-BEGINNING-BALANCE
           END-IF

           MOVE WS-BREAK-ACCOUNT-NUMBER  TO RC-ACCOUNT-NUMBER
           MOVE WS-NET-MOVEMENT          TO RC-NET-MOVEMENT
           COMPUTE RC-BALANCE-DELTA =
               AM-ACCOUNT-BALANCE - WS-BEGINNING-BALANCE
               SET RECON-OUT-OF-BALANCE TO TRUE
               ADD 1 TO WS-CUSTOMERS-BROKEN
               MOVE "KBRK" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-BREAK-ACCOUNT-NUMBER
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "ACCOUNT OUT OF BALANCE ON DAILY RECONCILIATION"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
           END-IF
