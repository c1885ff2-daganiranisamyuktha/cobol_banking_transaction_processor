               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRET-ARCHIVE-STATUS.

           SELECT ACH-INBOUND-FILE
               ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-INBOUND-STATUS.

           SELECT ACH-ARCHIVE-FILE
               ASSIGN TO "ACHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-ARCHIVE-STATUS.

           SELECT ACH-RETURN-FILE
               ASSIGN TO "ACHRETOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-RETURN-STATUS.

           COPY "holds_select.cbl".

           COPY "stoppay_select.cbl".

           COPY "certmast_select.cbl".

           COPY "watchlist_select.cbl".

           COPY "screenpend_select.cbl".

           SELECT CHECK-RETURN-FILE
               ASSIGN TO "CHKRETOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-RETURN-STATUS.

           SELECT POSTING-MODE-PARM-FILE
               ASSIGN TO "POSTMODE"
               ORGANIZATION IS LINE SEQUENTIAL
      * the only kind PROCESS-TRANSACTIONS itself writes.
       01  REPORT-DETAIL-RECORD REDEFINES REPORT-RECORD.
           05  FILLER                 PIC X(3).
           05  RP-ACCOUNT-NUMBER      PIC X(10).
           05  RP-TRANSACTION-TYPE    PIC X.
           05  RP-AMOUNT              PIC 9(7)V99.
           05  RP-STATUS              PIC X(10).
      * reposition TRANSACTION-FILE past everything already posted.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CP-ACCOUNT-NUMBER      PIC X(10).
           05  CP-TRANSACTION-COUNT   PIC 9(9).

      * Audit Log File Record Structure - one record per successful
      * before and after the update for later dispute research.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER      PIC X(10).
      *    SIGNED TO MATCH AM-ACCOUNT-BALANCE, WHICH CAN GO NEGATIVE
      *    UNDER AN APPROVED OVERDRAFT.
           05  AU-BEFORE-BALANCE      PIC S9(10)V99.
           05  SE-BUSINESS-DATE       PIC 9(8).
           05  SE-ROUTING-NUMBER      PIC 9(9).
           05  SE-EXTERNAL-ACCOUNT    PIC X(17).
           05  SE-ACCOUNT-NUMBER      PIC X(10).
           05  SE-AMOUNT              PIC 9(10)V99.

      * Alternate view of SETTLEMENT-RECORD used for the single
      * network interface for the next night's run to re-credit.
       FD  EXTERNAL-RETURNS-FILE.
       01  EXTERNAL-RETURN-RECORD.
           05  XR-ACCOUNT-NUMBER      PIC X(10).
           05  XR-ROUTING-NUMBER      PIC 9(9).
           05  XR-EXTERNAL-ACCOUNT    PIC X(17).
           05  XR-AMOUNT              PIC 9(7)V99.
           05  XA-ARCHIVE-DATE        PIC 9(8).
           05  XA-RECORD-IMAGE        PIC X(47).

      * Inbound ACH File Record Structure - one file per night from
      * the network, carrying one or more batches. AI-RECORD-TYPE
      * tags each line: a batch header naming the originator, the
      * entry detail lines, and a batch trailer carrying the entry
      * count and debit/credit control totals the batch is proven
      * against before anything posts.
       FD  ACH-INBOUND-FILE.
       01  ACH-INBOUND-RECORD.
           05  AI-RECORD-TYPE         PIC X(3).
               88  ACH-BATCH-HEADER       VALUE 'BHD'.
               88  ACH-ENTRY-DETAIL       VALUE 'ENT'.
               88  ACH-BATCH-TRAILER      VALUE 'BTL'.
           05  AI-BATCH-NUMBER        PIC 9(7).
           05  AI-ACCOUNT-NUMBER      PIC X(10).
           05  AI-ENTRY-CODE          PIC X.
               88  ACH-CREDIT-ENTRY       VALUE 'C'.
               88  ACH-DEBIT-ENTRY        VALUE 'D'.
           05  AI-AMOUNT              PIC 9(7)V99.
           05  AI-TRACE-NUMBER        PIC 9(15).
           05  AI-INDIVIDUAL-NAME     PIC X(22).
           05  FILLER                 PIC X(9).

      * Alternate view of ACH-INBOUND-RECORD for the ACH-BATCH-HEADER
      * line opening each batch.
       01  ACH-BATCH-HEADER-RECORD REDEFINES ACH-INBOUND-RECORD.
           05  FILLER                 PIC X(10).
           05  AH-COMPANY-NAME        PIC X(16).
           05  AH-COMPANY-ID          PIC X(10).
           05  AH-ORIGINATOR-ROUTING  PIC 9(9).
           05  AH-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                 PIC X(23).

      * Alternate view of ACH-INBOUND-RECORD for the ACH-BATCH-TRAILER
      * line closing each batch.
       01  ACH-BATCH-TRAILER-RECORD REDEFINES ACH-INBOUND-RECORD.
           05  FILLER                 PIC X(10).
           05  AT-ENTRY-COUNT         PIC 9(6).
           05  AT-TOTAL-DEBITS        PIC 9(10)V99.
           05  AT-TOTAL-CREDITS       PIC 9(10)V99.
           05  FILLER                 PIC X(36).

      * ACH Archive - every inbound line consumed is archived under
      * its business date and ACHIN is truncated once the file is
      * done, the same duplicate protection EXTRETIN relies on.
       FD  ACH-ARCHIVE-FILE.
       01  ACH-ARCHIVE-RECORD.
           05  AX-ARCHIVE-DATE        PIC 9(8).
           05  AX-RECORD-IMAGE        PIC X(76).

      * Outbound ACH Return File Record Structure - one record per
      * entry that could not post, carrying the network return
      * reason code, accumulated for transmission back to the
      * originating bank and rolled by the retention purge the same
      * way SETTLEOUT is.
       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-RECORD.
           05  AO-BUSINESS-DATE       PIC 9(8).
           05  AO-BATCH-NUMBER        PIC 9(7).
           05  AO-TRACE-NUMBER        PIC 9(15).
           05  AO-ORIGINATOR-ROUTING  PIC 9(9).
           05  AO-ACCOUNT-NUMBER      PIC X(10).
           05  AO-ENTRY-CODE          PIC X.
           05  AO-AMOUNT              PIC 9(7)V99.
      *    R01 INSUFFICIENT FUNDS, R02 ACCOUNT CLOSED, R03 NO ACCOUNT
      *    ON FILE, R16 ACCOUNT FROZEN (DORMANT, HELD, OR OTHERWISE
      *    NOT ACTIVE).
           05  AO-RETURN-REASON       PIC X(3).

       COPY "holds_record.cbl".

       COPY "stoppay_record.cbl".

       COPY "certmast_record.cbl".

       COPY "watchlist_record.cbl".

       COPY "screenpend_record.cbl".

      * Outbound Check Return File Record Structure - one record per
      * check presented that could not be paid, carrying the return
      * reason, accumulated for the clearing house the same way
      * ACHRETOUT is and rolled by the retention purge with it.
       FD  CHECK-RETURN-FILE.
       01  CHECK-RETURN-RECORD.
           05  CO-BUSINESS-DATE       PIC 9(8).
           05  CO-ACCOUNT-NUMBER      PIC X(10).
           05  CO-CHECK-NUMBER        PIC 9(10).
           05  CO-AMOUNT              PIC 9(7)V99.
           05  CO-SEQUENCE-NUMBER     PIC 9(9).
           05  CO-BRANCH-CODE         PIC X(2).
      *    SP STOP PAYMENT, NF NOT SUFFICIENT FUNDS, AC ACCOUNT
      *    CLOSED, NA NO ACCOUNT ON FILE, FZ ACCOUNT FROZEN (DORMANT,
      *    HELD, OR OTHERWISE NOT ACTIVE), RM REFER TO MAKER (NOT
      *    DRAWN ON A CHECKING ACCOUNT OR NO CHECK NUMBER).
           05  CO-RETURN-REASON       PIC X(2).

      * Posting Mode Parameter File Record Structure - one record
      * choosing between the single overnight cycle (the default
      * when POSTMODE is absent) and an intraday memo-post cycle
      * can be open at once.
       FD  HISTORY-LOOKUP-FILE.
       01  HISTORY-LOOKUP-RECORD.
           05  HL-ACCOUNT-NUMBER      PIC X(10).
           05  HL-BUSINESS-DATE       PIC 9(8).
           05  HL-TRANSACTION-TYPE    PIC X.
           05  HL-SIGNED-AMOUNT       PIC S9(10)V99.
           05  WS-SETTLEMENT-FILE-STATUS  PIC XX.
           05  WS-RETURNS-FILE-STATUS     PIC XX.
           05  WS-EXTRET-ARCHIVE-STATUS   PIC XX.
           05  WS-ACH-INBOUND-STATUS      PIC XX.
           05  WS-ACH-ARCHIVE-STATUS      PIC XX.
           05  WS-ACH-RETURN-STATUS       PIC XX.
           05  WS-HOLDS-FILE-STATUS       PIC XX.
           05  WS-STOP-PAYMENT-FILE-STATUS PIC XX.
           05  WS-CERTIFICATE-FILE-STATUS PIC XX.
           05  WS-WATCH-LIST-FILE-STATUS  PIC XX.
           05  WS-SCREENING-REVIEW-STATUS PIC XX.
           05  WS-CHECK-RETURN-STATUS     PIC XX.
           05  WS-POSTING-MODE-FILE-STATUS PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.

      * ACCOUNT-RECORD IS A SINGLE RECORD BUFFER, SO EACH SIDE OF A
      * TRANSFER IS SNAPSHOTTED HERE WHILE THE OTHER SIDE IS READ.
       01  WS-TRANSFER-WORK-AREA.
           05  WS-XFER-FROM-ACCOUNT-NUMBER PIC X(10).
           05  WS-XFER-FROM-BALANCE       PIC S9(10)V99.
           05  WS-XFER-FROM-STATUS        PIC X(10).
           05  WS-XFER-FROM-OVERDRAFT-LIMIT PIC 9(10)V99.
           05  WS-XFER-TO-ACCOUNT-NUMBER  PIC X(10).
           05  WS-XFER-TO-BALANCE         PIC S9(10)V99.
           05  WS-XFER-TO-STATUS          PIC X(10).

           05  WS-TONIGHT-REVERSAL-COUNT  PIC 9(4) COMP VALUE ZERO.
           05  WS-TONIGHT-REVERSAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY TONIGHT-REVERSAL-IDX.
               10  WS-TNR-ACCOUNT-NUMBER  PIC X(10).
               10  WS-TNR-ORIGINAL-DATE   PIC 9(8).
               10  WS-TNR-ORIGINAL-TYPE   PIC X.

           05  WS-OVERDRAFT-FEE-AMOUNT    PIC 9(3)V99 VALUE 35.00.
           05  WS-AVAILABLE-FUNDS         PIC S9(10)V99.

      * Early-Withdrawal Penalty Work Areas - money taken out of a
      * certificate before its maturity date forfeits the penalty
      * days of interest, at the locked rate, on the amount taken.
       01  WS-PENALTY-WORK-AREA.
           05  WS-CERTIFICATES-FLAG       PIC X VALUE 'N'.
               88  CERTIFICATES-ON-FILE   VALUE 'Y'.
           05  WS-PENALTY-BASE-AMOUNT     PIC S9(10)V99.
           05  WS-PENALTY-AMOUNT          PIC S9(10)V99.
           05  WS-PENALTY-DAYS-PER-YEAR   PIC 9(3) COMP VALUE 365.

      * Charge-Off Recovery Work Area - the part of a credit to a
      * charged-off account taken back off as a recovery of the loss.
       01  WS-RECOVERY-WORK-AREA.
           05  WS-RECOVERY-AMOUNT         PIC S9(10)V99.

      * Running Count/Dollar Totals Per RP-TRANSACTION-TYPE, Kept For
      * The Print-Image Subtotal Lines Written By GENERATE-SUMMARY
      * -REPORT. There Is No Separate 'T' Bucket: PROCESS-TRANSFER
           05  WS-EXTERNAL-AMOUNT         PIC S9(9)V99 VALUE ZERO.
           05  WS-RETURN-COUNT            PIC 9(7) COMP VALUE ZERO.
           05  WS-RETURN-AMOUNT           PIC S9(9)V99 VALUE ZERO.
      *    'A' IS AN INBOUND ACH CREDIT AND 'B' AN INBOUND ACH DEBIT.
           05  WS-ACH-CREDIT-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  WS-ACH-CREDIT-AMOUNT       PIC S9(9)V99 VALUE ZERO.
           05  WS-ACH-DEBIT-COUNT         PIC 9(7) COMP VALUE ZERO.
           05  WS-ACH-DEBIT-AMOUNT        PIC S9(9)V99 VALUE ZERO.
      *    'C' IS A CHECK PAID AGAINST THE ACCOUNT IT WAS DRAWN ON.
           05  WS-CHECK-COUNT             PIC 9(7) COMP VALUE ZERO.
           05  WS-CHECK-AMOUNT            PIC S9(9)V99 VALUE ZERO.
      *    'P' IS THE EARLY-WITHDRAWAL PENALTY CHARGED TO A
      *    CERTIFICATE DRAWN ON BEFORE ITS MATURITY DATE.
           05  WS-PENALTY-COUNT           PIC 9(7) COMP VALUE ZERO.
           05  WS-PENALTY-TOTAL           PIC S9(9)V99 VALUE ZERO.
      *    'Y' IS A RECOVERY TAKEN AGAINST A CHARGED-OFF BALANCE.
           05  WS-RECOVERY-COUNT          PIC 9(7) COMP VALUE ZERO.
           05  WS-RECOVERY-TOTAL          PIC S9(9)V99 VALUE ZERO.

      * Settlement Proof Totals - the credit legs accumulated into
      * SETTLEOUT must foot to the proof line the network checks.
           05  WS-RETURNS-POSTED          PIC 9(5) COMP VALUE ZERO.
           05  WS-RETURNS-REJECTED        PIC 9(5) COMP VALUE ZERO.

      * Inbound ACH Batch Verification Work Areas - the pre-posting
      * scan proves every ACHIN batch against its trailer the same
      * way TRANSIN segments are proven.
       01  WS-ACH-BATCH-CHECK-AREA.
           05  WS-ACH-BATCH-NUMBER        PIC 9(7) VALUE ZERO.
           05  WS-ACH-BATCH-ENTRY-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-ACH-BATCH-DEBIT-TOTAL   PIC 9(10)V99 VALUE ZERO.
           05  WS-ACH-BATCH-CREDIT-TOTAL  PIC 9(10)V99 VALUE ZERO.
           05  WS-ACH-SCAN-EOF-FLAG       PIC X VALUE 'N'.
               88  ACH-SCAN-DONE          VALUE 'Y'.
           05  WS-ACH-BATCH-OPEN-FLAG     PIC X VALUE 'N'.
               88  ACH-BATCH-OPEN         VALUE 'Y'.
               88  ACH-BATCH-CLOSED       VALUE 'N'.

      * Inbound ACH Posting Work Areas - the originator of the batch
      * under way rides into every history record and return it
      * produces.
       01  WS-ACH-WORK-AREA.
           05  WS-ACH-EOF-FLAG            PIC X VALUE 'N'.
               88  ACH-END-OF-FILE        VALUE 'Y'.
           05  WS-ACH-HOLDS-FLAG          PIC X VALUE 'N'.
               88  ACH-HOLDS-ON-FILE      VALUE 'Y'.
           05  WS-ACH-ORIGINATOR-ROUTING  PIC 9(9) VALUE ZERO.
           05  WS-ACH-RETURN-REASON       PIC X(3).
           05  WS-ACH-ENTRIES-POSTED      PIC 9(5) COMP VALUE ZERO.
           05  WS-ACH-ENTRIES-RETURNED    PIC 9(5) COMP VALUE ZERO.

      * Check Clearing Work Areas - the stop payment file is searched
      * for every check presented, and a check that cannot be paid
      * carries its return reason onto CHKRETOUT.
       01  WS-CHECK-WORK-AREA.
           05  WS-STOPS-FLAG              PIC X VALUE 'N'.
               88  STOPS-ON-FILE          VALUE 'Y'.
           05  WS-STOP-SCAN-FLAG          PIC X VALUE 'N'.
               88  STOP-SCAN-DONE         VALUE 'Y'.
           05  WS-STOP-MATCH-FLAG         PIC X VALUE 'N'.
               88  STOP-PAYMENT-MATCHED   VALUE 'Y'.
           05  WS-CHECK-RETURN-REASON     PIC X(2) VALUE SPACES.
           05  WS-CHECKS-RETURNED         PIC 9(5) COMP VALUE ZERO.

      * Outbound Transfer Screening Work Areas - a transfer to a
      * possible watch-list match is parked on SCREENPEND instead of
      * posting, and one compliance has since cleared is posted on
      * the next overnight cycle without being screened again.
       01  WS-SCREENING-WORK-AREA.
           05  WS-TRANSFER-RELEASE-FLAG   PIC X VALUE 'N'.
               88  TRANSFER-RELEASED-FROM-REVIEW VALUE 'Y'.
               88  TRANSFER-NOT-RELEASED  VALUE 'N'.
           05  WS-REVIEW-SCAN-FLAG        PIC X VALUE 'N'.
               88  REVIEW-SCAN-DONE       VALUE 'Y'.
           05  WS-TRANSFERS-PARKED        PIC 9(5) COMP VALUE ZERO.
           05  WS-TRANSFERS-RELEASED      PIC 9(5) COMP VALUE ZERO.

      * The Subtotal Lines Above Count Report Lines, Not Original
      * Transactions - A Transfer Writes A 'W' And A 'D' Line From One
      * Input Record, And An Overdrafted Withdrawal Writes A 'W' And An

       COPY "excplog_ws.cbl".

       COPY "watchscr_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
           IF SINGLE-CYCLE-RUN
               PERFORM PROCESS-EXTERNAL-RETURNS THRU
                   EXIT-PROCESS-EXTERNAL-RETURNS
               PERFORM PROCESS-INBOUND-ACH THRU
                   EXIT-PROCESS-INBOUND-ACH
               PERFORM PROCESS-CLEARED-TRANSFERS THRU
                   EXIT-PROCESS-CLEARED-TRANSFERS
           END-IF
           PERFORM WRITE-SETTLEMENT-PROOF
           PERFORM GENERATE-SUMMARY-REPORT
      * abends here instead of silently posting a short day.
           PERFORM VERIFY-TRANSIN-TRAILERS

      * Inbound ACH posts on the overnight cycle only, for the same
      * reason as EXTRETIN; its batches are proven against their
      * trailers here too, so an out-of-balance transmission stops
      * the run before anything has posted.
           IF SINGLE-CYCLE-RUN
               PERFORM VERIFY-ACH-BATCH-TOTALS THRU
                   EXIT-VERIFY-ACH-BATCH-TOTALS
           END-IF

      * Open the files whose OPEN mode does not depend on whether
      * this is a fresh run or a restart after an abend.
           OPEN INPUT  TRANSACTION-FILE
               OPEN EXTEND SETTLEMENT-FILE
           END-IF

      * CHKRETOUT accumulates across every cycle of the business
      * date for the clearing house, the same as SETTLEOUT.
           OPEN EXTEND CHECK-RETURN-FILE
           IF WS-CHECK-RETURN-STATUS = "35"
               OPEN OUTPUT CHECK-RETURN-FILE
               CLOSE CHECK-RETURN-FILE
               OPEN EXTEND CHECK-RETURN-FILE
           END-IF

      * A STOPPAY file not yet created by the stop payment
      * maintenance run simply means no stop has ever been placed.
           OPEN INPUT STOP-PAYMENT-FILE
           IF WS-STOP-PAYMENT-FILE-STATUS = "35"
               CLOSE STOP-PAYMENT-FILE
           ELSE
               SET STOPS-ON-FILE TO TRUE
           END-IF

      * Likewise a CERTMASTER not yet created by account maintenance
      * means no certificate has ever been opened.
           OPEN INPUT CERTIFICATE-MASTER-FILE
           IF WS-CERTIFICATE-FILE-STATUS = "35"
               CLOSE CERTIFICATE-MASTER-FILE
           ELSE
               SET CERTIFICATES-ON-FILE TO TRUE
           END-IF

      * And a WATCHLIST not yet loaded by compliance means there is
      * nothing to screen outbound transfers against.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-FILE-STATUS = "35"
               CLOSE WATCH-LIST-FILE
           ELSE
               SET WATCH-LIST-ON-FILE TO TRUE
           END-IF

           OPEN I-O SCREENING-REVIEW-FILE

      * Validate file openings
           PERFORM CHECK-FILE-STATUSES

              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF STOPS-ON-FILE AND WS-STOP-PAYMENT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING STOP PAYMENT FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF CERTIFICATES-ON-FILE
                   AND WS-CERTIFICATE-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CERTIFICATE MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WATCH-LIST-ON-FILE
                   AND WS-WATCH-LIST-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING WATCH LIST FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * SCREENPEND may not exist yet the very first time this program
      * is run against a brand new installation.
           IF WS-SCREENING-REVIEW-STATUS = "35"
              CLOSE SCREENING-REVIEW-FILE
              OPEN OUTPUT SCREENING-REVIEW-FILE
              CLOSE SCREENING-REVIEW-FILE
              OPEN I-O SCREENING-REVIEW-FILE
           END-IF.

           IF WS-SCREENING-REVIEW-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING SCREENING REVIEW FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-CHECK-RETURN-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CHECK RETURN FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       DETERMINE-RESTART-STATUS.
      * Read the last checkpoint left by a prior run, if any. A file
      * status of 35 just means this is the very first run, and an
               REMAINDER WS-CHECKPOINT-REMAINDER

           IF WS-CHECKPOINT-REMAINDER = ZERO
               MOVE TR-ACCOUNT-NUMBER    TO CP-ACCOUNT-NUMBER
               MOVE WS-RECORDS-PROCESSED TO CP-TRANSACTION-COUNT
               WRITE CHECKPOINT-RECORD
           END-IF.
           PERFORM WRITE-EXCEPTION-ENTRY
           PERFORM ABNORMAL-TERMINATION.

       VERIFY-ACH-BATCH-TOTALS.
      * No ACHIN tonight simply means the network sent nothing.
           OPEN INPUT ACH-INBOUND-FILE
           IF WS-ACH-INBOUND-STATUS = "35"
               GO TO EXIT-VERIFY-ACH-BATCH-TOTALS
           END-IF

           IF WS-ACH-INBOUND-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING INBOUND ACH FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           SET ACH-BATCH-CLOSED TO TRUE
           PERFORM VERIFY-ONE-ACH-RECORD THRU
               EXIT-VERIFY-ONE-ACH-RECORD
               UNTIL ACH-SCAN-DONE

      * A batch still open at end-of-file lost its trailer in
      * transit.
           IF ACH-BATCH-OPEN
               PERFORM ACH-BATCH-OUT-OF-BALANCE
           END-IF

           CLOSE ACH-INBOUND-FILE.

       EXIT-VERIFY-ACH-BATCH-TOTALS.
           EXIT.

       VERIFY-ONE-ACH-RECORD.
      * A header opens a batch, entries accumulate into it, and the
      * trailer proves and closes it; anything arriving out of that
      * order means the file is not what the network sent. An entry
      * whose amount or entry code was garbled contributes only its
      * count, so the batch fails against the trailer totals.
           READ ACH-INBOUND-FILE
               AT END
                   SET ACH-SCAN-DONE TO TRUE
                   GO TO EXIT-VERIFY-ONE-ACH-RECORD
           END-READ

           IF ACH-BATCH-HEADER
               IF ACH-BATCH-OPEN
                   PERFORM ACH-BATCH-OUT-OF-BALANCE
               END-IF
               SET ACH-BATCH-OPEN TO TRUE
               MOVE AI-BATCH-NUMBER TO WS-ACH-BATCH-NUMBER
               MOVE ZERO TO WS-ACH-BATCH-ENTRY-COUNT
               MOVE ZERO TO WS-ACH-BATCH-DEBIT-TOTAL
               MOVE ZERO TO WS-ACH-BATCH-CREDIT-TOTAL
               GO TO EXIT-VERIFY-ONE-ACH-RECORD
           END-IF

           IF ACH-BATCH-CLOSED
                   OR AI-BATCH-NUMBER NOT = WS-ACH-BATCH-NUMBER
               PERFORM ACH-BATCH-OUT-OF-BALANCE
           END-IF

           IF ACH-BATCH-TRAILER
               PERFORM PROVE-ONE-ACH-BATCH
               GO TO EXIT-VERIFY-ONE-ACH-RECORD
           END-IF

           ADD 1 TO WS-ACH-BATCH-ENTRY-COUNT
           IF AI-AMOUNT NUMERIC
               IF ACH-CREDIT-ENTRY
                   ADD AI-AMOUNT TO WS-ACH-BATCH-CREDIT-TOTAL
               END-IF
               IF ACH-DEBIT-ENTRY
                   ADD AI-AMOUNT TO WS-ACH-BATCH-DEBIT-TOTAL
               END-IF
           END-IF.

       EXIT-VERIFY-ONE-ACH-RECORD.
           EXIT.

       PROVE-ONE-ACH-BATCH.
           IF AT-ENTRY-COUNT NOT NUMERIC
                   OR AT-TOTAL-DEBITS NOT NUMERIC
                   OR AT-TOTAL-CREDITS NOT NUMERIC
                   OR AT-ENTRY-COUNT NOT = WS-ACH-BATCH-ENTRY-COUNT
                   OR AT-TOTAL-DEBITS NOT = WS-ACH-BATCH-DEBIT-TOTAL
                   OR AT-TOTAL-CREDITS NOT = WS-ACH-BATCH-CREDIT-TOTAL
               PERFORM ACH-BATCH-OUT-OF-BALANCE
           END-IF

           SET ACH-BATCH-CLOSED TO TRUE.

       ACH-BATCH-OUT-OF-BALANCE.
           DISPLAY "ACHIN BATCH DOES NOT MATCH ITS CONTROL TRAILER"
           DISPLAY "BATCH NUMBER:    " WS-ACH-BATCH-NUMBER
           DISPLAY "ENTRIES COUNTED: " WS-ACH-BATCH-ENTRY-COUNT
           DISPLAY "DEBITS COUNTED:  " WS-ACH-BATCH-DEBIT-TOTAL
           DISPLAY "CREDITS COUNTED: " WS-ACH-BATCH-CREDIT-TOTAL
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "ABAD" TO WS-EXCEPTION-REASON-CODE
           MOVE ACH-INBOUND-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           MOVE "ACHIN BATCH DOES NOT MATCH ITS CONTROL TRAILER"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           PERFORM ABNORMAL-TERMINATION.

       GENERATE-SUMMARY-REPORT.
      * Display processing summary
           DISPLAY "TRANSACTION PROCESSING SUMMARY"
           DISPLAY "Failed Transactions:    " WS-FAILED-TRANSACTIONS
           DISPLAY "Returns Posted:         " WS-RETURNS-POSTED
           DISPLAY "Returns Rejected:       " WS-RETURNS-REJECTED
           DISPLAY "ACH Entries Posted:     " WS-ACH-ENTRIES-POSTED
           DISPLAY "ACH Entries Returned:   " WS-ACH-ENTRIES-RETURNED
           DISPLAY "Checks Returned:        " WS-CHECKS-RETURNED
           DISPLAY "Early Wdl Penalties:    " WS-PENALTY-COUNT
           DISPLAY "Charge-Off Recoveries:  " WS-RECOVERY-COUNT
           DISPLAY "Transfers Parked:       " WS-TRANSFERS-PARKED
           DISPLAY "Transfers Released:     " WS-TRANSFERS-RELEASED

      * Append a print-image summary to DAILYREPORT behind the detail
      * lines already written by PROCESS-TRANSACTIONS.
           MOVE "EXT RETURNS" TO WS-SUBTOTAL-TYPE-NAME
           MOVE WS-RETURN-COUNT  TO WS-SUBTOTAL-COUNT
           MOVE WS-RETURN-AMOUNT TO WS-SUBTOTAL-AMOUNT
           PERFORM WRITE-ONE-SUBTOTAL-LINE

           MOVE "ACH CREDITS" TO WS-SUBTOTAL-TYPE-NAME
           MOVE WS-ACH-CREDIT-COUNT  TO WS-SUBTOTAL-COUNT
           MOVE WS-ACH-CREDIT-AMOUNT TO WS-SUBTOTAL-AMOUNT
           PERFORM WRITE-ONE-SUBTOTAL-LINE

           MOVE "ACH DEBITS " TO WS-SUBTOTAL-TYPE-NAME
           MOVE WS-ACH-DEBIT-COUNT  TO WS-SUBTOTAL-COUNT
           MOVE WS-ACH-DEBIT-AMOUNT TO WS-SUBTOTAL-AMOUNT
           PERFORM WRITE-ONE-SUBTOTAL-LINE

           MOVE "CHECKS PAID" TO WS-SUBTOTAL-TYPE-NAME
           MOVE WS-CHECK-COUNT  TO WS-SUBTOTAL-COUNT
           MOVE WS-CHECK-AMOUNT TO WS-SUBTOTAL-AMOUNT
           PERFORM WRITE-ONE-SUBTOTAL-LINE

           MOVE "CD PENALTY " TO WS-SUBTOTAL-TYPE-NAME
           MOVE WS-PENALTY-COUNT TO WS-SUBTOTAL-COUNT
           MOVE WS-PENALTY-TOTAL TO WS-SUBTOTAL-AMOUNT
           PERFORM WRITE-ONE-SUBTOTAL-LINE

           MOVE "RECOVERIES " TO WS-SUBTOTAL-TYPE-NAME
           MOVE WS-RECOVERY-COUNT TO WS-SUBTOTAL-COUNT
           MOVE WS-RECOVERY-TOTAL TO WS-SUBTOTAL-AMOUNT
           PERFORM WRITE-ONE-SUBTOTAL-LINE.

       WRITE-ONE-SUBTOTAL-LINE.
           COMPUTE WS-TOTAL-REPORT-LINES =
               WS-DEPOSIT-COUNT + WS-WITHDRAWAL-COUNT + WS-FEE-COUNT
                   + WS-REVERSAL-COUNT + WS-EXTERNAL-COUNT
                   + WS-RETURN-COUNT + WS-ACH-CREDIT-COUNT
                   + WS-ACH-DEBIT-COUNT + WS-CHECK-COUNT
                   + WS-PENALTY-COUNT + WS-RECOVERY-COUNT
           MOVE WS-TOTAL-REPORT-LINES TO WS-EDIT-LINES-WRITTEN

           STRING "GRAND TOTAL PROCESSED "   DELIMITED BY SIZE
                 EXCEPTION-LOG-FILE
                 AUDIT-LOG-FILE
                 SETTLEMENT-FILE
                 CHECK-RETURN-FILE
                 SEQUENCE-TRACKING-FILE
                 TRANSACTION-HISTORY-FILE
                 SCREENING-REVIEW-FILE
           IF STOPS-ON-FILE
               CLOSE STOP-PAYMENT-FILE
           END-IF
           IF CERTIFICATES-ON-FILE
               CLOSE CERTIFICATE-MASTER-FILE
           END-IF
           IF WATCH-LIST-ON-FILE
               CLOSE WATCH-LIST-FILE
           END-IF

           DISPLAY "BANKING TRANSACTION PROCESSING COMPLETE".

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       COPY "watch_screen.cbl".
