      *================================================================*
      * Customer Research Inquiry                                     *
      * On-request research sheets for call-centre and dispute work.  *
      * Reads a list of customer IDs, each with an optional date      *
      * range, from RESPARM and prints one sheet per customer: the    *
      * name and address; every account the customer owns, open or    *
      * closed, with its status, balance and overdraft limit; the     *
      * holds on each account with their reason codes, including      *
      * released holds the retention purge has already moved to the   *
      * purge archive; the active standing orders paying out of or    *
      * into each account with their next run date; the posted        *
      * history in the range with the running balance and branch;     *
      * and every exception logged against the customer or any of     *
      * the customer's accounts in the range. Reads only; it may be   *
      * run as often as it is needed.                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RESEARCH.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. PRINTS CUSTOMER RESEARCH SHEETS ON REQUEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESEARCH-PARM-FILE
               ASSIGN TO "RESPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           COPY "custmast_select.cbl".

           COPY "acctmast_select.cbl".

           COPY "holds_select.cbl".

           COPY "standord_select.cbl".

           COPY "txnhist_select.cbl".

           SELECT PURGE-ARCHIVE-FILE
               ASSIGN TO "PURGEARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-ARCHIVE-STATUS.

           SELECT RESEARCH-REPORT-FILE
               ASSIGN TO "RESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEARCH-REPORT-STATUS.

           COPY "runctl_select.cbl".

           COPY "excplog_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Research Parameter File Record Structure - one record per
      * customer to research. The range limits the history, archived
      * holds and exceptions printed; a zero (or blank) from-date
      * means from the beginning, a zero to-date through the business
      * date.
       FD  RESEARCH-PARM-FILE.
       01  RESEARCH-PARM-RECORD.
           05  RQ-CUSTOMER-ID         PIC X(10).
           05  RQ-DATE-RANGE.
               10  RQ-FROM-DATE       PIC 9(8).
               10  RQ-FROM-DATE-X REDEFINES RQ-FROM-DATE
                                      PIC X(8).
               10  RQ-TO-DATE         PIC 9(8).
               10  RQ-TO-DATE-X REDEFINES RQ-TO-DATE
                                      PIC X(8).

       COPY "custmast_record.cbl".

       COPY "acctmast_record.cbl".

       COPY "holds_record.cbl".

       COPY "standord_record.cbl".

       COPY "txnhist_record.cbl".

      * Purge Archive - one record per hold, stop payment or sequence
      * record RETENTION-ARCHIVE-PURGE has purged, carrying the full
      * original image.
       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-RECORD.
           05  PA-ARCHIVE-DATE        PIC 9(8).
           05  PA-SOURCE-FILE         PIC X(8).
           05  PA-RECORD-IMAGE        PIC X(80).

      * Research Sheet Report Record Structure
       FD  RESEARCH-REPORT-FILE.
       01  RESEARCH-LINE              PIC X(80).

       COPY "runctl_record.cbl".

       COPY "excplog_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS        PIC XX.
           05  WS-CUSTOMER-FILE-STATUS    PIC XX.
           05  WS-ACCOUNT-FILE-STATUS     PIC XX.
           05  WS-HOLDS-FILE-STATUS       PIC XX.
           05  WS-STANDING-ORDER-FILE-STATUS PIC XX.
           05  WS-HISTORY-FILE-STATUS     PIC XX.
           05  WS-PURGE-ARCHIVE-STATUS    PIC XX.
           05  WS-RESEARCH-REPORT-STATUS  PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS PIC XX.
           05  WS-EXCEPTION-FILE-STATUS   PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-REQUESTS-READ       PIC 9(5) COMP VALUE ZERO.
           05  WS-REQUESTS-REJECTED   PIC 9(5) COMP VALUE ZERO.
           05  WS-SHEETS-PRINTED      PIC 9(5) COMP VALUE ZERO.
           05  WS-ACCOUNTS-PRINTED    PIC 9(7) COMP VALUE ZERO.
           05  WS-POSTINGS-PRINTED    PIC 9(7) COMP VALUE ZERO.
           05  WS-EXCEPTIONS-PRINTED  PIC 9(7) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-SCAN-FLAG               PIC X.
               88  SCAN-DONE              VALUE 'Y'.

           05  WS-DETAIL-SCAN-FLAG        PIC X.
               88  DETAIL-SCAN-DONE       VALUE 'Y'.

           05  WS-CUSTOMER-FOUND-FLAG     PIC X.
               88  CUSTOMER-FOUND         VALUE 'Y'.
               88  CUSTOMER-NOT-FOUND     VALUE 'N'.

           05  WS-ACCOUNT-MATCH-FLAG      PIC X.
               88  ACCOUNT-MATCHED        VALUE 'Y'.
               88  ACCOUNT-NOT-MATCHED    VALUE 'N'.

           05  WS-SECTION-LINE-COUNT      PIC 9(7) COMP VALUE ZERO.

      * The Customer Being Researched And The Range Asked For.
       01  WS-RESEARCH-REQUEST.
           05  WS-RESEARCH-CUSTOMER-ID    PIC X(10) VALUE SPACES.
           05  WS-RANGE-FROM-DATE         PIC 9(8) VALUE ZERO.
           05  WS-RANGE-TO-DATE           PIC 9(8) VALUE ZERO.

      * The Customer's Accounts - every account number printed on the
      * sheet, so an exception logged against an account rather than
      * the customer is still found. A customer with more accounts
      * than the table holds still has every account printed; only
      * the exceptions of the accounts past the limit are missed,
      * and that is logged.
       01  WS-RESEARCH-ACCOUNT-TABLE.
           05  WS-RESEARCH-ACCOUNT-COUNT  PIC 9(3) COMP VALUE ZERO.
           05  WS-RESEARCH-ACCOUNT-MAX    PIC 9(3) COMP VALUE 50.
           05  WS-RESEARCH-ACCOUNT-ENTRY OCCURS 50 TIMES
                   INDEXED BY RESEARCH-ACCT-IDX.
               10  WS-RA-ACCOUNT-NUMBER   PIC X(10).

      * The running position of the account's history in the range.
       01  WS-HISTORY-WORK-AREA.
           05  WS-OPENING-BALANCE         PIC S9(10)V99 VALUE ZERO.
           05  WS-CLOSING-BALANCE         PIC S9(10)V99 VALUE ZERO.
           05  WS-TYPE-DESCRIPTION        PIC X(10).
           05  WS-PRODUCT-DESCRIPTION     PIC X(10).

      * A hold image read back from the purge archive, laid out as
      * the HOLDS record it was.
       01  WS-ARCHIVED-HOLD.
           05  WS-AH-ACCOUNT-NUMBER       PIC X(10).
           05  WS-AH-HOLD-STATUS          PIC X.
           05  WS-AH-REASON-CODE          PIC X(02).
           05  WS-AH-PLACED-DATE          PIC 9(08).
           05  WS-AH-RELEASED-DATE        PIC 9(08).
           05  FILLER                     PIC X(51).

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-RESEARCH-EDIT-FIELDS.
           05  WS-EDIT-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-BALANCE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-LIMIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-ORDER-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-DATE               PIC 9(8).
           05  WS-EDIT-DATE-2             PIC 9(8).

      * Date and Time Fields
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR            PIC 9(4).
               10  WS-MONTH           PIC 9(2).
               10  WS-DAY             PIC 9(2).
           05  WS-CURRENT-TIME.
               10  WS-HOUR            PIC 9(2).
               10  WS-MINUTE          PIC 9(2).
               10  WS-SECOND          PIC 9(2).

       COPY "runctl_ws.cbl".

       COPY "excplog_ws.cbl".

       PROCEDURE DIVISION.
      * Optional declarative section for additional error handling
       DECLARATIVES.
       FILE-ERROR-HANDLER SECTION.
      * CUSTOMER-MASTER-FILE, HOLDS-FILE, STANDING-ORDER-FILE,
      * TRANSACTION-HISTORY-FILE and PURGE-ARCHIVE-FILE are not
      * listed here: any of them may not exist yet on a brand new
      * installation. INITIALIZATION-ROUTINE handles those cases
      * explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               ACCOUNT-MASTER-FILE
               RESEARCH-REPORT-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PRINT-ONE-RESEARCH-SHEET THRU
               EXIT-PRINT-ONE-RESEARCH-SHEET
               UNTIL END-OF-FILE
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "CUSTOMER-RESEARCH" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

      * An inquiry changes nothing and is run whenever an analyst
      * asks for one, as many times a day as needed, so it uses the
      * multi-cycle run mode and leaves no completion record.
           SET MULTI-CYCLE-RUN TO TRUE
           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM VERIFY-RUN-CONTROL

           OPEN INPUT  RESEARCH-PARM-FILE
                INPUT  CUSTOMER-MASTER-FILE
                INPUT  ACCOUNT-MASTER-FILE
                INPUT  HOLDS-FILE
                INPUT  STANDING-ORDER-FILE
                OUTPUT RESEARCH-REPORT-FILE

           PERFORM CHECK-FILE-STATUSES

      * The history and the purge archive are read from the top once
      * per account, so they are only proven here and left closed.
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               OPEN INPUT TRANSACTION-HISTORY-FILE
           END-IF

           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING TRANSACTION HISTORY FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF
           CLOSE TRANSACTION-HISTORY-FILE

           OPEN INPUT PURGE-ARCHIVE-FILE
           IF WS-PURGE-ARCHIVE-STATUS = "35"
               OPEN OUTPUT PURGE-ARCHIVE-FILE
               CLOSE PURGE-ARCHIVE-FILE
               OPEN INPUT PURGE-ARCHIVE-FILE
           END-IF

           IF WS-PURGE-ARCHIVE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING PURGE ARCHIVE FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF
           CLOSE PURGE-ARCHIVE-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "CUSTOMER RESEARCH INQUIRY"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY.

       CHECK-FILE-STATUSES.
           IF WS-PARM-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING RESEARCH PARAMETER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-CUSTOMER-FILE-STATUS = "35"
              CLOSE CUSTOMER-MASTER-FILE
              OPEN OUTPUT CUSTOMER-MASTER-FILE
              CLOSE CUSTOMER-MASTER-FILE
              OPEN INPUT CUSTOMER-MASTER-FILE
           END-IF.

           IF WS-CUSTOMER-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING CUSTOMER MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-HOLDS-FILE-STATUS = "35"
              CLOSE HOLDS-FILE
              OPEN OUTPUT HOLDS-FILE
              CLOSE HOLDS-FILE
              OPEN INPUT HOLDS-FILE
           END-IF.

           IF WS-HOLDS-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING HOLDS FILE" TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-STANDING-ORDER-FILE-STATUS = "35"
              CLOSE STANDING-ORDER-FILE
              OPEN OUTPUT STANDING-ORDER-FILE
              CLOSE STANDING-ORDER-FILE
              OPEN INPUT STANDING-ORDER-FILE
           END-IF.

           IF WS-STANDING-ORDER-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING STANDING ORDER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-RESEARCH-REPORT-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING RESEARCH REPORT FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       PRINT-ONE-RESEARCH-SHEET.
           MOVE SPACES TO RESEARCH-PARM-RECORD
           READ RESEARCH-PARM-FILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-PRINT-ONE-RESEARCH-SHEET
           END-READ

           ADD 1 TO WS-REQUESTS-READ

           IF RQ-CUSTOMER-ID = SPACES
               MOVE "QCID" TO WS-EXCEPTION-REASON-CODE
               MOVE "RESEARCH REQUEST WITH NO CUSTOMER ID"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PRINT-ONE-RESEARCH-SHEET
           END-IF

      * A date left blank takes its default, so a request keyed with
      * the customer ID alone asks for all of the customer's history
      * and one keyed with a single date is open-ended on the other.
           IF RQ-FROM-DATE-X = SPACES
               MOVE ZEROS TO RQ-FROM-DATE
           END-IF

           IF RQ-TO-DATE-X = SPACES
               MOVE ZEROS TO RQ-TO-DATE
           END-IF

           IF RQ-FROM-DATE NOT NUMERIC OR RQ-TO-DATE NOT NUMERIC
               MOVE "QDAT" TO WS-EXCEPTION-REASON-CODE
               MOVE "RESEARCH DATE RANGE NOT NUMERIC"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PRINT-ONE-RESEARCH-SHEET
           END-IF

           MOVE RQ-CUSTOMER-ID TO WS-RESEARCH-CUSTOMER-ID
           MOVE RQ-FROM-DATE   TO WS-RANGE-FROM-DATE
           MOVE RQ-TO-DATE     TO WS-RANGE-TO-DATE
           IF WS-RANGE-TO-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-RANGE-TO-DATE
           END-IF

           IF WS-RANGE-FROM-DATE > WS-RANGE-TO-DATE
               MOVE "QDAT" TO WS-EXCEPTION-REASON-CODE
               MOVE "RESEARCH FROM-DATE IS AFTER TO-DATE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-PRINT-ONE-RESEARCH-SHEET
           END-IF

           MOVE ZERO TO WS-RESEARCH-ACCOUNT-COUNT
           PERFORM WRITE-SHEET-HEADER
           PERFORM WRITE-CUSTOMER-BLOCK THRU EXIT-WRITE-CUSTOMER-BLOCK
           PERFORM PRINT-CUSTOMER-ACCOUNTS THRU
               EXIT-PRINT-CUSTOMER-ACCOUNTS
           PERFORM PRINT-CUSTOMER-EXCEPTIONS THRU
               EXIT-PRINT-CUSTOMER-EXCEPTIONS

           ADD 1 TO WS-SHEETS-PRINTED.

       EXIT-PRINT-ONE-RESEARCH-SHEET.
           EXIT.

       WRITE-SHEET-HEADER.
      * Page break between sheets; every sheet says which customer,
      * which range, and the business date it was printed on.
           MOVE SPACES TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE SPACES TO RESEARCH-LINE
           STRING "CUSTOMER RESEARCH SHEET  CUSTOMER " DELIMITED BY SIZE
                  WS-RESEARCH-CUSTOMER-ID              DELIMITED BY SIZE
                  "  PRINTED "                         DELIMITED BY SIZE
                  WS-BUSINESS-YEAR                     DELIMITED BY SIZE
                  "-"                                  DELIMITED BY SIZE
                  WS-BUSINESS-MONTH                    DELIMITED BY SIZE
                  "-"                                  DELIMITED BY SIZE
                  WS-BUSINESS-DAY                      DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           MOVE WS-RANGE-FROM-DATE TO WS-EDIT-DATE
           MOVE WS-RANGE-TO-DATE   TO WS-EDIT-DATE-2
           MOVE SPACES TO RESEARCH-LINE
           STRING "RESEARCH RANGE " DELIMITED BY SIZE
                  WS-EDIT-DATE      DELIMITED BY SIZE
                  " TO "            DELIMITED BY SIZE
                  WS-EDIT-DATE-2    DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE.

       WRITE-CUSTOMER-BLOCK.
      * The name and address from the customer master. Customers are
      * never purged, but a sheet is still printed for an ID with no
      * customer record so its accounts can be researched; the gap is
      * logged for someone to repair.
           MOVE SPACES TO RESEARCH-LINE
           WRITE RESEARCH-LINE

           SET CUSTOMER-FOUND TO TRUE
           MOVE WS-RESEARCH-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           END-READ

           IF CUSTOMER-NOT-FOUND
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "QNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-RESEARCH-CUSTOMER-ID
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CUSTOMER RECORD ON FILE FOR RESEARCH"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE SPACES TO RESEARCH-LINE
               MOVE "  *** CUSTOMER RECORD NOT ON FILE ***"
                 TO RESEARCH-LINE
               WRITE RESEARCH-LINE
               GO TO EXIT-WRITE-CUSTOMER-BLOCK
           END-IF

           MOVE SPACES TO RESEARCH-LINE
           STRING "  "                 DELIMITED BY SIZE
                  CM-CUSTOMER-NAME     DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           MOVE SPACES TO RESEARCH-LINE
           STRING "  "                 DELIMITED BY SIZE
                  CM-ADDRESS-LINE-1    DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO RESEARCH-LINE
               STRING "  "              DELIMITED BY SIZE
                      CM-ADDRESS-LINE-2 DELIMITED BY SIZE
                 INTO RESEARCH-LINE
               END-STRING
               WRITE RESEARCH-LINE
           END-IF

           MOVE SPACES TO RESEARCH-LINE
           STRING "  "                 DELIMITED BY SIZE
                  CM-CITY              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CM-STATE             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CM-ZIP-CODE          DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           MOVE CM-OPENED-DATE TO WS-EDIT-DATE
           MOVE SPACES TO RESEARCH-LINE
           STRING "  PHONE "           DELIMITED BY SIZE
                  CM-PHONE-NUMBER      DELIMITED BY SIZE
                  "  CUSTOMER SINCE "  DELIMITED BY SIZE
                  WS-EDIT-DATE         DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE.

       EXIT-WRITE-CUSTOMER-BLOCK.
           EXIT.

       PRINT-CUSTOMER-ACCOUNTS.
      * Every account the customer owns, through the customer-ID
      * alternate key. Closed accounts stay on the master, so they
      * print with the rest.
           MOVE WS-RESEARCH-CUSTOMER-ID TO AM-CUSTOMER-ID
           START ACCOUNT-MASTER-FILE
               KEY IS EQUAL TO AM-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO RESEARCH-LINE
                   WRITE RESEARCH-LINE
                   MOVE "NO ACCOUNTS ON FILE FOR THIS CUSTOMER"
                     TO RESEARCH-LINE
                   WRITE RESEARCH-LINE
                   GO TO EXIT-PRINT-CUSTOMER-ACCOUNTS
           END-START

           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM PRINT-ONE-ACCOUNT THRU EXIT-PRINT-ONE-ACCOUNT
               UNTIL SCAN-DONE.

       EXIT-PRINT-CUSTOMER-ACCOUNTS.
           EXIT.

       PRINT-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
                   GO TO EXIT-PRINT-ONE-ACCOUNT
           END-READ

           IF AM-CUSTOMER-ID NOT = WS-RESEARCH-CUSTOMER-ID
               SET SCAN-DONE TO TRUE
               GO TO EXIT-PRINT-ONE-ACCOUNT
           END-IF

           ADD 1 TO WS-ACCOUNTS-PRINTED
           PERFORM NOTE-RESEARCH-ACCOUNT

           PERFORM WRITE-ACCOUNT-HEADER
           PERFORM PRINT-ACCOUNT-HOLDS
           PERFORM PRINT-ACCOUNT-STANDING-ORDERS THRU
               EXIT-PRINT-ACCOUNT-STANDING-ORDERS
           PERFORM WRITE-EMPTY-SECTION-LINE
           PERFORM PRINT-ACCOUNT-HISTORY.

       EXIT-PRINT-ONE-ACCOUNT.
           EXIT.

       NOTE-RESEARCH-ACCOUNT.
           IF WS-RESEARCH-ACCOUNT-COUNT NOT < WS-RESEARCH-ACCOUNT-MAX
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "QACT" TO WS-EXCEPTION-REASON-CODE
               MOVE AM-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "ACCOUNT PAST RESEARCH TABLE - EXCEPTIONS NOT SHOWN"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
           ELSE
               ADD 1 TO WS-RESEARCH-ACCOUNT-COUNT
               SET RESEARCH-ACCT-IDX TO WS-RESEARCH-ACCOUNT-COUNT
               MOVE AM-ACCOUNT-NUMBER
                 TO WS-RA-ACCOUNT-NUMBER (RESEARCH-ACCT-IDX)
           END-IF.

       WRITE-ACCOUNT-HEADER.
           PERFORM SET-PRODUCT-DESCRIPTION
           MOVE SPACES TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE SPACES TO RESEARCH-LINE
           STRING "ACCOUNT "             DELIMITED BY SIZE
                  AM-ACCOUNT-NUMBER      DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-PRODUCT-DESCRIPTION DELIMITED BY SIZE
                  "  STATUS "            DELIMITED BY SIZE
                  AM-ACCOUNT-STATUS      DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           MOVE AM-ACCOUNT-BALANCE TO WS-EDIT-BALANCE
           MOVE AM-OVERDRAFT-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO RESEARCH-LINE
           STRING "  BALANCE "         DELIMITED BY SIZE
                  WS-EDIT-BALANCE      DELIMITED BY SIZE
                  "  OVERDRAFT LIMIT " DELIMITED BY SIZE
                  WS-EDIT-LIMIT        DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           IF ACCOUNT-CHARGED-OFF
               MOVE AM-CHARGE-OFF-DATE     TO WS-EDIT-DATE
               MOVE AM-CHARGED-OFF-BALANCE TO WS-EDIT-BALANCE
               MOVE SPACES TO RESEARCH-LINE
               STRING "  CHARGED OFF "   DELIMITED BY SIZE
                      WS-EDIT-DATE       DELIMITED BY SIZE
                      "  UNRECOVERED "   DELIMITED BY SIZE
                      WS-EDIT-BALANCE    DELIMITED BY SIZE
                 INTO RESEARCH-LINE
               END-STRING
               WRITE RESEARCH-LINE
           END-IF.

       PRINT-ACCOUNT-HOLDS.
      * The hold on file, active or released, then any released holds
      * the retention purge has already moved to the purge archive
      * whose release falls in the range.
           MOVE "  HOLDS" TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE ZERO TO WS-SECTION-LINE-COUNT

           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           READ HOLDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HD-PLACED-DATE TO WS-EDIT-DATE
                   MOVE SPACES TO RESEARCH-LINE
                   IF HOLD-ACTIVE
                       STRING "    ACTIVE    REASON " DELIMITED BY SIZE
                              HD-REASON-CODE         DELIMITED BY SIZE
                              "  PLACED "            DELIMITED BY SIZE
                              WS-EDIT-DATE           DELIMITED BY SIZE
                         INTO RESEARCH-LINE
                       END-STRING
                   ELSE
                       MOVE HD-RELEASED-DATE TO WS-EDIT-DATE-2
                       STRING "    RELEASED  REASON " DELIMITED BY SIZE
                              HD-REASON-CODE         DELIMITED BY SIZE
                              "  PLACED "            DELIMITED BY SIZE
                              WS-EDIT-DATE           DELIMITED BY SIZE
                              "  RELEASED "          DELIMITED BY SIZE
                              WS-EDIT-DATE-2         DELIMITED BY SIZE
                         INTO RESEARCH-LINE
                       END-STRING
                   END-IF
                   WRITE RESEARCH-LINE
                   ADD 1 TO WS-SECTION-LINE-COUNT
           END-READ

           OPEN INPUT PURGE-ARCHIVE-FILE
           MOVE 'N' TO WS-DETAIL-SCAN-FLAG
           PERFORM PRINT-ONE-ARCHIVED-HOLD
               UNTIL DETAIL-SCAN-DONE
           CLOSE PURGE-ARCHIVE-FILE

           PERFORM WRITE-EMPTY-SECTION-LINE.

       PRINT-ONE-ARCHIVED-HOLD.
           READ PURGE-ARCHIVE-FILE
               AT END
                   SET DETAIL-SCAN-DONE TO TRUE
           END-READ

           IF NOT DETAIL-SCAN-DONE AND PA-SOURCE-FILE = "HOLDS"
               MOVE PA-RECORD-IMAGE TO WS-ARCHIVED-HOLD
               IF WS-AH-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                       AND WS-AH-RELEASED-DATE NOT < WS-RANGE-FROM-DATE
                       AND WS-AH-RELEASED-DATE NOT > WS-RANGE-TO-DATE
                   MOVE WS-AH-PLACED-DATE   TO WS-EDIT-DATE
                   MOVE WS-AH-RELEASED-DATE TO WS-EDIT-DATE-2
                   MOVE SPACES TO RESEARCH-LINE
                   STRING "    RELEASED  REASON " DELIMITED BY SIZE
                          WS-AH-REASON-CODE      DELIMITED BY SIZE
                          "  PLACED "            DELIMITED BY SIZE
                          WS-EDIT-DATE           DELIMITED BY SIZE
                          "  RELEASED "          DELIMITED BY SIZE
                          WS-EDIT-DATE-2         DELIMITED BY SIZE
                          "  ARCHIVED"           DELIMITED BY SIZE
                     INTO RESEARCH-LINE
                   END-STRING
                   WRITE RESEARCH-LINE
                   ADD 1 TO WS-SECTION-LINE-COUNT
               END-IF
           END-IF.

       PRINT-ACCOUNT-STANDING-ORDERS.
      * Active orders paying out of the account, and active orders
      * paying into it from another account.
           MOVE "  STANDING ORDERS" TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE ZERO TO WS-SECTION-LINE-COUNT

           MOVE LOW-VALUES TO SO-ORDER-ID
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SO-ORDER-ID
               INVALID KEY
                   GO TO EXIT-PRINT-ACCOUNT-STANDING-ORDERS
           END-START

           MOVE 'N' TO WS-DETAIL-SCAN-FLAG
           PERFORM PRINT-ONE-STANDING-ORDER
               UNTIL DETAIL-SCAN-DONE.

       EXIT-PRINT-ACCOUNT-STANDING-ORDERS.
           EXIT.

       PRINT-ONE-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET DETAIL-SCAN-DONE TO TRUE
           END-READ

           IF NOT DETAIL-SCAN-DONE AND ORDER-ACTIVE
               MOVE SO-AMOUNT        TO WS-EDIT-ORDER-AMOUNT
               MOVE SO-NEXT-RUN-DATE TO WS-EDIT-DATE
               IF SO-FROM-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                   MOVE SPACES TO RESEARCH-LINE
                   STRING "    ORDER "            DELIMITED BY SIZE
                          SO-ORDER-ID            DELIMITED BY SIZE
                          "  TO   "              DELIMITED BY SIZE
                          SO-TO-ACCOUNT-NUMBER   DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-EDIT-ORDER-AMOUNT   DELIMITED BY SIZE
                          "  "                   DELIMITED BY SIZE
                          SO-FREQUENCY           DELIMITED BY SIZE
                          "  NEXT RUN "          DELIMITED BY SIZE
                          WS-EDIT-DATE           DELIMITED BY SIZE
                     INTO RESEARCH-LINE
                   END-STRING
                   WRITE RESEARCH-LINE
                   ADD 1 TO WS-SECTION-LINE-COUNT
               END-IF
               IF SO-TO-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                   MOVE SPACES TO RESEARCH-LINE
                   STRING "    ORDER "            DELIMITED BY SIZE
                          SO-ORDER-ID            DELIMITED BY SIZE
                          "  FROM "              DELIMITED BY SIZE
                          SO-FROM-ACCOUNT-NUMBER DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-EDIT-ORDER-AMOUNT   DELIMITED BY SIZE
                          "  "                   DELIMITED BY SIZE
                          SO-FREQUENCY           DELIMITED BY SIZE
                          "  NEXT RUN "          DELIMITED BY SIZE
                          WS-EDIT-DATE           DELIMITED BY SIZE
                     INTO RESEARCH-LINE
                   END-STRING
                   WRITE RESEARCH-LINE
                   ADD 1 TO WS-SECTION-LINE-COUNT
               END-IF
           END-IF.

       WRITE-EMPTY-SECTION-LINE.
      * A section with nothing to show still says so, so the analyst
      * knows it was looked at.
           IF WS-SECTION-LINE-COUNT = ZERO
               MOVE "    NONE" TO RESEARCH-LINE
               WRITE RESEARCH-LINE
           END-IF.

       PRINT-ACCOUNT-HISTORY.
      * The account's postings in the range, in the order they were
      * posted, each with the balance it left and the branch it came
      * from. The permanent history is never purged, so a closed
      * account prints in full. An inquiry is a handful of customers,
      * so the history is simply read from the top for each account.
           MOVE "  HISTORY" TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE SPACES TO RESEARCH-LINE
           STRING "  DATE     TYPE       COUNTERPRTY"
                                         DELIMITED BY SIZE
                  "           AMOUNT           BALANCE BR"
                                         DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE
           MOVE ZERO TO WS-SECTION-LINE-COUNT

           OPEN INPUT TRANSACTION-HISTORY-FILE
           MOVE 'N' TO WS-DETAIL-SCAN-FLAG
           PERFORM PRINT-ONE-HISTORY-POSTING
               UNTIL DETAIL-SCAN-DONE
           CLOSE TRANSACTION-HISTORY-FILE

           IF WS-SECTION-LINE-COUNT = ZERO
               MOVE "    NO POSTINGS IN RANGE" TO RESEARCH-LINE
               WRITE RESEARCH-LINE
           ELSE
               MOVE WS-CLOSING-BALANCE TO WS-EDIT-BALANCE
               MOVE SPACES TO RESEARCH-LINE
               STRING "    CLOSING BALANCE " DELIMITED BY SIZE
                      WS-EDIT-BALANCE        DELIMITED BY SIZE
                 INTO RESEARCH-LINE
               END-STRING
               WRITE RESEARCH-LINE
           END-IF.

       PRINT-ONE-HISTORY-POSTING.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET DETAIL-SCAN-DONE TO TRUE
           END-READ

           IF NOT DETAIL-SCAN-DONE
                   AND TH-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                   AND TH-BUSINESS-DATE NOT < WS-RANGE-FROM-DATE
                   AND TH-BUSINESS-DATE NOT > WS-RANGE-TO-DATE
               IF WS-SECTION-LINE-COUNT = ZERO
                   PERFORM WRITE-OPENING-BALANCE
               END-IF
               PERFORM WRITE-HISTORY-LINE
               MOVE TH-RESULTING-BALANCE TO WS-CLOSING-BALANCE
               ADD 1 TO WS-SECTION-LINE-COUNT
               ADD 1 TO WS-POSTINGS-PRINTED
           END-IF.

       WRITE-OPENING-BALANCE.
      * The balance before the first posting in the range is what
      * that posting left less its own amount.
           COMPUTE WS-OPENING-BALANCE =
               TH-RESULTING-BALANCE - TH-SIGNED-AMOUNT
           MOVE WS-OPENING-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO RESEARCH-LINE
           STRING "    OPENING BALANCE " DELIMITED BY SIZE
                  WS-EDIT-BALANCE        DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE.

       WRITE-HISTORY-LINE.
           PERFORM SET-TYPE-DESCRIPTION
           MOVE TH-BUSINESS-DATE     TO WS-EDIT-DATE
           MOVE TH-SIGNED-AMOUNT     TO WS-EDIT-AMOUNT
           MOVE TH-RESULTING-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO RESEARCH-LINE
           STRING "  "                  DELIMITED BY SIZE
                  WS-EDIT-DATE          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TYPE-DESCRIPTION   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TH-COUNTERPARTY-ID    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDIT-AMOUNT        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EDIT-BALANCE       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  TH-BRANCH-CODE        DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE.

       SET-TYPE-DESCRIPTION.
           IF TH-TRANSACTION-TYPE = 'D'
               MOVE "DEPOSIT   " TO WS-TYPE-DESCRIPTION
           ELSE
               IF TH-TRANSACTION-TYPE = 'W'
                   MOVE "WITHDRAWAL" TO WS-TYPE-DESCRIPTION
               ELSE
                   IF TH-TRANSACTION-TYPE = 'T'
                       MOVE "TRANSFER  " TO WS-TYPE-DESCRIPTION
                   ELSE
                       IF TH-TRANSACTION-TYPE = 'F'
                           MOVE "OVDRFT FEE" TO WS-TYPE-DESCRIPTION
                       ELSE
                           IF TH-TRANSACTION-TYPE = 'I'
                               MOVE "INTEREST  "
                                 TO WS-TYPE-DESCRIPTION
                           ELSE
                               IF TH-TRANSACTION-TYPE = 'R'
                                   MOVE "REVERSAL  "
                                     TO WS-TYPE-DESCRIPTION
                               ELSE
                                   IF TH-TRANSACTION-TYPE = 'X'
                                       MOVE "EXT XFER  "
                                         TO WS-TYPE-DESCRIPTION
                                   ELSE
                                       IF TH-TRANSACTION-TYPE = 'E'
                                           MOVE "EXT RETURN"
                                             TO WS-TYPE-DESCRIPTION
                                       ELSE
                                           IF TH-TRANSACTION-TYPE = 'S'
                                               MOVE "SVC CHARGE"
                                                 TO WS-TYPE-DESCRIPTION
                                           ELSE
                                               PERFORM
                                            SET-LATER-TYPE-DESCRIPTION
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-LATER-TYPE-DESCRIPTION.
      * Continues the type test of SET-TYPE-DESCRIPTION for the later
      * posting types.
           IF TH-TRANSACTION-TYPE = 'A'
               MOVE "ACH CREDIT" TO WS-TYPE-DESCRIPTION
           ELSE
               IF TH-TRANSACTION-TYPE = 'B'
                   MOVE "ACH DEBIT " TO WS-TYPE-DESCRIPTION
               ELSE
                   IF TH-TRANSACTION-TYPE = 'C'
                       MOVE "CHECK PAID" TO WS-TYPE-DESCRIPTION
                   ELSE
                       IF TH-TRANSACTION-TYPE = 'P'
                           MOVE "CD PENALTY" TO WS-TYPE-DESCRIPTION
                       ELSE
                           IF TH-TRANSACTION-TYPE = 'O'
                               MOVE "CHARGE-OFF"
                                 TO WS-TYPE-DESCRIPTION
                           ELSE
                               IF TH-TRANSACTION-TYPE = 'Y'
                                   MOVE "RECOVERY  "
                                     TO WS-TYPE-DESCRIPTION
                               ELSE
                                   MOVE "UNKNOWN   "
                                     TO WS-TYPE-DESCRIPTION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-PRODUCT-DESCRIPTION.
           IF PRODUCT-CHECKING
               MOVE "CHECKING  " TO WS-PRODUCT-DESCRIPTION
           ELSE
               IF PRODUCT-SAVINGS
                   MOVE "SAVINGS   " TO WS-PRODUCT-DESCRIPTION
               ELSE
                   IF PRODUCT-CERTIFICATE
                       MOVE "TIME DEP  " TO WS-PRODUCT-DESCRIPTION
                   ELSE
                       MOVE AM-PRODUCT-CODE TO WS-PRODUCT-DESCRIPTION
                   END-IF
               END-IF
           END-IF.

       PRINT-CUSTOMER-EXCEPTIONS.
      * Everything logged in the range against the customer ID or
      * against any of the customer's accounts. The log is the one
      * this program appends to, so the append handle is let go for
      * the read pass and taken up again after it; nothing is logged
      * while the log is being read.
           MOVE SPACES TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE "EXCEPTIONS LOGGED" TO RESEARCH-LINE
           WRITE RESEARCH-LINE
           MOVE ZERO TO WS-SECTION-LINE-COUNT

           CLOSE EXCEPTION-LOG-FILE
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               PERFORM OPEN-EXCEPTION-LOG
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-RESEARCH-CUSTOMER-ID
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "ERROR READING EXCEPTION LOG FOR RESEARCH"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               MOVE "    *** EXCEPTION LOG COULD NOT BE READ ***"
                 TO RESEARCH-LINE
               WRITE RESEARCH-LINE
               GO TO EXIT-PRINT-CUSTOMER-EXCEPTIONS
           END-IF

           MOVE 'N' TO WS-DETAIL-SCAN-FLAG
           PERFORM PRINT-ONE-LOGGED-EXCEPTION
               UNTIL DETAIL-SCAN-DONE

           CLOSE EXCEPTION-LOG-FILE
           PERFORM OPEN-EXCEPTION-LOG

           PERFORM WRITE-EMPTY-SECTION-LINE.

       EXIT-PRINT-CUSTOMER-EXCEPTIONS.
           EXIT.

       PRINT-ONE-LOGGED-EXCEPTION.
           READ EXCEPTION-LOG-FILE
               AT END
                   SET DETAIL-SCAN-DONE TO TRUE
           END-READ

           IF NOT DETAIL-SCAN-DONE
                   AND EX-BUSINESS-DATE NOT < WS-RANGE-FROM-DATE
                   AND EX-BUSINESS-DATE NOT > WS-RANGE-TO-DATE
                   AND EX-CUSTOMER-ID NOT = SPACES
               SET ACCOUNT-NOT-MATCHED TO TRUE
               IF EX-CUSTOMER-ID = WS-RESEARCH-CUSTOMER-ID
                   SET ACCOUNT-MATCHED TO TRUE
               ELSE
                   SET RESEARCH-ACCT-IDX TO 1
                   SEARCH WS-RESEARCH-ACCOUNT-ENTRY
                       AT END
                           CONTINUE
                       WHEN RESEARCH-ACCT-IDX
                               > WS-RESEARCH-ACCOUNT-COUNT
                           CONTINUE
                       WHEN WS-RA-ACCOUNT-NUMBER (RESEARCH-ACCT-IDX)
                               = EX-CUSTOMER-ID
                           SET ACCOUNT-MATCHED TO TRUE
                   END-SEARCH
               END-IF
               IF ACCOUNT-MATCHED
                   PERFORM WRITE-EXCEPTION-LINES
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINES.
           MOVE EX-BUSINESS-DATE TO WS-EDIT-DATE
           MOVE SPACES TO RESEARCH-LINE
           STRING "  "                  DELIMITED BY SIZE
                  WS-EDIT-DATE          DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  EX-SEVERITY           DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  EX-REASON-CODE        DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  EX-CUSTOMER-ID        DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  EX-PROGRAM-ID         DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           MOVE SPACES TO RESEARCH-LINE
           STRING "      "              DELIMITED BY SIZE
                  EX-MESSAGE-TEXT       DELIMITED BY SIZE
             INTO RESEARCH-LINE
           END-STRING
           WRITE RESEARCH-LINE

           ADD 1 TO WS-SECTION-LINE-COUNT
           ADD 1 TO WS-EXCEPTIONS-PRINTED.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "CUSTOMER RESEARCH INQUIRY SUMMARY"
           DISPLAY "Requests Read:      " WS-REQUESTS-READ
           DISPLAY "Requests Rejected:  " WS-REQUESTS-REJECTED
           DISPLAY "Sheets Printed:     " WS-SHEETS-PRINTED
           DISPLAY "Accounts Printed:   " WS-ACCOUNTS-PRINTED
           DISPLAY "Postings Printed:   " WS-POSTINGS-PRINTED
           DISPLAY "Exceptions Printed: " WS-EXCEPTIONS-PRINTED.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE RESEARCH-PARM-FILE
                 CUSTOMER-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 HOLDS-FILE
                 STANDING-ORDER-FILE
                 RESEARCH-REPORT-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE

           DISPLAY "CUSTOMER RESEARCH INQUIRY COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       LOG-REQUEST-EXCEPTION.
      * Common wrapper for a research request that cannot be run:
      * the caller sets the reason code and message.
           ADD 1 TO WS-REQUESTS-REJECTED
           MOVE RQ-CUSTOMER-ID TO WS-EXCEPTION-CUSTOMER-ID
           MOVE RESEARCH-PARM-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
