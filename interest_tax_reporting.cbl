      *================================================================*
      * Year-End Interest Tax Reporting                               *
      * Totals the interest paid to each customer over a tax year     *
      * from the permanent transaction history master - every 'I'     *
      * credit posted in the year, less any reversal of an 'I' credit *
      * posted in that year - across every account the customer owns, *
      * together with the certificate early-withdrawal penalties      *
      * charged in the year, net of their reversals. A customer at or *
      * over the reporting threshold with a tax ID on file gets a     *
      * printed interest tax form and a payee record on the fixed-    *
      * format government filing extract, which closes with a control *
      * record carrying the payee count and amount totals. Customers  *
      * under the threshold, without a usable tax ID, or with no      *
      * customer record are listed on the exception report instead,   *
      * so the tax ID can be chased and a corrected run made before   *
      * the filing deadline.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-TAX-REPORTING.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. YEAR-END INTEREST TAX FORMS AND FILING EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE
               ASSIGN TO "TAXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           COPY "txnhist_select.cbl".

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-INTEREST-FILE
               ASSIGN TO "TAXSORTED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

           COPY "acctmast_select.cbl".

           COPY "custmast_select.cbl".

           SELECT TAX-FORM-FILE
               ASSIGN TO "TAXFORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-FORM-FILE-STATUS.

           SELECT TAX-EXTRACT-FILE
               ASSIGN TO "TAXEXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXTRACT-FILE-STATUS.

           SELECT TAX-EXCEPTION-FILE
               ASSIGN TO "TAXEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXCEPTION-FILE-STATUS.

           COPY "runctl_select.cbl".

           COPY "excplog_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Tax Parameter File Record Structure - the payer identity the
      * forms and the filing extract carry, the tax year to report
      * (zero for the calendar year before the business date), and
      * the interest amount below which no form is issued (zero for
      * the standard threshold).
       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD.
           05  TP-TAX-YEAR            PIC 9(4).
           05  TP-REPORTING-THRESHOLD PIC 9(5)V99.
           05  TP-PAYER-TAX-ID        PIC X(9).
           05  TP-PAYER-NAME          PIC X(40).

       COPY "txnhist_record.cbl".

      * Sort Work File - one entry per interest or penalty posting in
      * the tax year, filed under the account's owner, so each
      * customer's year totals fall out of a control break.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-CUSTOMER-ID         PIC X(10).
           05  SW-ACCOUNT-NUMBER      PIC X(10).
           05  SW-INTEREST-AMOUNT     PIC S9(10)V99.
           05  SW-PENALTY-AMOUNT      PIC S9(10)V99.

      * Sorted Interest File Record Structure
       FD  SORTED-INTEREST-FILE.
       01  SORTED-INTEREST-RECORD.
           05  SI-CUSTOMER-ID         PIC X(10).
           05  SI-ACCOUNT-NUMBER      PIC X(10).
           05  SI-INTEREST-AMOUNT     PIC S9(10)V99.
           05  SI-PENALTY-AMOUNT      PIC S9(10)V99.

       COPY "acctmast_record.cbl".

       COPY "custmast_record.cbl".

      * Tax Form Print File Record Structure - one form per reported
      * customer, mailing block first, then the boxed amounts.
       FD  TAX-FORM-FILE.
       01  TAX-FORM-LINE              PIC X(80).

      * Government Filing Extract Record Structure - TX-RECORD-TYPE
      * tags each fixed-format record: one payer record first, one
      * payee record per reported customer, and one control record
      * last carrying the payee count and the amount totals the
      * receiving agency proves the transmission against. Amounts
      * are carried in cents with no decimal point.
       FD  TAX-EXTRACT-FILE.
       01  TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE         PIC X.
               88  PAYER-RECORD           VALUE 'A'.
               88  PAYEE-RECORD           VALUE 'B'.
               88  CONTROL-RECORD         VALUE 'C'.
           05  TX-TAX-YEAR            PIC 9(4).
           05  TX-PAYEE-TAX-ID        PIC X(9).
           05  TX-PAYEE-CUSTOMER-ID   PIC X(10).
           05  TX-PAYEE-NAME          PIC X(30).
           05  TX-PAYEE-ADDRESS       PIC X(30).
           05  TX-PAYEE-CITY          PIC X(20).
           05  TX-PAYEE-STATE         PIC X(2).
           05  TX-PAYEE-ZIP           PIC X(10).
           05  TX-INTEREST-AMOUNT     PIC 9(10)V99.
           05  TX-PENALTY-AMOUNT      PIC 9(10)V99.

      * Alternate view of TAX-EXTRACT-RECORD for the payer record
      * written ahead of the payees.
       01  TAX-PAYER-RECORD REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                 PIC X.
           05  FILLER                 PIC 9(4).
           05  TA-PAYER-TAX-ID        PIC X(9).
           05  TA-PAYER-NAME          PIC X(40).
           05  TA-CREATED-DATE        PIC 9(8).
           05  FILLER                 PIC X(78).

      * Alternate view of TAX-EXTRACT-RECORD for the single control
      * record written at end of extract.
       01  TAX-CONTROL-RECORD REDEFINES TAX-EXTRACT-RECORD.
           05  FILLER                 PIC X.
           05  FILLER                 PIC 9(4).
           05  TC-PAYEE-COUNT         PIC 9(8).
           05  TC-TOTAL-INTEREST      PIC 9(13)V99.
           05  TC-TOTAL-PENALTY       PIC 9(13)V99.
           05  FILLER                 PIC X(97).

      * Tax Exception Report Record Structure
       FD  TAX-EXCEPTION-FILE.
       01  TAX-EXCEPTION-LINE         PIC X(80).

       COPY "runctl_record.cbl".

       COPY "excplog_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS          PIC XX.
           05  WS-HISTORY-FILE-STATUS       PIC XX.
           05  WS-SORTED-FILE-STATUS        PIC XX.
           05  WS-ACCOUNT-FILE-STATUS       PIC XX.
           05  WS-CUSTOMER-FILE-STATUS      PIC XX.
           05  WS-TAX-FORM-FILE-STATUS      PIC XX.
           05  WS-TAX-EXTRACT-FILE-STATUS   PIC XX.
           05  WS-TAX-EXCEPTION-FILE-STATUS PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS   PIC XX.
           05  WS-EXCEPTION-FILE-STATUS     PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-POSTINGS-SELECTED   PIC 9(7) COMP VALUE ZERO.
           05  WS-ORPHAN-POSTINGS     PIC 9(7) COMP VALUE ZERO.
           05  WS-CUSTOMERS-TOTALED   PIC 9(7) COMP VALUE ZERO.
           05  WS-FORMS-PRINTED       PIC 9(7) COMP VALUE ZERO.
           05  WS-UNDER-THRESHOLD     PIC 9(7) COMP VALUE ZERO.
           05  WS-MISSING-TAX-ID      PIC 9(7) COMP VALUE ZERO.
           05  WS-MISSING-CUSTOMER    PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-INTEREST      PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-PENALTY       PIC S9(13)V99 VALUE ZERO.
           05  WS-EXCEPTION-INTEREST  PIC S9(13)V99 VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-RELEASE-EOF-FLAG        PIC X VALUE 'N'.
               88  RELEASE-END-OF-FILE    VALUE 'Y'.

           05  WS-CUSTOMER-LOOKUP-STATUS  PIC X.
               88  CUSTOMER-FOUND         VALUE 'F'.
               88  CUSTOMER-NOT-FOUND     VALUE 'N'.

      * Reporting Controls - TAXPARM overrides the defaults. The tax
      * year defaults to the calendar year before the business date,
      * since the run is made in January for the year just closed.
       01  WS-REPORTING-CONTROLS.
           05  WS-TAX-YEAR                PIC 9(4).
           05  WS-REPORTING-THRESHOLD     PIC 9(5)V99 VALUE 10.00.
           05  WS-PAYER-TAX-ID            PIC X(9).
           05  WS-PAYER-NAME              PIC X(40).

      * The Customer Whose Year Totals Are Accumulating, And The Year
      * Of The Posting Under Selection.
       01  WS-TAX-WORK-AREA.
           05  WS-TAX-CUSTOMER-ID         PIC X(10).
           05  WS-CUSTOMER-INTEREST       PIC S9(10)V99.
           05  WS-CUSTOMER-PENALTY        PIC S9(10)V99.
           05  WS-POSTING-YEAR            PIC 9(4).
           05  WS-POSTING-REMAINDER       PIC 9(4).
           05  WS-EXCEPTION-REASON-TEXT   PIC X(19).
           05  WS-MASKED-TAX-ID.
               10  FILLER                 PIC X(7) VALUE "***-**-".
               10  WS-MASKED-LAST-FOUR    PIC X(4).
           05  WS-TAX-ID-DIGITS           PIC X(9).
           05  WS-TAX-ID-PARTS REDEFINES WS-TAX-ID-DIGITS.
               10  FILLER                 PIC X(5).
               10  WS-TAX-ID-LAST-FOUR    PIC X(4).

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-TAX-EDIT-FIELDS.
           05  WS-EDIT-AMOUNT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-PENALTY            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COUNT              PIC Z,ZZZ,ZZ9.

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
      * TRANSACTION-HISTORY-FILE and CUSTOMER-MASTER-FILE are not
      * listed here: a brand new installation may have neither yet
      * (file status 35 is expected then, not an error), and the
      * initialization paragraphs handle those cases explicitly.
           USE AFTER STANDARD ERROR PROCEDURE ON
               TAX-PARM-FILE
               SORTED-INTEREST-FILE
               ACCOUNT-MASTER-FILE
               TAX-FORM-FILE
               TAX-EXTRACT-FILE
               TAX-EXCEPTION-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM TOTAL-ONE-CUSTOMER THRU EXIT-TOTAL-ONE-CUSTOMER
               UNTIL END-OF-FILE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "INTEREST-TAX-REPORTING" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

      * The year's last interest credits and any late reversals must
      * be on the history master before it is totaled.
           PERFORM OPEN-RUN-CONTROL-FILE
           MOVE "INTEREST-CALC" TO WS-RUN-PREDECESSOR-JOB
           PERFORM VERIFY-RUN-CONTROL

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS

           COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1
           PERFORM LOAD-TAX-PARAMETERS

      * The history master may not exist yet on a brand new
      * installation; an empty tax run is still a valid run.
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

           OPEN INPUT ACCOUNT-MASTER-FILE

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF

      * Pull the tax year's interest and penalty postings out of the
      * history master and order them by owning customer, then
      * account, so each customer's totals come off together.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-ID
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-TAX-YEAR-POSTINGS
               GIVING SORTED-INTEREST-FILE

           CLOSE TRANSACTION-HISTORY-FILE
                 ACCOUNT-MASTER-FILE

           OPEN INPUT  SORTED-INTEREST-FILE
                INPUT  CUSTOMER-MASTER-FILE
                OUTPUT TAX-FORM-FILE
                OUTPUT TAX-EXTRACT-FILE
                OUTPUT TAX-EXCEPTION-FILE

           PERFORM CHECK-FILE-STATUSES

           DISPLAY "YEAR-END INTEREST TAX REPORTING"
           DISPLAY "TAX YEAR: " WS-TAX-YEAR

           PERFORM WRITE-PAYER-RECORD
           PERFORM WRITE-EXCEPTION-REPORT-HEADER

           PERFORM READ-SORTED-INTEREST.

       LOAD-TAX-PARAMETERS.
      * The filing is worthless without the payer's own tax ID, so a
      * missing parameter record stops the run; a zero year or
      * threshold leaves the default in effect.
           OPEN INPUT TAX-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
               MOVE "ERROR OPENING TAX PARAMETER FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF

           MOVE SPACES TO TAX-PARM-RECORD
           READ TAX-PARM-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE TAX-PARM-FILE

           IF TP-PAYER-TAX-ID NOT NUMERIC
                   OR TP-PAYER-NAME = SPACES
               MOVE 'F' TO WS-EXCEPTION-SEVERITY
               MOVE "TPRM" TO WS-EXCEPTION-REASON-CODE
               MOVE "TAXPARM PAYER TAX ID OR NAME MISSING"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM ABNORMAL-TERMINATION
           END-IF
           MOVE TP-PAYER-TAX-ID TO WS-PAYER-TAX-ID
           MOVE TP-PAYER-NAME   TO WS-PAYER-NAME

           IF TP-TAX-YEAR NUMERIC AND TP-TAX-YEAR > ZERO
               MOVE TP-TAX-YEAR TO WS-TAX-YEAR
           END-IF

           IF TP-REPORTING-THRESHOLD NUMERIC
                   AND TP-REPORTING-THRESHOLD > ZERO
               MOVE TP-REPORTING-THRESHOLD TO WS-REPORTING-THRESHOLD
           END-IF.

       CHECK-FILE-STATUSES.
           IF WS-SORTED-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING SORTED INTEREST FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * CUSTMASTER may not exist yet on a brand new installation;
      * every customer then lands on the exception report.
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

           IF WS-TAX-FORM-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING TAX FORM FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-TAX-EXTRACT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING TAX FILING EXTRACT"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-TAX-EXCEPTION-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING TAX EXCEPTION REPORT"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       SELECT-TAX-YEAR-POSTINGS SECTION.
       SELECT-TAX-YEAR-POSTINGS-ROUTINE.
           PERFORM RELEASE-TAX-YEAR-POSTING THRU
               EXIT-RELEASE-TAX-YEAR-POSTING
               UNTIL RELEASE-END-OF-FILE
           GO TO EXIT-SELECT-TAX-YEAR-POSTINGS.

       RELEASE-TAX-YEAR-POSTING.
      * An interest credit or penalty counts in the year it posted.
      * A reversal counts against the year of the posting it backs
      * out, so interest reversed in January still nets off the year
      * it was paid in. Penalties are carried as positive amounts.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   SET RELEASE-END-OF-FILE TO TRUE
                   GO TO EXIT-RELEASE-TAX-YEAR-POSTING
           END-READ

           MOVE ZERO TO SW-INTEREST-AMOUNT
                        SW-PENALTY-AMOUNT
           IF TH-TRANSACTION-TYPE = 'R'
               DIVIDE TH-ORIGINAL-DATE BY 10000
                   GIVING WS-POSTING-YEAR
                   REMAINDER WS-POSTING-REMAINDER
               IF TH-ORIGINAL-TYPE = 'I'
                   MOVE TH-SIGNED-AMOUNT TO SW-INTEREST-AMOUNT
               ELSE
                   IF TH-ORIGINAL-TYPE = 'P'
                       COMPUTE SW-PENALTY-AMOUNT =
                           ZERO - TH-SIGNED-AMOUNT
                   ELSE
                       GO TO EXIT-RELEASE-TAX-YEAR-POSTING
                   END-IF
               END-IF
           ELSE
               DIVIDE TH-BUSINESS-DATE BY 10000
                   GIVING WS-POSTING-YEAR
                   REMAINDER WS-POSTING-REMAINDER
               IF TH-TRANSACTION-TYPE = 'I'
                   MOVE TH-SIGNED-AMOUNT TO SW-INTEREST-AMOUNT
               ELSE
                   IF TH-TRANSACTION-TYPE = 'P'
                       COMPUTE SW-PENALTY-AMOUNT =
                           ZERO - TH-SIGNED-AMOUNT
                   ELSE
                       GO TO EXIT-RELEASE-TAX-YEAR-POSTING
                   END-IF
               END-IF
           END-IF

           IF WS-POSTING-YEAR NOT = WS-TAX-YEAR
               GO TO EXIT-RELEASE-TAX-YEAR-POSTING
           END-IF

           PERFORM SET-POSTING-CUSTOMER
           MOVE TH-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER
           ADD 1 TO WS-POSTINGS-SELECTED
           RELEASE SORT-RECORD.

       EXIT-RELEASE-TAX-YEAR-POSTING.
           EXIT.

       SET-POSTING-CUSTOMER.
      * A posting files under its account's owner. One whose account
      * is gone from ACCTMASTER has no owner to report it under; it
      * sorts to the front and is logged as an orphan.
           MOVE TH-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SW-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE AM-CUSTOMER-ID TO SW-CUSTOMER-ID
           END-READ.

       EXIT-SELECT-TAX-YEAR-POSTINGS.
           EXIT.

       TAX-REPORTING-SECTION SECTION.
       TOTAL-ONE-CUSTOMER.
      * Postings with no owner cannot go on anyone's form; each is
      * logged so the missing account can be researched.
           IF SI-CUSTOMER-ID = SPACES
               PERFORM SKIP-ORPHAN-POSTING
               GO TO EXIT-TOTAL-ONE-CUSTOMER
           END-IF

           MOVE SI-CUSTOMER-ID TO WS-TAX-CUSTOMER-ID
           MOVE ZERO TO WS-CUSTOMER-INTEREST
                        WS-CUSTOMER-PENALTY
           PERFORM ACCUMULATE-CUSTOMER-POSTING
               UNTIL END-OF-FILE
                  OR SI-CUSTOMER-ID NOT = WS-TAX-CUSTOMER-ID

           ADD 1 TO WS-CUSTOMERS-TOTALED
           PERFORM REPORT-CUSTOMER-TOTALS THRU
               EXIT-REPORT-CUSTOMER-TOTALS.

       EXIT-TOTAL-ONE-CUSTOMER.
           EXIT.

       ACCUMULATE-CUSTOMER-POSTING.
           ADD SI-INTEREST-AMOUNT TO WS-CUSTOMER-INTEREST
           ADD SI-PENALTY-AMOUNT  TO WS-CUSTOMER-PENALTY
           PERFORM READ-SORTED-INTEREST.

       SKIP-ORPHAN-POSTING.
           ADD 1 TO WS-ORPHAN-POSTINGS
           MOVE 'W' TO WS-EXCEPTION-SEVERITY
           MOVE "TNOA" TO WS-EXCEPTION-REASON-CODE
           MOVE SI-ACCOUNT-NUMBER TO WS-EXCEPTION-CUSTOMER-ID
           MOVE "INTEREST POSTING FOR ACCOUNT NOT ON ACCTMASTER"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           PERFORM READ-SORTED-INTEREST.

       REPORT-CUSTOMER-TOTALS.
      * A form goes out only for a customer on file, at or over the
      * threshold, with a tax ID to report under; anyone else is
      * listed on the exception report with the amounts withheld.
           SET CUSTOMER-FOUND TO TRUE
           MOVE WS-TAX-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-FOUND TO TRUE
           END-READ

           IF CUSTOMER-NOT-FOUND
               ADD 1 TO WS-MISSING-CUSTOMER
               MOVE SPACES TO CM-CUSTOMER-NAME
               MOVE "NO CUSTOMER RECORD" TO WS-EXCEPTION-REASON-TEXT
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "TNOC" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-TAX-CUSTOMER-ID TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "NO CUSTOMER RECORD FOR INTEREST TAX REPORTING"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM WRITE-TAX-EXCEPTION-LINE
               GO TO EXIT-REPORT-CUSTOMER-TOTALS
           END-IF

           IF WS-CUSTOMER-INTEREST < WS-REPORTING-THRESHOLD
               ADD 1 TO WS-UNDER-THRESHOLD
               MOVE "UNDER THRESHOLD" TO WS-EXCEPTION-REASON-TEXT
               PERFORM WRITE-TAX-EXCEPTION-LINE
               GO TO EXIT-REPORT-CUSTOMER-TOTALS
           END-IF

           IF CM-TAX-ID NOT NUMERIC OR CM-TAX-ID = ZEROS
               ADD 1 TO WS-MISSING-TAX-ID
               MOVE "MISSING TAX ID" TO WS-EXCEPTION-REASON-TEXT
               MOVE 'W' TO WS-EXCEPTION-SEVERITY
               MOVE "TTIN" TO WS-EXCEPTION-REASON-CODE
               MOVE WS-TAX-CUSTOMER-ID TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "REPORTABLE INTEREST BUT NO TAX ID ON FILE"
                 TO WS-EXCEPTION-MESSAGE
               PERFORM WRITE-EXCEPTION-ENTRY
               PERFORM WRITE-TAX-EXCEPTION-LINE
               GO TO EXIT-REPORT-CUSTOMER-TOTALS
           END-IF

      * A customer's net penalty can only fall below zero through a
      * reversal of a prior year's penalty; nothing negative is
      * reported in box 2.
           IF WS-CUSTOMER-PENALTY < ZERO
               MOVE ZERO TO WS-CUSTOMER-PENALTY
           END-IF

           PERFORM PRINT-TAX-FORM
           PERFORM WRITE-PAYEE-RECORD
           ADD 1 TO WS-FORMS-PRINTED
           ADD WS-CUSTOMER-INTEREST TO WS-TOTAL-INTEREST
           ADD WS-CUSTOMER-PENALTY  TO WS-TOTAL-PENALTY.

       EXIT-REPORT-CUSTOMER-TOTALS.
           EXIT.

       PRINT-TAX-FORM.
      * The recipient copy shows only the last four digits of the
      * tax ID; the full number goes to the filing extract alone.
           MOVE CM-TAX-ID TO WS-TAX-ID-DIGITS
           MOVE WS-TAX-ID-LAST-FOUR TO WS-MASKED-LAST-FOUR

           MOVE SPACES TO TAX-FORM-LINE
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-FORM-LINE
           STRING "INTEREST INCOME TAX FORM      TAX YEAR "
                                       DELIMITED BY SIZE
                  WS-TAX-YEAR          DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-FORM-LINE
           STRING "PAYER "             DELIMITED BY SIZE
                  WS-PAYER-NAME        DELIMITED BY SIZE
                  " TIN "              DELIMITED BY SIZE
                  WS-PAYER-TAX-ID      DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-FORM-LINE
           STRING "RECIPIENT TIN "     DELIMITED BY SIZE
                  WS-MASKED-TAX-ID     DELIMITED BY SIZE
                  "   CUSTOMER "       DELIMITED BY SIZE
                  CM-CUSTOMER-ID       DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-FORM-LINE
           MOVE CM-CUSTOMER-NAME TO TAX-FORM-LINE
           WRITE TAX-FORM-LINE
           MOVE SPACES TO TAX-FORM-LINE
           MOVE CM-ADDRESS-LINE-1 TO TAX-FORM-LINE
           WRITE TAX-FORM-LINE
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO TAX-FORM-LINE
               MOVE CM-ADDRESS-LINE-2 TO TAX-FORM-LINE
               WRITE TAX-FORM-LINE
           END-IF
           MOVE SPACES TO TAX-FORM-LINE
           STRING CM-CITY     DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  CM-STATE    DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  CM-ZIP-CODE DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-FORM-LINE
           WRITE TAX-FORM-LINE

           MOVE WS-CUSTOMER-INTEREST TO WS-EDIT-AMOUNT
           MOVE SPACES TO TAX-FORM-LINE
           STRING "BOX 1 INTEREST INCOME          " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT                    DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE WS-CUSTOMER-PENALTY TO WS-EDIT-PENALTY
           MOVE SPACES TO TAX-FORM-LINE
           STRING "BOX 2 EARLY WITHDRAWAL PENALTY " DELIMITED BY SIZE
                  WS-EDIT-PENALTY                   DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-FORM-LINE
           MOVE "*** END OF FORM ***" TO TAX-FORM-LINE
           WRITE TAX-FORM-LINE.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET PAYER-RECORD TO TRUE
           MOVE WS-TAX-YEAR      TO TX-TAX-YEAR
           MOVE WS-PAYER-TAX-ID  TO TA-PAYER-TAX-ID
           MOVE WS-PAYER-NAME    TO TA-PAYER-NAME
           MOVE WS-BUSINESS-DATE TO TA-CREATED-DATE
           WRITE TAX-EXTRACT-RECORD.

       WRITE-PAYEE-RECORD.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET PAYEE-RECORD TO TRUE
           MOVE WS-TAX-YEAR       TO TX-TAX-YEAR
           MOVE CM-TAX-ID         TO TX-PAYEE-TAX-ID
           MOVE CM-CUSTOMER-ID    TO TX-PAYEE-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME  TO TX-PAYEE-NAME
           MOVE CM-ADDRESS-LINE-1 TO TX-PAYEE-ADDRESS
           MOVE CM-CITY           TO TX-PAYEE-CITY
           MOVE CM-STATE          TO TX-PAYEE-STATE
           MOVE CM-ZIP-CODE       TO TX-PAYEE-ZIP
           MOVE WS-CUSTOMER-INTEREST TO TX-INTEREST-AMOUNT
           MOVE WS-CUSTOMER-PENALTY  TO TX-PENALTY-AMOUNT
           WRITE TAX-EXTRACT-RECORD.

       WRITE-EXCEPTION-REPORT-HEADER.
           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING "INTEREST TAX EXCEPTIONS FOR TAX YEAR "
                                       DELIMITED BY SIZE
                  WS-TAX-YEAR          DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE

           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING "CUSTOMER   NAME                    INTEREST"
                                       DELIMITED BY SIZE
                  "          PENALTY REASON"
                                       DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE.

       WRITE-TAX-EXCEPTION-LINE.
           MOVE WS-CUSTOMER-INTEREST TO WS-EDIT-AMOUNT
           MOVE WS-CUSTOMER-PENALTY  TO WS-EDIT-PENALTY
           ADD WS-CUSTOMER-INTEREST  TO WS-EXCEPTION-INTEREST
           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING WS-TAX-CUSTOMER-ID       DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  CM-CUSTOMER-NAME (1:15)  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT           DELIMITED BY SIZE
                  WS-EDIT-PENALTY          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-EXCEPTION-REASON-TEXT DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE.

       WRITE-CONTROL-TOTALS.
      * The extract closes with its control record; the form file and
      * the exception report close with the matching totals so the
      * three can be proven against each other before filing.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           SET CONTROL-RECORD TO TRUE
           MOVE WS-TAX-YEAR       TO TX-TAX-YEAR
           MOVE WS-FORMS-PRINTED  TO TC-PAYEE-COUNT
           MOVE WS-TOTAL-INTEREST TO TC-TOTAL-INTEREST
           MOVE WS-TOTAL-PENALTY  TO TC-TOTAL-PENALTY
           WRITE TAX-EXTRACT-RECORD

           MOVE SPACES TO TAX-FORM-LINE
           WRITE TAX-FORM-LINE
           MOVE WS-FORMS-PRINTED TO WS-EDIT-COUNT
           MOVE SPACES TO TAX-FORM-LINE
           STRING "TOTAL FORMS        " DELIMITED BY SIZE
                  WS-EDIT-COUNT         DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE
           MOVE WS-TOTAL-INTEREST TO WS-EDIT-TOTAL
           MOVE SPACES TO TAX-FORM-LINE
           STRING "TOTAL BOX 1        " DELIMITED BY SIZE
                  WS-EDIT-TOTAL         DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE
           MOVE WS-TOTAL-PENALTY TO WS-EDIT-TOTAL
           MOVE SPACES TO TAX-FORM-LINE
           STRING "TOTAL BOX 2        " DELIMITED BY SIZE
                  WS-EDIT-TOTAL         DELIMITED BY SIZE
             INTO TAX-FORM-LINE
           END-STRING
           WRITE TAX-FORM-LINE

           MOVE SPACES TO TAX-EXCEPTION-LINE
           WRITE TAX-EXCEPTION-LINE
           MOVE WS-UNDER-THRESHOLD TO WS-EDIT-COUNT
           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING "UNDER THRESHOLD    " DELIMITED BY SIZE
                  WS-EDIT-COUNT         DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE
           MOVE WS-MISSING-TAX-ID TO WS-EDIT-COUNT
           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING "MISSING TAX ID     " DELIMITED BY SIZE
                  WS-EDIT-COUNT         DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE
           MOVE WS-MISSING-CUSTOMER TO WS-EDIT-COUNT
           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING "NO CUSTOMER RECORD " DELIMITED BY SIZE
                  WS-EDIT-COUNT         DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE
           MOVE WS-EXCEPTION-INTEREST TO WS-EDIT-TOTAL
           MOVE SPACES TO TAX-EXCEPTION-LINE
           STRING "INTEREST NOT FILED " DELIMITED BY SIZE
                  WS-EDIT-TOTAL         DELIMITED BY SIZE
             INTO TAX-EXCEPTION-LINE
           END-STRING
           WRITE TAX-EXCEPTION-LINE.

       READ-SORTED-INTEREST.
           READ SORTED-INTEREST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "INTEREST TAX REPORTING SUMMARY"
           DISPLAY "Postings Selected:  " WS-POSTINGS-SELECTED
           DISPLAY "Orphan Postings:    " WS-ORPHAN-POSTINGS
           DISPLAY "Customers Totaled:  " WS-CUSTOMERS-TOTALED
           DISPLAY "Forms Printed:      " WS-FORMS-PRINTED
           DISPLAY "Under Threshold:    " WS-UNDER-THRESHOLD
           DISPLAY "Missing Tax ID:     " WS-MISSING-TAX-ID
           DISPLAY "No Customer Record: " WS-MISSING-CUSTOMER
           DISPLAY "Total Interest:     " WS-TOTAL-INTEREST
           DISPLAY "Total Penalty:      " WS-TOTAL-PENALTY.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE SORTED-INTEREST-FILE
                 CUSTOMER-MASTER-FILE
                 TAX-FORM-FILE
                 TAX-EXTRACT-FILE
                 TAX-EXCEPTION-FILE
                 RUN-CONTROL-FILE
                 EXCEPTION-LOG-FILE

           DISPLAY "YEAR-END INTEREST TAX REPORTING COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".
