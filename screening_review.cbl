      *================================================================*
      * Watch-List Screening Review                                   *
      * Compliance's daily hit report and decision run for everything *
      * CUSTOMER-MAINTENANCE and the posting run parked on SCREENPEND *
      * as a possible watch-list match. Each decision keyed on        *
      * SCREENDEC clears or confirms one parked item: a cleared item  *
      * has its screening holds released here and is applied by the   *
      * next run of the program that parked it; a confirmed match     *
      * keeps its holds and is never applied. The hit report lists    *
      * the decisions applied tonight and every item still open,      *
      * with how many days it has been waiting. Runs ahead of         *
      * CUSTOMER-MAINTENANCE and the posting run.                     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREENING-REVIEW.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. APPLIES COMPLIANCE DECISIONS ON WATCH-LIST HITS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENING-DECISION-FILE
               ASSIGN TO "SCREENDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           COPY "screenpend_select.cbl".

           COPY "acctmast_select.cbl".

           COPY "holds_select.cbl".

           SELECT SCREENING-REPORT-FILE
               ASSIGN TO "SCREENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENING-REPORT-STATUS.

           COPY "excplog_select.cbl".

           COPY "runctl_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Screening Decision File Record Structure - one record per
      * parked item compliance has decided, naming it by its review
      * key exactly as the hit report prints it.
       FD  SCREENING-DECISION-FILE.
       01  SCREENING-DECISION-RECORD.
           05  SD-REVIEW-KEY.
               10  SD-SOURCE          PIC X.
               10  SD-SUBJECT-ID      PIC X(10).
               10  SD-REFERENCE       PIC 9(14).
           05  SD-DECISION            PIC X.
               88  DECISION-CLEAR         VALUE 'C'.
               88  DECISION-CONFIRM       VALUE 'F'.
           05  SD-ANALYST-ID          PIC X(08).

       COPY "screenpend_record.cbl".

       COPY "acctmast_record.cbl".

       COPY "holds_record.cbl".

      * Screening Hit Report Record Structure
       FD  SCREENING-REPORT-FILE.
       01  SCREENING-REPORT-LINE      PIC X(80).

       COPY "excplog_record.cbl".

       COPY "runctl_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-DECISION-FILE-STATUS     PIC XX.
           05  WS-SCREENING-REVIEW-STATUS  PIC XX.
           05  WS-ACCOUNT-FILE-STATUS      PIC XX.
           05  WS-HOLDS-FILE-STATUS        PIC XX.
           05  WS-SCREENING-REPORT-STATUS  PIC XX.
           05  WS-EXCEPTION-FILE-STATUS    PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS  PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-DECISIONS     PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-CLEARED       PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-CONFIRMED     PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-DECISIONS    PIC 9(5) COMP VALUE ZERO.
           05  WS-HOLDS-RELEASED      PIC 9(5) COMP VALUE ZERO.
           05  WS-HOLDS-KEPT          PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-PENDING       PIC 9(5) COMP VALUE ZERO.
           05  WS-ITEMS-AWAITING-RELEASE PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-DECISIONS-FLAG          PIC X VALUE 'N'.
               88  DECISIONS-ON-FILE      VALUE 'Y'.

           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.

           05  WS-REVIEW-SCAN-FLAG        PIC X.
               88  REVIEW-SCAN-DONE       VALUE 'Y'.

           05  WS-ACCOUNT-SCAN-FLAG       PIC X.
               88  ACCOUNT-SCAN-DONE      VALUE 'Y'.

           05  WS-COVERAGE-FLAG           PIC X.
               88  HOLD-STILL-COVERED     VALUE 'Y'.
               88  HOLD-NOT-COVERED       VALUE 'N'.

      * The item just decided - held apart from SCREENING-REVIEW-
      * RECORD, which the search for other open items covering the
      * same account reads over.
       01  WS-DECIDED-ITEM.
           05  WS-DECIDED-SOURCE          PIC X.
           05  WS-DECIDED-SUBJECT-ID      PIC X(10).
           05  WS-DECIDED-HOLDS-RELEASED  PIC 9(3) COMP.

      * The source and subject the coverage search is looking for.
       01  WS-COVERAGE-KEY.
           05  WS-COVERAGE-SOURCE         PIC X.
           05  WS-COVERAGE-SUBJECT-ID     PIC X(10).

      * Numeric-Edited Fields Used Only To Format Print-Image Lines.
       01  WS-REVIEW-EDIT-FIELDS.
           05  WS-EDIT-DATE.
               10  WS-EDIT-YEAR           PIC 9(4).
               10  FILLER                 PIC X VALUE "-".
               10  WS-EDIT-MONTH          PIC 9(2).
               10  FILLER                 PIC X VALUE "-".
               10  WS-EDIT-DAY            PIC 9(2).
           05  WS-EDIT-DAYS-OPEN          PIC ZZZZ9.
           05  WS-EDIT-COUNT              PIC ZZ,ZZ9.
           05  WS-EDIT-HOLDS              PIC ZZ9.
           05  WS-EDIT-DECISION           PIC X(9).
           05  WS-EDIT-ITEM-STATUS        PIC X(7).
           05  WS-DAYS-OPEN               PIC 9(5).

       01  WS-QUEUED-DATE-WORK.
           05  WS-QUEUED-DATE             PIC 9(8).
           05  WS-QUEUED-DATE-PARTS REDEFINES WS-QUEUED-DATE.
               10  WS-QUEUED-YEAR         PIC 9(4).
               10  WS-QUEUED-MONTH        PIC 9(2).
               10  WS-QUEUED-DAY          PIC 9(2).

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
      * SCREENING-DECISION-FILE, SCREENING-REVIEW-FILE, and HOLDS-FILE
      * are not listed here: a night with no decisions has no
      * SCREENDEC, and the other two may not exist yet on a brand new
      * installation. CHECK-FILE-STATUSES below handles those cases.
           USE AFTER STANDARD ERROR PROCEDURE ON
               ACCOUNT-MASTER-FILE
               SCREENING-REPORT-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM WRITE-REPORT-HEADER

           IF NOT DECISIONS-ON-FILE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM APPLY-SCREENING-DECISIONS THRU
               EXIT-APPLY-SCREENING-DECISIONS
               UNTIL END-OF-FILE

           PERFORM LIST-OPEN-ITEMS THRU EXIT-LIST-OPEN-ITEMS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "SCREENING-REVIEW" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM VERIFY-RUN-CONTROL

      * Open all required files
           OPEN INPUT  SCREENING-DECISION-FILE
                I-O    SCREENING-REVIEW-FILE
                I-O    ACCOUNT-MASTER-FILE
                I-O    HOLDS-FILE
                OUTPUT SCREENING-REPORT-FILE

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "WATCH-LIST SCREENING REVIEW"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY.

       CHECK-FILE-STATUSES.
      * No SCREENDEC only means compliance decided nothing today; the
      * hit report of open items is still produced.
           IF WS-DECISION-FILE-STATUS = "00"
              SET DECISIONS-ON-FILE TO TRUE
           ELSE
              IF WS-DECISION-FILE-STATUS NOT = "35"
                 MOVE 'F' TO WS-EXCEPTION-SEVERITY
                 MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
                 MOVE "ERROR OPENING SCREENING DECISION FILE"
                   TO WS-EXCEPTION-MESSAGE
                 PERFORM WRITE-EXCEPTION-ENTRY
                 PERFORM ABNORMAL-TERMINATION
              END-IF
           END-IF.

      * SCREENPEND and HOLDS may not exist yet the very first time
      * this program is run against a brand new installation.
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

           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING ACCOUNT MASTER FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

           IF WS-HOLDS-FILE-STATUS = "35"
              CLOSE HOLDS-FILE
              OPEN OUTPUT HOLDS-FILE
              CLOSE HOLDS-FILE
              OPEN I-O HOLDS-FILE
           END-IF.

           IF WS-HOLDS-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING HOLDS FILE" TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       APPLY-SCREENING-DECISIONS.
           READ SCREENING-DECISION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-APPLY-SCREENING-DECISIONS
           END-READ

           ADD 1 TO WS-TOTAL-DECISIONS

           PERFORM APPLY-ONE-DECISION THRU EXIT-APPLY-ONE-DECISION

           IF REQUEST-INVALID
               ADD 1 TO WS-FAILED-DECISIONS
           END-IF.

       EXIT-APPLY-SCREENING-DECISIONS.
           EXIT.

       APPLY-ONE-DECISION.
           MOVE 'V' TO WS-REQUEST-STATUS

      * Every decision carries the analyst who made it, so the
      * release of a hold can always be traced back to a person.
           IF SD-ANALYST-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "SANL" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO ANALYST ID ON SCREENING DECISION"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           IF NOT DECISION-CLEAR AND NOT DECISION-CONFIRM
               SET REQUEST-INVALID TO TRUE
               MOVE "SDAC" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID SCREENING DECISION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           MOVE SD-REVIEW-KEY TO RV-REVIEW-KEY
           READ SCREENING-REVIEW-FILE
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "SNOR" TO WS-EXCEPTION-REASON-CODE
                   MOVE "NO PARKED SCREENING ITEM FOR DECISION"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-DECISION-EXCEPTION
           END-READ

           IF NOT REQUEST-VALID
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

      * A decision once taken stands; reversing one is a fresh
      * watch-list or account maintenance action, not a re-decision.
           IF NOT REVIEW-PENDING
               SET REQUEST-INVALID TO TRUE
               MOVE "SDEC" TO WS-EXCEPTION-REASON-CODE
               MOVE "SCREENING ITEM ALREADY DECIDED"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-DECISION-EXCEPTION
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

           IF DECISION-CLEAR
               SET REVIEW-CLEARED TO TRUE
           ELSE
               SET REVIEW-CONFIRMED TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE TO RV-DECIDED-DATE
           MOVE SD-ANALYST-ID    TO RV-DECIDED-BY
           REWRITE SCREENING-REVIEW-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "SUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING DECISION UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-DECISION-EXCEPTION
           END-REWRITE

           IF NOT REQUEST-VALID
               GO TO EXIT-APPLY-ONE-DECISION
           END-IF

      * A confirmed match keeps its screening holds in place; what
      * happens to the accounts then is for compliance to take up
      * through account and holds maintenance.
           MOVE RV-SOURCE     TO WS-DECIDED-SOURCE
           MOVE RV-SUBJECT-ID TO WS-DECIDED-SUBJECT-ID
           MOVE ZERO          TO WS-DECIDED-HOLDS-RELEASED
           IF DECISION-CLEAR
               ADD 1 TO WS-ITEMS-CLEARED
               MOVE "CLEARED" TO WS-EDIT-DECISION
               PERFORM RELEASE-SCREENING-HOLDS THRU
                   EXIT-RELEASE-SCREENING-HOLDS
           ELSE
               ADD 1 TO WS-ITEMS-CONFIRMED
               MOVE "CONFIRMED" TO WS-EDIT-DECISION
           END-IF

           PERFORM WRITE-DECISION-LINE.

       EXIT-APPLY-ONE-DECISION.
           EXIT.

       RELEASE-SCREENING-HOLDS.
      * A parked transfer held only the account it was to debit; a
      * parked customer change held every active account of the
      * customer.
           IF WS-DECIDED-SOURCE = 'X'
               MOVE WS-DECIDED-SUBJECT-ID TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       GO TO EXIT-RELEASE-SCREENING-HOLDS
               END-READ
               PERFORM RELEASE-ONE-SCREENING-HOLD THRU
                   EXIT-RELEASE-ONE-SCREENING-HOLD
               GO TO EXIT-RELEASE-SCREENING-HOLDS
           END-IF

           MOVE WS-DECIDED-SUBJECT-ID TO AM-CUSTOMER-ID
           START ACCOUNT-MASTER-FILE
               KEY IS EQUAL TO AM-CUSTOMER-ID
               INVALID KEY
                   GO TO EXIT-RELEASE-SCREENING-HOLDS
           END-START

           MOVE 'N' TO WS-ACCOUNT-SCAN-FLAG
           PERFORM RELEASE-NEXT-CUSTOMER-HOLD
               UNTIL ACCOUNT-SCAN-DONE.

       EXIT-RELEASE-SCREENING-HOLDS.
           EXIT.

       RELEASE-NEXT-CUSTOMER-HOLD.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET ACCOUNT-SCAN-DONE TO TRUE
           END-READ

           IF NOT ACCOUNT-SCAN-DONE
                   AND AM-CUSTOMER-ID NOT = WS-DECIDED-SUBJECT-ID
               SET ACCOUNT-SCAN-DONE TO TRUE
           END-IF

           IF NOT ACCOUNT-SCAN-DONE
               PERFORM RELEASE-ONE-SCREENING-HOLD THRU
                   EXIT-RELEASE-ONE-SCREENING-HOLD
           END-IF.

       RELEASE-ONE-SCREENING-HOLD.
      * ACCOUNT-RECORD holds the account. Only an active screening
      * hold is released here; any other hold stays for holds
      * maintenance, and a screening hold another open item still
      * covers stays until that item is decided too.
           MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           READ HOLDS-FILE
               INVALID KEY
                   GO TO EXIT-RELEASE-ONE-SCREENING-HOLD
           END-READ

           IF NOT HOLD-ACTIVE OR NOT HOLD-FOR-SCREENING
               GO TO EXIT-RELEASE-ONE-SCREENING-HOLD
           END-IF

           PERFORM CHECK-HOLD-COVERAGE
           IF HOLD-STILL-COVERED
               ADD 1 TO WS-HOLDS-KEPT
               GO TO EXIT-RELEASE-ONE-SCREENING-HOLD
           END-IF

           SET HOLD-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO HD-RELEASED-DATE
           REWRITE HOLDS-RECORD
               INVALID KEY
                   MOVE "SUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "SCREENING HOLD RELEASE UPDATE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-DECISION-EXCEPTION
           END-REWRITE

           IF ACCOUNT-SUSPENDED
               SET ACCOUNT-ACTIVE TO TRUE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       MOVE "SUPD" TO WS-EXCEPTION-REASON-CODE
                       MOVE "ACCOUNT UPDATE FAILED ON SCREENING RELEASE"
                         TO WS-EXCEPTION-MESSAGE
                       PERFORM LOG-DECISION-EXCEPTION
               END-REWRITE
           END-IF

           ADD 1 TO WS-HOLDS-RELEASED
           ADD 1 TO WS-DECIDED-HOLDS-RELEASED.

       EXIT-RELEASE-ONE-SCREENING-HOLD.
           EXIT.

       CHECK-HOLD-COVERAGE.
      * An account stays held while any item still pending, or
      * confirmed as a true match, covers it: a transfer parked
      * against the account itself, or a change parked against the
      * customer who owns it.
           SET HOLD-NOT-COVERED TO TRUE
           MOVE 'X'               TO WS-COVERAGE-SOURCE
           MOVE AM-ACCOUNT-NUMBER TO WS-COVERAGE-SUBJECT-ID
           PERFORM SEARCH-PENDING-COVERAGE THRU
               EXIT-SEARCH-PENDING-COVERAGE

           IF HOLD-NOT-COVERED
               MOVE 'C'            TO WS-COVERAGE-SOURCE
               MOVE AM-CUSTOMER-ID TO WS-COVERAGE-SUBJECT-ID
               PERFORM SEARCH-PENDING-COVERAGE THRU
                   EXIT-SEARCH-PENDING-COVERAGE
           END-IF.

       SEARCH-PENDING-COVERAGE.
           MOVE WS-COVERAGE-SOURCE     TO RV-SOURCE
           MOVE WS-COVERAGE-SUBJECT-ID TO RV-SUBJECT-ID
           MOVE ZERO                   TO RV-REFERENCE
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-SEARCH-PENDING-COVERAGE
           END-START

           MOVE 'N' TO WS-REVIEW-SCAN-FLAG
           PERFORM SCAN-ONE-COVERING-ITEM
               UNTIL REVIEW-SCAN-DONE.

       EXIT-SEARCH-PENDING-COVERAGE.
           EXIT.

       SCAN-ONE-COVERING-ITEM.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEW-SCAN-DONE TO TRUE
           END-READ

           IF NOT REVIEW-SCAN-DONE
               IF RV-SOURCE NOT = WS-COVERAGE-SOURCE
                       OR RV-SUBJECT-ID NOT = WS-COVERAGE-SUBJECT-ID
                   SET REVIEW-SCAN-DONE TO TRUE
               ELSE
                   IF REVIEW-PENDING OR REVIEW-CONFIRMED
                       SET HOLD-STILL-COVERED TO TRUE
                       SET REVIEW-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       LIST-OPEN-ITEMS.
      * Every item still waiting on compliance, and every cleared
      * item the program that parked it has yet to apply.
           MOVE SPACES TO SCREENING-REPORT-LINE
           WRITE SCREENING-REPORT-LINE
           MOVE "OPEN ITEMS" TO SCREENING-REPORT-LINE
           WRITE SCREENING-REPORT-LINE
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "STATUS  QUEUED      DAYS S SUBJECT    "
                                       DELIMITED BY SIZE
                  "REFERENCE      ENTRY      FIELD"
                                       DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE LOW-VALUES TO RV-REVIEW-KEY
           START SCREENING-REVIEW-FILE
               KEY IS NOT LESS THAN RV-REVIEW-KEY
               INVALID KEY
                   GO TO EXIT-LIST-OPEN-ITEMS
           END-START

           MOVE 'N' TO WS-REVIEW-SCAN-FLAG
           PERFORM LIST-ONE-OPEN-ITEM
               UNTIL REVIEW-SCAN-DONE.

       EXIT-LIST-OPEN-ITEMS.
           EXIT.

       LIST-ONE-OPEN-ITEM.
           READ SCREENING-REVIEW-FILE NEXT RECORD
               AT END
                   SET REVIEW-SCAN-DONE TO TRUE
           END-READ

           IF NOT REVIEW-SCAN-DONE
               IF REVIEW-PENDING
                   ADD 1 TO WS-ITEMS-PENDING
                   MOVE "PENDING" TO WS-EDIT-ITEM-STATUS
                   PERFORM WRITE-OPEN-ITEM-LINES
               ELSE
                   IF REVIEW-CLEARED
                       ADD 1 TO WS-ITEMS-AWAITING-RELEASE
                       MOVE "CLEARED" TO WS-EDIT-ITEM-STATUS
                       PERFORM WRITE-OPEN-ITEM-LINES
                   END-IF
               END-IF
           END-IF.

       WRITE-OPEN-ITEM-LINES.
           MOVE RV-QUEUED-DATE  TO WS-QUEUED-DATE
           MOVE WS-QUEUED-YEAR  TO WS-EDIT-YEAR
           MOVE WS-QUEUED-MONTH TO WS-EDIT-MONTH
           MOVE WS-QUEUED-DAY   TO WS-EDIT-DAY
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE (RV-QUEUED-DATE)
           MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS-OPEN

           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING WS-EDIT-ITEM-STATUS DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDIT-DATE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EDIT-DAYS-OPEN   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RV-SOURCE           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RV-SUBJECT-ID       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RV-REFERENCE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RV-HIT-ENTRY-ID     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  RV-HIT-FIELD        DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE RV-HOLDS-PLACED TO WS-EDIT-HOLDS
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "        MATCHED "  DELIMITED BY SIZE
                  RV-MATCHED-VALUE    DELIMITED BY SIZE
                  "  HOLDS "          DELIMITED BY SIZE
                  WS-EDIT-HOLDS       DELIMITED BY SIZE
                  "  BY "             DELIMITED BY SIZE
                  RV-DECIDED-BY       DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "WATCH-LIST SCREENING HIT REPORT FOR "
                                       DELIMITED BY SIZE
                  WS-BUSINESS-YEAR     DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-MONTH    DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-BUSINESS-DAY      DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE SPACES TO SCREENING-REPORT-LINE
           WRITE SCREENING-REPORT-LINE
           MOVE "DECISIONS APPLIED" TO SCREENING-REPORT-LINE
           WRITE SCREENING-REPORT-LINE
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "DECISION  S SUBJECT    REFERENCE      "
                                       DELIMITED BY SIZE
                  "ANALYST  HOLDS RELEASED"
                                       DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE.

       WRITE-DECISION-LINE.
           MOVE WS-DECIDED-HOLDS-RELEASED TO WS-EDIT-HOLDS
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING WS-EDIT-DECISION    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-DECIDED-SOURCE   DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-DECIDED-SUBJECT-ID DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SD-REFERENCE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  SD-ANALYST-ID       DELIMITED BY SIZE
                  "   "               DELIMITED BY SIZE
                  WS-EDIT-HOLDS       DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCREENING-REPORT-LINE
           WRITE SCREENING-REPORT-LINE

           MOVE WS-ITEMS-CLEARED TO WS-EDIT-COUNT
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "ITEMS CLEARED          " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE WS-ITEMS-CONFIRMED TO WS-EDIT-COUNT
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "MATCHES CONFIRMED      " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE WS-FAILED-DECISIONS TO WS-EDIT-COUNT
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "DECISIONS REJECTED     " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE WS-HOLDS-RELEASED TO WS-EDIT-COUNT
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "HOLDS RELEASED         " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE WS-ITEMS-PENDING TO WS-EDIT-COUNT
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "ITEMS PENDING REVIEW   " DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE

           MOVE WS-ITEMS-AWAITING-RELEASE TO WS-EDIT-COUNT
           MOVE SPACES TO SCREENING-REPORT-LINE
           STRING "CLEARED NOT YET APPLIED " DELIMITED BY SIZE
                  WS-EDIT-COUNT              DELIMITED BY SIZE
             INTO SCREENING-REPORT-LINE
           END-STRING
           WRITE SCREENING-REPORT-LINE.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "WATCH-LIST SCREENING REVIEW SUMMARY"
           DISPLAY "Decisions Read:     " WS-TOTAL-DECISIONS
           DISPLAY "Items Cleared:      " WS-ITEMS-CLEARED
           DISPLAY "Matches Confirmed:  " WS-ITEMS-CONFIRMED
           DISPLAY "Decisions Rejected: " WS-FAILED-DECISIONS
           DISPLAY "Holds Released:     " WS-HOLDS-RELEASED
           DISPLAY "Holds Kept:         " WS-HOLDS-KEPT
           DISPLAY "Items Pending:      " WS-ITEMS-PENDING.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE SCREENING-REVIEW-FILE
                 ACCOUNT-MASTER-FILE
                 HOLDS-FILE
                 SCREENING-REPORT-FILE
                 EXCEPTION-LOG-FILE
                 RUN-CONTROL-FILE
           IF DECISIONS-ON-FILE
               CLOSE SCREENING-DECISION-FILE
           END-IF

           DISPLAY "WATCH-LIST SCREENING REVIEW COMPLETE".

       ABNORMAL-TERMINATION.
           DISPLAY "CRITICAL ERROR: SYSTEM TERMINATING"
           MOVE 'F' TO WS-EXCEPTION-SEVERITY
           MOVE "SYSTEM TERMINATED DUE TO CRITICAL ERROR"
             TO WS-EXCEPTION-MESSAGE
           PERFORM WRITE-EXCEPTION-ENTRY
           STOP RUN.

       COPY "run_control.cbl".

       COPY "write_exception.cbl".

       LOG-DECISION-EXCEPTION.
      * Common exception wrapper for rejected screening decisions:
      * every entry carries the subject and the decision record that
      * caused it. The caller sets the reason code and message.
           MOVE SD-SUBJECT-ID TO WS-EXCEPTION-CUSTOMER-ID
           MOVE SCREENING-DECISION-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
