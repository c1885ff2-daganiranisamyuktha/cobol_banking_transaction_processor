      *================================================================*
      * Watch List Maintenance                                        *
      * Loads and maintains the compliance watch list that customer   *
      * maintenance and the posting run screen against: adds listed   *
      * parties, changes their listed name, address, or bank account, *
      * and removes them, without anyone hand-editing the watch list  *
      * file directly. Every applied action is journaled to WATCHJRNL *
      * in the pattern of STOPJRNL.                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHLIST-MAINTENANCE.
       DATE-WRITTEN. 2026-10-15.
       REMARKS. LOADS AND MAINTAINS THE COMPLIANCE WATCH LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-REQUEST-FILE
               ASSIGN TO "WATCHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-REQUEST-FILE-STATUS.

           COPY "watchlist_select.cbl".

           COPY "excplog_select.cbl".

           SELECT WATCH-JOURNAL-FILE
               ASSIGN TO "WATCHJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           COPY "runctl_select.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Watch List Request File Record Structure
       FD  WATCH-REQUEST-FILE.
       01  WATCH-REQUEST-RECORD.
           05  WQ-ENTRY-ID            PIC X(10).
           05  WQ-ACTION              PIC X.
               88  WATCH-ACTION-ADD       VALUE 'A'.
               88  WATCH-ACTION-CHANGE    VALUE 'C'.
               88  WATCH-ACTION-REMOVE    VALUE 'D'.
      *    A REMOVE NAMES THE ENTRY BY ITS ID ONLY; THE REMAINING
      *    FIELDS APPLY TO AN ADD OR A CHANGE, WHICH REPLACES ALL OF
      *    THEM.
           05  WQ-PARTY-NAME          PIC X(30).
           05  WQ-ADDRESS             PIC X(30).
           05  WQ-ROUTING-NUMBER      PIC 9(9).
           05  WQ-EXTERNAL-ACCOUNT    PIC X(17).
           05  WQ-LIST-SOURCE         PIC X(10).

       COPY "watchlist_record.cbl".

       COPY "excplog_record.cbl".

      * Watch List Journal File Record Structure - one record per
      * applied maintenance action, in the pattern of MAINTJRNL.
       FD  WATCH-JOURNAL-FILE.
       01  WATCH-JOURNAL-RECORD.
           05  WJ-ENTRY-ID            PIC X(10).
           05  WJ-ACTION              PIC X(10).
           05  WJ-TIMESTAMP           PIC 9(14).
           05  WJ-DETAIL              PIC X(40).

       COPY "runctl_record.cbl".

       WORKING-STORAGE SECTION.
      * File Status Variables
       01  WS-FILE-STATUSES.
           05  WS-WATCH-REQUEST-FILE-STATUS PIC XX.
           05  WS-WATCH-LIST-FILE-STATUS   PIC XX.
           05  WS-EXCEPTION-FILE-STATUS    PIC XX.
           05  WS-JOURNAL-FILE-STATUS      PIC XX.
           05  WS-RUN-CONTROL-FILE-STATUS  PIC XX.

      * Processing Statistics
       01  WS-PROCESSING-STATS.
           05  WS-TOTAL-REQUESTS      PIC 9(5) COMP VALUE ZERO.
           05  WS-SUCCESSFUL-REQUESTS PIC 9(5) COMP VALUE ZERO.
           05  WS-FAILED-REQUESTS     PIC 9(5) COMP VALUE ZERO.

      * Work Areas and Flags
       01  WS-WORK-AREAS.
           05  WS-EOF-FLAG                PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
               88  NOT-END-OF-FILE        VALUE 'N'.

           05  WS-REQUEST-STATUS          PIC X.
               88  REQUEST-VALID          VALUE 'V'.
               88  REQUEST-INVALID        VALUE 'I'.

           05  WS-ENTRY-ON-FILE-FLAG      PIC X.
               88  ENTRY-ON-FILE          VALUE 'Y'.
               88  ENTRY-NOT-ON-FILE      VALUE 'N'.

      * Listed names and addresses are held in upper case so the
      * screening match never depends on how they were keyed.
       01  WS-CASE-FOLDING.
           05  WS-LOWER-CASE              PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
           05  WS-UPPER-CASE              PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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
      * WATCH-LIST-FILE is not listed here: it is created on its
      * very first run (file status 35 is expected then, not an
      * error), and CHECK-FILE-STATUSES below handles that case.
           USE AFTER STANDARD ERROR PROCEDURE ON
               WATCH-REQUEST-FILE
               WATCH-JOURNAL-FILE.

           DISPLAY "FILE PROCESSING ERROR DETECTED"
           PERFORM ABNORMAL-TERMINATION.
       END DECLARATIVES.

       MAIN-PROCESSING-SECTION SECTION.
       MAIN-PROCESSING-ROUTINE.
           PERFORM INITIALIZATION-ROUTINE
           PERFORM PROCESS-WATCH-REQUESTS THRU
               EXIT-PROCESS-WATCH-REQUESTS
               UNTIL END-OF-FILE
           PERFORM GENERATE-SUMMARY-REPORT
           PERFORM CLEANUP-ROUTINE
           STOP RUN.

       INITIALIZATION-ROUTINE.
           MOVE "WATCHLIST-MAINTENANCE" TO WS-RUN-JOB-NAME
           PERFORM OPEN-EXCEPTION-LOG

           PERFORM OPEN-RUN-CONTROL-FILE
           PERFORM VERIFY-RUN-CONTROL

      * Open all required files
           OPEN INPUT  WATCH-REQUEST-FILE
                I-O    WATCH-LIST-FILE
                OUTPUT WATCH-JOURNAL-FILE

           PERFORM CHECK-FILE-STATUSES

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS
           MOVE WS-CURRENT-TIME TO WS-BUSINESS-STAMP-TIME

           DISPLAY "WATCH LIST MAINTENANCE"
           DISPLAY "DATE: " WS-YEAR "-" WS-MONTH "-" WS-DAY.

       CHECK-FILE-STATUSES.
           IF WS-WATCH-REQUEST-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING WATCH LIST REQUEST FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

      * WATCHLIST may not exist yet the very first time this program
      * is run against a brand new installation.
           IF WS-WATCH-LIST-FILE-STATUS = "35"
              CLOSE WATCH-LIST-FILE
              OPEN OUTPUT WATCH-LIST-FILE
              CLOSE WATCH-LIST-FILE
              OPEN I-O WATCH-LIST-FILE
           END-IF.

           IF WS-WATCH-LIST-FILE-STATUS NOT = "00"
              MOVE 'F' TO WS-EXCEPTION-SEVERITY
              MOVE "OPEN" TO WS-EXCEPTION-REASON-CODE
              MOVE "ERROR OPENING WATCH LIST FILE"
                TO WS-EXCEPTION-MESSAGE
              PERFORM WRITE-EXCEPTION-ENTRY
              PERFORM ABNORMAL-TERMINATION
           END-IF.

       PROCESS-WATCH-REQUESTS.
           READ WATCH-REQUEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO EXIT-PROCESS-WATCH-REQUESTS
           END-READ

           ADD 1 TO WS-TOTAL-REQUESTS
           MOVE 'V' TO WS-REQUEST-STATUS

           IF WQ-ENTRY-ID = SPACES
               SET REQUEST-INVALID TO TRUE
               MOVE "WEID" TO WS-EXCEPTION-REASON-CODE
               MOVE "BLANK ENTRY ID ON WATCH LIST REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF

           IF REQUEST-VALID AND WATCH-ACTION-ADD
               PERFORM ADD-WATCH-ENTRY THRU EXIT-ADD-WATCH-ENTRY
           END-IF

           IF REQUEST-VALID AND WATCH-ACTION-CHANGE
               PERFORM CHANGE-WATCH-ENTRY THRU EXIT-CHANGE-WATCH-ENTRY
           END-IF

           IF REQUEST-VALID AND WATCH-ACTION-REMOVE
               PERFORM REMOVE-WATCH-ENTRY THRU EXIT-REMOVE-WATCH-ENTRY
           END-IF

           IF REQUEST-VALID AND NOT WATCH-ACTION-ADD
                             AND NOT WATCH-ACTION-CHANGE
                             AND NOT WATCH-ACTION-REMOVE
               SET REQUEST-INVALID TO TRUE
               MOVE "WACT" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID WATCH LIST REQUEST ACTION CODE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF

           IF REQUEST-VALID
               ADD 1 TO WS-SUCCESSFUL-REQUESTS
           ELSE
               ADD 1 TO WS-FAILED-REQUESTS
           END-IF.

       EXIT-PROCESS-WATCH-REQUESTS.
           EXIT.

       ADD-WATCH-ENTRY.
           PERFORM EDIT-WATCH-REQUEST-FIELDS THRU
               EXIT-EDIT-WATCH-REQUEST-FIELDS

           IF NOT REQUEST-VALID
               GO TO EXIT-ADD-WATCH-ENTRY
           END-IF

      * An entry still listed must be changed, not added again; a
      * removed one is simply written over and listed afresh.
           PERFORM READ-WATCH-ENTRY
           IF ENTRY-ON-FILE AND WATCH-ENTRY-ACTIVE
               SET REQUEST-INVALID TO TRUE
               MOVE "WDUP" TO WS-EXCEPTION-REASON-CODE
               MOVE "WATCH LIST ENTRY ALREADY ACTIVE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-ADD-WATCH-ENTRY
           END-IF

           MOVE WQ-ENTRY-ID         TO WL-ENTRY-ID
           SET WATCH-ENTRY-ACTIVE TO TRUE
           PERFORM MOVE-REQUEST-TO-ENTRY
           MOVE WS-BUSINESS-DATE    TO WL-LISTED-DATE
           MOVE ZERO                TO WL-REMOVED-DATE
           IF ENTRY-ON-FILE
               REWRITE WATCH-LIST-RECORD
                   INVALID KEY
                       SET REQUEST-INVALID TO TRUE
               END-REWRITE
           ELSE
               WRITE WATCH-LIST-RECORD
                   INVALID KEY
                       SET REQUEST-INVALID TO TRUE
               END-WRITE
           END-IF

           IF REQUEST-INVALID
               MOVE "WUPD" TO WS-EXCEPTION-REASON-CODE
               MOVE "WATCH LIST ADD FAILED" TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           ELSE
               MOVE "ADD" TO WJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       EXIT-ADD-WATCH-ENTRY.
           EXIT.

       CHANGE-WATCH-ENTRY.
           PERFORM READ-WATCH-ENTRY
           IF ENTRY-NOT-ON-FILE OR NOT WATCH-ENTRY-ACTIVE
               SET REQUEST-INVALID TO TRUE
               MOVE "WNOE" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO ACTIVE WATCH LIST ENTRY ON FILE TO CHANGE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-CHANGE-WATCH-ENTRY
           END-IF

           PERFORM EDIT-WATCH-REQUEST-FIELDS THRU
               EXIT-EDIT-WATCH-REQUEST-FIELDS

           IF NOT REQUEST-VALID
               GO TO EXIT-CHANGE-WATCH-ENTRY
           END-IF

      * The listed date stays the date the party was first listed.
           PERFORM MOVE-REQUEST-TO-ENTRY
           REWRITE WATCH-LIST-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "WUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "WATCH LIST CHANGE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

           IF REQUEST-VALID
               MOVE "CHANGE" TO WJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       EXIT-CHANGE-WATCH-ENTRY.
           EXIT.

       REMOVE-WATCH-ENTRY.
           PERFORM READ-WATCH-ENTRY
           IF ENTRY-NOT-ON-FILE OR NOT WATCH-ENTRY-ACTIVE
               SET REQUEST-INVALID TO TRUE
               MOVE "WNOE" TO WS-EXCEPTION-REASON-CODE
               MOVE "NO ACTIVE WATCH LIST ENTRY ON FILE TO REMOVE"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-REMOVE-WATCH-ENTRY
           END-IF

           SET WATCH-ENTRY-REMOVED TO TRUE
           MOVE WS-BUSINESS-DATE TO WL-REMOVED-DATE
           REWRITE WATCH-LIST-RECORD
               INVALID KEY
                   SET REQUEST-INVALID TO TRUE
                   MOVE "WUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE "WATCH LIST REMOVE FAILED"
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM LOG-REQUEST-EXCEPTION
           END-REWRITE

           IF REQUEST-VALID
               MOVE "REMOVE" TO WJ-ACTION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       EXIT-REMOVE-WATCH-ENTRY.
           EXIT.

       EDIT-WATCH-REQUEST-FIELDS.
      * An entry must list the party by something the screening can
      * match on, and a listed bank account needs the routing number
      * of the institution that holds it.
           IF WQ-ROUTING-NUMBER NOT NUMERIC
               SET REQUEST-INVALID TO TRUE
               MOVE "WRTN" TO WS-EXCEPTION-REASON-CODE
               MOVE "INVALID ROUTING NUMBER ON WATCH LIST REQUEST"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-WATCH-REQUEST-FIELDS
           END-IF

           IF WQ-EXTERNAL-ACCOUNT NOT = SPACES
                   AND WQ-ROUTING-NUMBER = ZERO
               SET REQUEST-INVALID TO TRUE
               MOVE "WRTN" TO WS-EXCEPTION-REASON-CODE
               MOVE "LISTED ACCOUNT HAS NO ROUTING NUMBER"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
               GO TO EXIT-EDIT-WATCH-REQUEST-FIELDS
           END-IF

           IF WQ-PARTY-NAME = SPACES AND WQ-ADDRESS = SPACES
                   AND WQ-ROUTING-NUMBER = ZERO
               SET REQUEST-INVALID TO TRUE
               MOVE "WEMP" TO WS-EXCEPTION-REASON-CODE
               MOVE "WATCH LIST ENTRY LISTS NO NAME, ADDRESS OR ACCOUNT"
                   TO WS-EXCEPTION-MESSAGE
               PERFORM LOG-REQUEST-EXCEPTION
           END-IF.

       EXIT-EDIT-WATCH-REQUEST-FIELDS.
           EXIT.

       MOVE-REQUEST-TO-ENTRY.
           MOVE WQ-PARTY-NAME       TO WL-PARTY-NAME
           MOVE WQ-ADDRESS          TO WL-ADDRESS
           INSPECT WL-PARTY-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WL-ADDRESS
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE WQ-ROUTING-NUMBER   TO WL-ROUTING-NUMBER
           MOVE WQ-EXTERNAL-ACCOUNT TO WL-EXTERNAL-ACCOUNT
           MOVE WQ-LIST-SOURCE      TO WL-LIST-SOURCE.

       READ-WATCH-ENTRY.
           SET ENTRY-ON-FILE TO TRUE
           MOVE WQ-ENTRY-ID TO WL-ENTRY-ID
           READ WATCH-LIST-FILE
               INVALID KEY
                   SET ENTRY-NOT-ON-FILE TO TRUE
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE WL-ENTRY-ID TO WJ-ENTRY-ID
           MOVE WS-BUSINESS-TIMESTAMP-FIELDS TO WJ-TIMESTAMP
           MOVE SPACES TO WJ-DETAIL
           IF WL-PARTY-NAME NOT = SPACES
               MOVE WL-PARTY-NAME TO WJ-DETAIL
           ELSE
               IF WL-ADDRESS NOT = SPACES
                   MOVE WL-ADDRESS TO WJ-DETAIL
               ELSE
                   STRING WL-ROUTING-NUMBER   DELIMITED BY SIZE
                          "/"                 DELIMITED BY SIZE
                          WL-EXTERNAL-ACCOUNT DELIMITED BY SIZE
                     INTO WJ-DETAIL
                   END-STRING
               END-IF
           END-IF
           WRITE WATCH-JOURNAL-RECORD.

       GENERATE-SUMMARY-REPORT.
           DISPLAY "WATCH LIST MAINTENANCE SUMMARY"
           DISPLAY "Total Requests:     " WS-TOTAL-REQUESTS
           DISPLAY "Successful Requests:" WS-SUCCESSFUL-REQUESTS
           DISPLAY "Failed Requests:    " WS-FAILED-REQUESTS.

       CLEANUP-ROUTINE.
           PERFORM MARK-JOB-COMPLETE

           CLOSE WATCH-REQUEST-FILE
                 WATCH-LIST-FILE
                 EXCEPTION-LOG-FILE
                 WATCH-JOURNAL-FILE
                 RUN-CONTROL-FILE

           DISPLAY "WATCH LIST MAINTENANCE COMPLETE".

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
      * Common exception wrapper for rejected watch list requests:
      * every entry carries the entry ID and the request record that
      * caused it. The caller sets the reason code and message.
           MOVE WQ-ENTRY-ID TO WS-EXCEPTION-CUSTOMER-ID
           MOVE WATCH-REQUEST-RECORD TO WS-EXCEPTION-RECORD-IMAGE
           PERFORM WRITE-EXCEPTION-ENTRY.
