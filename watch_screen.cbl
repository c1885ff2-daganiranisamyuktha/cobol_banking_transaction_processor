      *================================================================*
      * Watch-List Screening Module                                   *
      * Shared PROCEDURE DIVISION paragraphs COPYed by every program  *
      * that screens a party or a payee bank account against the      *
      * compliance watch list, alongside watchscr_ws.cbl. Keeps the   *
      * matching rule in one place so a customer add and an outbound  *
      * transfer can never be screened two different ways. The        *
      * calling program opens WATCH-LIST-FILE INPUT and sets          *
      * WATCH-LIST-ON-FILE; with no list on file nothing ever hits.   *
      *================================================================*

       SCREEN-PARTY.
      * A listed name or address is a possible match wherever it
      * appears within the customer's name or either address line,
      * whatever the case it was keyed in; the first active entry
      * that matches stops the scan.
           SET SCREEN-CLEAR TO TRUE
           IF NOT WATCH-LIST-ON-FILE
               GO TO EXIT-SCREEN-PARTY
           END-IF

           INSPECT WS-SCREEN-NAME
               CONVERTING WS-SCREEN-LOWER-CASE TO WS-SCREEN-UPPER-CASE
           INSPECT WS-SCREEN-ADDRESS-1
               CONVERTING WS-SCREEN-LOWER-CASE TO WS-SCREEN-UPPER-CASE
           INSPECT WS-SCREEN-ADDRESS-2
               CONVERTING WS-SCREEN-LOWER-CASE TO WS-SCREEN-UPPER-CASE

           MOVE LOW-VALUES TO WL-ENTRY-ID
           START WATCH-LIST-FILE KEY IS NOT LESS THAN WL-ENTRY-ID
               INVALID KEY
                   GO TO EXIT-SCREEN-PARTY
           END-START

           MOVE 'N' TO WS-SCREEN-SCAN-FLAG
           PERFORM SCAN-ONE-PARTY-ENTRY
               UNTIL SCREEN-SCAN-DONE.

       EXIT-SCREEN-PARTY.
           EXIT.

       SCAN-ONE-PARTY-ENTRY.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET SCREEN-SCAN-DONE TO TRUE
               NOT AT END
                   IF WATCH-ENTRY-ACTIVE
                       PERFORM JUDGE-ONE-PARTY-ENTRY
                   END-IF
           END-READ.

       JUDGE-ONE-PARTY-ENTRY.
           IF WL-PARTY-NAME NOT = SPACES
               MOVE WL-PARTY-NAME TO WS-SCREEN-PATTERN
               PERFORM MEASURE-SCREEN-PATTERN
               MOVE ZERO TO WS-SCREEN-TALLY
               INSPECT WS-SCREEN-NAME TALLYING WS-SCREEN-TALLY
                   FOR ALL WL-PARTY-NAME (1:WS-SCREEN-PATTERN-LENGTH)
               IF WS-SCREEN-TALLY > ZERO
                   MOVE "NAME"         TO WS-SCREEN-HIT-FIELD
                   MOVE WS-SCREEN-NAME TO WS-SCREEN-MATCHED-VALUE
                   PERFORM RECORD-SCREEN-HIT
               END-IF
           END-IF

           IF WL-ADDRESS NOT = SPACES AND NOT SCREEN-HIT
               MOVE WL-ADDRESS TO WS-SCREEN-PATTERN
               PERFORM MEASURE-SCREEN-PATTERN
               MOVE ZERO TO WS-SCREEN-TALLY
               INSPECT WS-SCREEN-ADDRESS-1 TALLYING WS-SCREEN-TALLY
                   FOR ALL WL-ADDRESS (1:WS-SCREEN-PATTERN-LENGTH)
               IF WS-SCREEN-TALLY > ZERO
                   MOVE "ADDRESS"           TO WS-SCREEN-HIT-FIELD
                   MOVE WS-SCREEN-ADDRESS-1 TO WS-SCREEN-MATCHED-VALUE
                   PERFORM RECORD-SCREEN-HIT
               ELSE
                   INSPECT WS-SCREEN-ADDRESS-2 TALLYING WS-SCREEN-TALLY
                       FOR ALL WL-ADDRESS (1:WS-SCREEN-PATTERN-LENGTH)
                   IF WS-SCREEN-TALLY > ZERO
                       MOVE "ADDRESS"      TO WS-SCREEN-HIT-FIELD
                       MOVE WS-SCREEN-ADDRESS-2
                         TO WS-SCREEN-MATCHED-VALUE
                       PERFORM RECORD-SCREEN-HIT
                   END-IF
               END-IF
           END-IF.

       MEASURE-SCREEN-PATTERN.
      * The listed text is matched without its trailing spaces, so a
      * short name can be found inside a longer one.
           MOVE FUNCTION REVERSE (WS-SCREEN-PATTERN)
             TO WS-SCREEN-REVERSED
           MOVE ZERO TO WS-SCREEN-TRAILING-SPACES
           INSPECT WS-SCREEN-REVERSED TALLYING WS-SCREEN-TRAILING-SPACES
               FOR LEADING SPACES
           COMPUTE WS-SCREEN-PATTERN-LENGTH =
               30 - WS-SCREEN-TRAILING-SPACES.

       SCREEN-BANK-REFERENCE.
      * A payee bank account is a possible match when its routing
      * number is listed with the same external account, or listed
      * with no account at all (every account at that institution).
           SET SCREEN-CLEAR TO TRUE
           IF NOT WATCH-LIST-ON-FILE
               GO TO EXIT-SCREEN-BANK-REFERENCE
           END-IF

           MOVE LOW-VALUES TO WL-ENTRY-ID
           START WATCH-LIST-FILE KEY IS NOT LESS THAN WL-ENTRY-ID
               INVALID KEY
                   GO TO EXIT-SCREEN-BANK-REFERENCE
           END-START

           MOVE 'N' TO WS-SCREEN-SCAN-FLAG
           PERFORM SCAN-ONE-BANK-ENTRY
               UNTIL SCREEN-SCAN-DONE.

       EXIT-SCREEN-BANK-REFERENCE.
           EXIT.

       SCAN-ONE-BANK-ENTRY.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET SCREEN-SCAN-DONE TO TRUE
               NOT AT END
                   IF WATCH-ENTRY-ACTIVE
                       PERFORM JUDGE-ONE-BANK-ENTRY
                   END-IF
           END-READ.

       JUDGE-ONE-BANK-ENTRY.
           IF WL-ROUTING-NUMBER NOT = ZERO
                   AND WL-ROUTING-NUMBER = WS-SCREEN-ROUTING-NUMBER
               IF WL-EXTERNAL-ACCOUNT = SPACES
                   MOVE "ROUTING" TO WS-SCREEN-HIT-FIELD
                   PERFORM RECORD-BANK-HIT
               ELSE
                   IF WL-EXTERNAL-ACCOUNT = WS-SCREEN-EXTERNAL-ACCOUNT
                       MOVE "ACCOUNT" TO WS-SCREEN-HIT-FIELD
                       PERFORM RECORD-BANK-HIT
                   END-IF
               END-IF
           END-IF.

       RECORD-BANK-HIT.
           MOVE SPACES TO WS-SCREEN-MATCHED-VALUE
           STRING WS-SCREEN-ROUTING-NUMBER   DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-SCREEN-EXTERNAL-ACCOUNT DELIMITED BY SIZE
             INTO WS-SCREEN-MATCHED-VALUE
           END-STRING
           PERFORM RECORD-SCREEN-HIT.

       RECORD-SCREEN-HIT.
           SET SCREEN-HIT TO TRUE
           MOVE WL-ENTRY-ID TO WS-SCREEN-HIT-ENTRY-ID
           SET SCREEN-SCAN-DONE TO TRUE.
