      * Selects every ACTIVE standing order due on or before the run  *
      * date and appends a properly formed transfer record to TRANSIN *
      * ahead of the BANKING-TRANSACTION-PROCESSOR run, carrying the  *
      * next valid TR-SEQUENCE-NUMBER for the from-account - one      *
      * past the higher of SEQUENCE-TRACKING-FILE and anything the    *
      * branch edit already staged. Each generated order has its next *
      * date advanced one frequency period on the master, so an order *
           05  WS-GENERATED-AMOUNT-TOTAL  PIC 9(13)V99 VALUE ZERO.

      * Highest Sequence Number Already Spoken For Tonight, Per
      * Account: seeded from the transfers the branch edit staged
      * into TRANSIN, then advanced as orders are generated. The
      * posting run only updates SEQTRACK when a transaction
      * actually posts, so numbering off SEQTRACK alone would
      * collide with staged branch input for the same account.
       01  WS-ASSIGNED-SEQUENCE-TABLE.
           05  WS-ASSIGNED-ENTRY-COUNT    PIC 9(4) COMP VALUE ZERO.
           05  WS-ASSIGNED-ENTRY OCCURS 500 TIMES
                   INDEXED BY ASSIGNED-IDX.
               10  WS-ASSIGNED-ACCOUNT-NUMBER PIC X(10).
               10  WS-ASSIGNED-SEQUENCE    PIC 9(9).

      * Calendar Work Areas For Advancing SO-NEXT-RUN-DATE.
      * Seed tonight's numbering from the sequence numbers the
      * branch edit has already staged into TRANSIN, so a generated
      * transfer never collides with a staged branch transaction
      * for the same account.
           PERFORM SEED-SEQUENCES-FROM-TRANSIN THRU
               EXIT-SEED-SEQUENCES-FROM-TRANSIN


       SEED-SEQUENCES-FROM-TRANSIN.
      * The staged TRANSIN is read once and the highest staged
      * sequence number per account lands in the assignment table;
      * ASSIGN-NEXT-SEQUENCE-NUMBER then numbers from the higher of
      * that and SEQTRACK. A staged branch record must carry a
      * number above SEQTRACK to post, so it would otherwise post
           EXIT.

       SCAN-ONE-STAGED-TRANSACTION.
      * Control trailers carry no account sequence number and are
      * passed over by the seed.
           READ TRANSACTION-FILE
               AT END
           SEARCH WS-ASSIGNED-ENTRY
               AT END
                   PERFORM ADD-STAGED-CUSTOMER
               WHEN WS-ASSIGNED-ACCOUNT-NUMBER (ASSIGNED-IDX)
                       = TR-ACCOUNT-NUMBER
                   IF TR-SEQUENCE-NUMBER >
                           WS-ASSIGNED-SEQUENCE (ASSIGNED-IDX)
                       MOVE TR-SEQUENCE-NUMBER
           END-SEARCH.

       ADD-STAGED-CUSTOMER.
      * Once the table fills, assignment for any account not
      * already in it is refused outright, so a dropped seed entry
      * can never cause a collision - only a skipped order.
           IF WS-ASSIGNED-ENTRY-COUNT >= 500
           ELSE
               ADD 1 TO WS-ASSIGNED-ENTRY-COUNT
               SET ASSIGNED-IDX TO WS-ASSIGNED-ENTRY-COUNT
               MOVE TR-ACCOUNT-NUMBER
                 TO WS-ASSIGNED-ACCOUNT-NUMBER (ASSIGNED-IDX)
               MOVE TR-SEQUENCE-NUMBER
                 TO WS-ASSIGNED-SEQUENCE (ASSIGNED-IDX)
           END-IF.
               GO TO EXIT-EMIT-ONE-STANDING-ORDER
           END-IF

           MOVE SO-FROM-ACCOUNT-NUMBER   TO TR-ACCOUNT-NUMBER
           MOVE 'T'                      TO TR-TRANSACTION-TYPE
           MOVE SO-AMOUNT                TO TR-AMOUNT
           MOVE SO-TO-ACCOUNT-NUMBER     TO TR-TO-ACCOUNT-NUMBER
           MOVE WS-NEXT-SEQUENCE-NUMBER  TO TR-SEQUENCE-NUMBER
           MOVE ZERO                     TO TR-ORIGINAL-DATE
           MOVE SPACE                    TO TR-ORIGINAL-TYPE
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE "GUPD" TO WS-EXCEPTION-REASON-CODE
                   MOVE SO-FROM-ACCOUNT-NUMBER
                     TO WS-EXCEPTION-CUSTOMER-ID
                   MOVE "STANDING ORDER UPDATE FAILED"
                     TO WS-EXCEPTION-MESSAGE
      * and SEQTRACK.
           SET SEQUENCE-ASSIGNED TO TRUE

           MOVE SO-FROM-ACCOUNT-NUMBER TO ST-ACCOUNT-NUMBER
           READ SEQUENCE-TRACKING-FILE
               INVALID KEY
                   MOVE ZERO TO ST-LAST-SEQUENCE-NUMBER
           SEARCH WS-ASSIGNED-ENTRY
               AT END
                   PERFORM ADD-ORDER-CUSTOMER
               WHEN WS-ASSIGNED-ACCOUNT-NUMBER (ASSIGNED-IDX)
                       = SO-FROM-ACCOUNT-NUMBER
                   CONTINUE
           END-SEARCH

           IF WS-ASSIGNED-ENTRY-COUNT >= 500
               SET SEQUENCE-UNAVAILABLE TO TRUE
               MOVE "GSEQ" TO WS-EXCEPTION-REASON-CODE
               MOVE SO-FROM-ACCOUNT-NUMBER
                 TO WS-EXCEPTION-CUSTOMER-ID
               MOVE "SEQUENCE ASSIGNMENT TABLE FULL - ORDER SKIPPED"
                 TO WS-EXCEPTION-MESSAGE
           ELSE
               ADD 1 TO WS-ASSIGNED-ENTRY-COUNT
               SET ASSIGNED-IDX TO WS-ASSIGNED-ENTRY-COUNT
               MOVE SO-FROM-ACCOUNT-NUMBER
                 TO WS-ASSIGNED-ACCOUNT-NUMBER (ASSIGNED-IDX)
               MOVE ZERO
                 TO WS-ASSIGNED-SEQUENCE (ASSIGNED-IDX)
           END-IF.
