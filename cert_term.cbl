      *================================================================*
      * Certificate Term Module                                       *
      * Shared PROCEDURE DIVISION paragraphs COPYed by every program  *
      * that opens or rolls a certificate, alongside certterm_ws.cbl. *
      * Keeps the maturity date arithmetic, the rate a new term       *
      * locks in, and the early-withdrawal penalty rule in one place  *
      * so an opening and a rollover can never price a term two       *
      * different ways. LOOKUP-CERTIFICATE-RATE needs RATE-TABLE-FILE *
      * open in the calling program.                                  *
      *================================================================*

       COMPUTE-MATURITY-DATE.
      * The maturity date falls the term's number of months after the
      * start date, on the same day of the month; a start on the 31st
      * (or the 29th/30th into February) matures on the last day of
      * the shorter month instead.
           COMPUTE WS-TERM-MONTH-COUNT =
               WS-TERM-START-YEAR * 12 + WS-TERM-START-MONTH - 1
                   + WS-TERM-LENGTH-MONTHS
           DIVIDE WS-TERM-MONTH-COUNT BY 12
               GIVING WS-TERM-MATURITY-YEAR
               REMAINDER WS-TERM-MONTH-REMAINDER
           COMPUTE WS-TERM-MATURITY-MONTH = WS-TERM-MONTH-REMAINDER + 1

      * The number of days in the maturity month - its last day - is
      * the distance from its first to the first of the month after.
           IF WS-TERM-MATURITY-MONTH = 12
               COMPUTE WS-TERM-NEXT-YEAR = WS-TERM-MATURITY-YEAR + 1
               MOVE 1 TO WS-TERM-NEXT-MONTH
           ELSE
               MOVE WS-TERM-MATURITY-YEAR TO WS-TERM-NEXT-YEAR
               COMPUTE WS-TERM-NEXT-MONTH = WS-TERM-MATURITY-MONTH + 1
           END-IF
           MOVE 1 TO WS-TERM-NEXT-DAY
           MOVE 1 TO WS-TERM-MATURITY-DAY
           COMPUTE WS-TERM-LAST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TERM-NEXT-MONTH-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TERM-MATURITY-DATE)

           IF WS-TERM-START-DAY > WS-TERM-LAST-DAY
               MOVE WS-TERM-LAST-DAY TO WS-TERM-MATURITY-DAY
           ELSE
               MOVE WS-TERM-START-DAY TO WS-TERM-MATURITY-DAY
           END-IF.

       LOOKUP-CERTIFICATE-RATE.
      * A new term locks the rate the rate table carries for an
      * active certificate tonight - including a pending change
      * whose effective date has arrived, the same way INTEREST-CALC
      * reads the table.
           SET TERM-RATE-FOUND TO TRUE
           MOVE 'CTD'    TO RT-PRODUCT-CODE
           MOVE 'ACTIVE' TO RT-ACCOUNT-STATUS
           READ RATE-TABLE-FILE
               INVALID KEY
                   SET TERM-RATE-NOT-FOUND TO TRUE
           END-READ

           IF TERM-RATE-FOUND
               MOVE RT-ANNUAL-RATE TO WS-TERM-RATE
               IF RT-EFFECTIVE-DATE NOT = ZERO
                       AND RT-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   MOVE RT-PENDING-RATE TO WS-TERM-RATE
               END-IF
           ELSE
               MOVE ZERO TO WS-TERM-RATE
           END-IF.

       SET-TERM-PENALTY-DAYS.
           IF WS-TERM-LENGTH-MONTHS > WS-SHORT-TERM-MONTHS
               MOVE WS-LONG-TERM-PENALTY-DAYS TO WS-TERM-PENALTY-DAYS
           ELSE
               MOVE WS-SHORT-TERM-PENALTY-DAYS TO WS-TERM-PENALTY-DAYS
           END-IF.
