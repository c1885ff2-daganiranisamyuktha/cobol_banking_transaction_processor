      *================================================================*
      * Shared Certificate Term Working Storage.                      *
      * COPYed by every program that opens or rolls a certificate,    *
      * alongside cert_term.cbl. The caller sets the term start date  *
      * and length before PERFORMing COMPUTE-MATURITY-DATE, and reads *
      * back the maturity date, the rate locked for the term, and the *
      * early-withdrawal penalty days.                                *
      *================================================================*
       01  WS-CERTIFICATE-TERM-AREA.
           05  WS-TERM-START-DATE         PIC 9(8).
           05  WS-TERM-START-YMD REDEFINES WS-TERM-START-DATE.
               10  WS-TERM-START-YEAR     PIC 9(4).
               10  WS-TERM-START-MONTH    PIC 9(2).
               10  WS-TERM-START-DAY      PIC 9(2).
           05  WS-TERM-LENGTH-MONTHS      PIC 9(3).
           05  WS-TERM-MATURITY-DATE      PIC 9(8).
           05  WS-TERM-MATURITY-YMD REDEFINES WS-TERM-MATURITY-DATE.
               10  WS-TERM-MATURITY-YEAR  PIC 9(4).
               10  WS-TERM-MATURITY-MONTH PIC 9(2).
               10  WS-TERM-MATURITY-DAY   PIC 9(2).
           05  WS-TERM-NEXT-MONTH-DATE    PIC 9(8).
           05  WS-TERM-NEXT-MONTH-YMD REDEFINES WS-TERM-NEXT-MONTH-DATE.
               10  WS-TERM-NEXT-YEAR      PIC 9(4).
               10  WS-TERM-NEXT-MONTH     PIC 9(2).
               10  WS-TERM-NEXT-DAY       PIC 9(2).
           05  WS-TERM-MONTH-COUNT        PIC 9(6) COMP.
           05  WS-TERM-MONTH-REMAINDER    PIC 9(2) COMP.
           05  WS-TERM-LAST-DAY           PIC 9(2).
           05  WS-TERM-RATE               PIC 9V9(6).
           05  WS-TERM-RATE-STATUS        PIC X.
               88  TERM-RATE-FOUND        VALUE 'F'.
               88  TERM-RATE-NOT-FOUND    VALUE 'N'.
           05  WS-TERM-PENALTY-DAYS       PIC 9(3).

      * Certificate Term Rules - a term of up to a year forfeits 90
      * days of interest on an early withdrawal, a longer term 180.
       01  WS-CERTIFICATE-TERM-RULES.
           05  WS-SHORT-TERM-MONTHS       PIC 9(3) VALUE 12.
           05  WS-SHORT-TERM-PENALTY-DAYS PIC 9(3) VALUE 90.
           05  WS-LONG-TERM-PENALTY-DAYS  PIC 9(3) VALUE 180.
